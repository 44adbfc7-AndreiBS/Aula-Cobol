      *          EMERGENCIA POR TURMA VIA SPOOL, MESCLANDO A FICHA
      *          COM OS CONTATOS DE EMERGENCIA ('E') DE RESPONSA.DAT
      *          - PARA LEVAR A QUALQUER AULA DE LABORATORIO OU
      *          ATIVIDADE EXTERNA. A FOLHA ENTREGUE AO ORGANIZADOR
      *          DE PASSEIO SO LEVA OS DADOS DE SAUDE DO ALUNO COM
      *          CONSENTIMENTO 'SD' (CHKCONSE); SEM ELE SAEM SO O
      *          NOME E OS CONTATOS DE EMERGENCIA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISFICHA.
       77 WS-ID-ALUNO                      PIC 9(06).
       77 WS-TURMA                         PIC X(10).
       77 WS-LINHA-OUT                     PIC X(80) VALUE SPACES.
       77 WS-PASSEIO                       PIC X VALUE 'N'.
          88 FOLHA-PASSEIO                 VALUE 'S' 's'.
       77 WS-QTD-SEM-CONSENT               PIC 9(03) VALUE ZEROS.
          COPY CSN_AREA.
       01 WL-AUTORIZACAO.
          03 WL-FUNCAO                     PIC X(01).
          03 WL-AUT                        PIC X(01).
       P500-FOLHA.
            DISPLAY 'Informe a turma: '
            ACCEPT WS-TURMA
            DISPLAY 'Folha para organizador de passeio/atividade '
                    'externa? (S/N): '
            MOVE 'N'              TO WS-PASSEIO
            ACCEPT WS-PASSEIO
            MOVE ZEROS            TO WS-QTD-SEM-CONSENT
            MOVE 'SISFICHA'       TO WL-SPL-RELATORIO
            CALL 'SPOOLREG' USING WL-SPOOL
            IF WL-SPOOL-ABERTO
            CLOSE FICHAS
            CLOSE FOLHA-OUT
            DISPLAY 'FOLHA DE EMERGENCIA GERADA EM: ' WS-ARQ-FOLHA
            IF WS-QTD-SEM-CONSENT > ZEROS
                DISPLAY WS-QTD-SEM-CONSENT ' aluno(s) sem '
                        'consentimento de saude (SD) - ficha medica '
                        'omitida.'
            END-IF
            .
       P500-FIM.
       P510-BLOCO-ALUNO.
            MOVE WS-LINHA-OUT TO REG-FOLHA-OUT
            WRITE REG-FOLHA-OUT
            MOVE ID-ALUNO         TO ID-ALUNO-FMD
      * DADO DE SAUDE PARA TERCEIRO (ORGANIZADOR DO PASSEIO) SO COM O
      * CONSENTIMENTO 'SD'; NA FOLHA INTERNA A FICHA SAI SEMPRE
            IF FOLHA-PASSEIO AND FS-FMD-OK
                MOVE 'A'          TO WL-CSN-TP-PESSOA
                MOVE ID-ALUNO     TO WL-CSN-ID-PESSOA
                MOVE 'SD'         TO WL-CSN-FINALIDADE
                CALL 'CHKCONSE' USING WL-CONSENTIMENTO
                IF NOT WL-CSN-CONCEDIDO
                    ADD 1 TO WS-QTD-SEM-CONSENT
                    MOVE SPACES   TO WS-LINHA-OUT
                    STRING '  (DADOS DE SAUDE OMITIDOS - SEM '
                           'CONSENTIMENTO PARA O ORGANIZADOR)'
                           DELIMITED BY SIZE INTO WS-LINHA-OUT
                    MOVE WS-LINHA-OUT TO REG-FOLHA-OUT
                    WRITE REG-FOLHA-OUT
                    PERFORM P520-CONTATOS-EMERGENCIA THRU P520-FIM
                    MOVE SPACES TO REG-FOLHA-OUT
                    WRITE REG-FOLHA-OUT
                    GO TO P510-FIM
                END-IF
            END-IF
            IF FS-FMD-OK
                READ FICHAS
                    INVALID KEY

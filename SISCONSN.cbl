      ******************************************************************
      * Author: ANDREI BATISTA
      * Date: 15/10/2026
      * Purpose: REGISTRO DE CONSENTIMENTOS POR FINALIDADE (LGPD) -
      *          MANTEM POR ALUNO OU CONTATO/RESPONSAVEL E POR
      *          FINALIDADE (TB_FINAL: IMAGEM, DIVULGACAO, CONVENIO E
      *          SAUDE PARA PASSEIOS) A CONCESSAO, A RECUSA E A
      *          REVOGACAO, COM A VERSAO DO TERMO ACEITA E QUANDO
      *          (CONSENTI.DAT). PUBLICA A VERSAO NOVA DO TERMO
      *          (TERMOCON.DAT) E EMITE NO SPOOL OS ALUNOS ATIVOS SEM
      *          CONSENTIMENTO, COM ELE REVOGADO/NEGADO OU ACEITO EM
      *          VERSAO ANTERIOR. A MATRICULA (SISCADAS) ABRE A
      *          CAPTURA DIRETO ('ALUNO' + ID); OS PROGRAMAS QUE USAM
      *          OS DADOS CONFEREM PELO CHKCONSE
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISCONSN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
               SELECT ALUNOS ASSIGN TO WS-ARQ-CFG-D3-REGISTRO
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS ID-ALUNO
               ALTERNATE RECORD KEY IS NM-ALUNO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS.

               SELECT CONTATOS ASSIGN TO WS-ARQ-CFG-CONTATOS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CTT.

               SELECT CONSENTIMENTOS ASSIGN TO WS-ARQ-CFG-CONSENTI
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-CONSENTIMENTO
               FILE STATUS IS WS-FS-CNT.

               SELECT TERMOS ASSIGN TO WS-ARQ-CFG-TERMOCON
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CD-FINALIDADE-TRM
               FILE STATUS IS WS-FS-TRM.

               SELECT SESSAO ASSIGN TO WS-ARQ-CFG-SESSAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SES.

               SELECT RELATORIO-OUT ASSIGN TO WS-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD ALUNOS.
          COPY FD_REGIS.
       FD CONTATOS.
          COPY FD_CONTT.
       FD CONSENTIMENTOS.
          COPY FD_CONSN.
       FD TERMOS.
          COPY FD_TERMC.
       FD SESSAO.
       01 REG-SESSAO.
          03 SES-CD-OPERADOR               PIC X(06).
          03 SES-NM-OPERADOR               PIC X(20).
          03 SES-PERFIL                    PIC X(01).
          03 SES-ID-PROFESSOR              PIC 9(03).
       FD RELATORIO-OUT.
       01 REG-RELATORIO-OUT                PIC X(100).

       WORKING-STORAGE SECTION.
       77 WS-FS                            PIC 99.
          88 FS-OK                         VALUE 0.
       77 WS-FS-CTT                        PIC 99.
          88 FS-CTT-OK                     VALUE 0.
       77 WS-FS-CNT                        PIC 99.
          88 FS-CNT-OK                     VALUE 0.
       77 WS-FS-TRM                        PIC 99.
          88 FS-TRM-OK                     VALUE 0.
       77 WS-FS-SES                        PIC 99.
          88 FS-SES-OK                     VALUE 0.
       77 WS-FS-REL                        PIC 99.
          88 FS-REL-OK                     VALUE 0.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE 'S' FALSE 'N'.
       77 WS-MODO-DIRETO                   PIC X VALUE 'N'.
          88 MODO-DIRETO                   VALUE 'S' FALSE 'N'.
       77 WS-ACHOU                         PIC X VALUE 'N'.
          88 ACHOU-OK                      VALUE 'S' FALSE 'N'.
       77 WS-EXISTE-CNT                    PIC X VALUE 'N'.
          88 EXISTE-CNT                    VALUE 'S' FALSE 'N'.
       77 WS-OPCAO                         PIC X.
       77 WS-CONFIRM                       PIC X VALUE SPACES.
       77 WS-RESPOSTA                      PIC X VALUE SPACES.
          88 RESP-CONCEDE                  VALUE 'C' 'c'.
          88 RESP-REVOGA                   VALUE 'R' 'r'.
          88 RESP-NEGA                     VALUE 'N' 'n'.
          88 RESP-MANTEM                   VALUE SPACES.
       77 WS-TIPO-PESSOA                   PIC X VALUE SPACES.
          88 PESSOA-ALUNO                  VALUE 'A' 'a'.
          88 PESSOA-CONTATO                VALUE 'C' 'c'.
       77 WS-TP-PESSOA-CNT                 PIC X(01).
       77 WS-ID-PESSOA                     PIC 9(06).
       77 WS-NM-PESSOA                     PIC X(20).
       77 WS-NM-DECLARANTE                 PIC X(20).
       77 WS-CD-FINALIDADE                 PIC X(02).
       77 WS-FIN-FILTRO                    PIC X(02) VALUE SPACES.
       77 WS-DS-TERMO                      PIC X(50).
       77 WS-VERSAO-NOVA                   PIC 9(03).
       77 WS-OPERADOR                      PIC X(06) VALUE SPACES.
       77 WS-DATA-HOJE-8                   PIC 9(08).
       77 WS-HORA-HOJE                     PIC 9(08).
       77 WS-IND-FIN                       PIC 9(02).
       77 WS-DS-SITUACAO                   PIC X(15).
       77 WS-QTD-ALTERADOS                 PIC 9(02).
       77 WS-QTD-ALUNOS                    PIC 9(05).
       77 WS-LINHA-REL                     PIC X(100) VALUE SPACES.
          COPY TB_FINAL.
      * VERSAO VIGENTE DO TERMO DE CADA FINALIDADE (ZEROS = AINDA NAO
      * PUBLICADO) E PENDENCIAS CONTADAS NO RELATORIO
       01 WS-TAB-VIGENTES.
          03 WS-VIGENTE OCCURS 4 TIMES.
             05 WS-VIG-VERSAO              PIC 9(03).
             05 WS-VIG-QTD-PEND            PIC 9(05).
       01 WS-CHAVE-AUDITORIA.
          03 WS-CHA-TP-PESSOA              PIC X(01).
          03 WS-CHA-ID-PESSOA              PIC 9(06).
          03 WS-CHA-FINALIDADE             PIC X(02).
          03 FILLER                        PIC X(01) VALUE SPACES.
       01 WL-AUDITORIA.
          03 WL-PROGRAMA                   PIC X(12)
             VALUE 'SISCONSN'.
          03 WL-OPERACAO                   PIC X(10).
          03 WL-CHAVE                      PIC X(10).
          03 WL-VALOR-ANTIGO               PIC X(50).
          03 WL-VALOR-NOVO                 PIC X(50).
       01 WL-SPOOL.
          03 WL-SPL-RELATORIO              PIC X(12).
          03 WL-SPL-ARQUIVO                PIC X(60).
          03 WL-SPL-OK                     PIC X(01).
             88 WL-SPOOL-ABERTO            VALUE 'S'.
             88 WL-SPOOL-FALHOU            VALUE 'N'.

       01 WS-ARQ-RELATORIO                 PIC X(60) VALUE
          'C:\COBOL\CONSENT_PENDENTE.TXT'.
       01 WS-ARQ-CFG-D3-REGISTRO           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\REGISTRO.DAT'.
       01 WS-ARQ-CFG-CONTATOS              PIC X(60) VALUE
          'C:\COBOL\CONTATOS.DAT'.
       01 WS-ARQ-CFG-CONSENTI              PIC X(60) VALUE
          'C:\COBOL\CONSENTI.DAT'.
       01 WS-ARQ-CFG-TERMOCON              PIC X(60) VALUE
          'C:\COBOL\TERMOCON.DAT'.
       01 WS-ARQ-CFG-SESSAO                PIC X(60) VALUE
          'C:\COBOL\SESSAO.DAT'.
          COPY CFG_AREA.
       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM                   PIC X(50).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            PERFORM P050-CONFIGURA THRU P050-FIM
      * ALUNO RECEM-MATRICULADO (SISCADAS): 'ALUNO' + ID ABRE DIRETO A
      * CAPTURA DOS CONSENTIMENTOS DELE E VOLTA
            SET MODO-DIRETO       TO FALSE
            IF LK-MENSAGEM(1:5) EQUAL 'ALUNO' AND
               LK-MENSAGEM(6:6) NUMERIC
                SET MODO-DIRETO   TO TRUE
                MOVE 'A'          TO WS-TIPO-PESSOA
                MOVE LK-MENSAGEM(6:6)  TO WS-ID-PESSOA
                MOVE SPACES       TO LK-MENSAGEM
                PERFORM P310-REGISTRA  THRU P310-FIM
                PERFORM P900-FIM
            END-IF
            PERFORM P300-PROCESSA  THRU P300-FIM
                                    UNTIL WS-OPCAO = 'F' OR 'f'
            PERFORM P900-FIM
            .
       P300-PROCESSA.
            MOVE SPACES             TO WS-OPCAO
            DISPLAY '**************************************************'
            DISPLAY '***      CONSENTIMENTOS POR FINALIDADE (LGPD)  ***'
            DISPLAY '**************************************************'
            DISPLAY '*** 1 - Registrar/revogar consentimentos       ***'
            DISPLAY '*** 2 - Consultar consentimentos da pessoa     ***'
            DISPLAY '*** 3 - Publicar nova versao do termo          ***'
            DISPLAY '*** 4 - Alunos ativos com pendencia            ***'
            DISPLAY '***          <TECLE F PARA FINALIZAR>          ***'
            DISPLAY '**************************************************'
            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN '1'
                    PERFORM P310-REGISTRA    THRU P310-FIM
                WHEN '2'
                    PERFORM P350-CONSULTA    THRU P350-FIM
                WHEN '3'
                    PERFORM P360-PUBLICA     THRU P360-FIM
                WHEN '4'
                    MOVE SPACES           TO WS-FIN-FILTRO
                    DISPLAY 'Finalidade (IM/MK/CV/SD ou <ENTER> para '
                            'todas): '
                    ACCEPT WS-FIN-FILTRO
                    PERFORM P400-PENDENCIAS  THRU P400-FIM
                WHEN 'F'
                    CONTINUE
                WHEN 'f'
                    CONTINUE
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA! '
            END-EVALUATE
            .
       P300-FIM.
      ******************************************************************
      * OPCAO 1 - CAPTURA POR FINALIDADE: (C)ONCEDE NA VERSAO VIGENTE,
      * (R)EVOGA O QUE FOI CONCEDIDO, (N)EGA OU <ENTER> MANTEM
      ******************************************************************
       P310-REGISTRA.
            IF NOT MODO-DIRETO
                PERFORM P315-PEDE-PESSOA THRU P315-FIM
            END-IF
            PERFORM P320-IDENTIFICA THRU P320-FIM
            IF NOT ACHOU-OK
                DISPLAY 'PESSOA NAO ENCONTRADA. '
                GO TO P310-FIM
            END-IF
            DISPLAY 'CONSENTIMENTOS DE: ' WS-NM-PESSOA
            DISPLAY 'Nome de quem assina o termo (<ENTER> = o '
                    'proprio): '
            MOVE SPACES           TO WS-NM-DECLARANTE
            ACCEPT WS-NM-DECLARANTE
            IF WS-NM-DECLARANTE EQUAL SPACES
                MOVE WS-NM-PESSOA TO WS-NM-DECLARANTE
            END-IF
            PERFORM P340-OPERADOR THRU P340-FIM

            SET FS-TRM-OK         TO TRUE
            OPEN INPUT TERMOS
            IF NOT FS-TRM-OK
                DISPLAY 'NENHUM TERMO DE CONSENTIMENTO PUBLICADO. '
                DISPLAY 'PUBLIQUE OS TERMOS NA OPCAO 3. '
                CLOSE TERMOS
                GO TO P310-FIM
            END-IF
            SET FS-CNT-OK         TO TRUE
            OPEN I-O CONSENTIMENTOS
            IF WS-FS-CNT EQUAL 35 THEN
                OPEN OUTPUT CONSENTIMENTOS
                CLOSE CONSENTIMENTOS
                OPEN I-O CONSENTIMENTOS
            END-IF
            IF NOT FS-CNT-OK
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONSENTIMENTOS. '
                DISPLAY 'FILE STATUS: ' WS-FS-CNT
                CLOSE CONSENTIMENTOS
                CLOSE TERMOS
                GO TO P310-FIM
            END-IF

            MOVE ZEROS            TO WS-QTD-ALTERADOS
            PERFORM VARYING WS-IND-FIN FROM 1 BY 1
                    UNTIL WS-IND-FIN > WS-QTD-FINALIDADES
                PERFORM P330-FINALIDADE THRU P330-FIM
            END-PERFORM
            CLOSE CONSENTIMENTOS
            CLOSE TERMOS
            DISPLAY 'CONSENTIMENTOS ALTERADOS: ' WS-QTD-ALTERADOS
            .
       P310-FIM.
       P315-PEDE-PESSOA.
            MOVE SPACES           TO WS-TIPO-PESSOA
            MOVE ZEROS            TO WS-ID-PESSOA
            DISPLAY '(A)luno ou (C)ontato/responsavel? '
            ACCEPT WS-TIPO-PESSOA
            IF PESSOA-ALUNO
                DISPLAY 'Informe o ID do aluno: '
            ELSE
                DISPLAY 'Informe o ID do contato: '
            END-IF
            ACCEPT WS-ID-PESSOA
            .
       P315-FIM.
       P320-IDENTIFICA.
            SET ACHOU-OK          TO FALSE
            MOVE SPACES           TO WS-NM-PESSOA
            EVALUATE TRUE
                WHEN PESSOA-ALUNO
                    MOVE 'A'              TO WS-TP-PESSOA-CNT
                    SET FS-OK             TO TRUE
                    OPEN INPUT ALUNOS
                    IF FS-OK
                        MOVE WS-ID-PESSOA TO ID-ALUNO
                        READ ALUNOS
                            INVALID KEY
                                CONTINUE
                            NOT INVALID KEY
                                SET ACHOU-OK     TO TRUE
                                MOVE NM-ALUNO    TO WS-NM-PESSOA
                        END-READ
                    END-IF
                    CLOSE ALUNOS
                WHEN PESSOA-CONTATO
                    MOVE 'C'              TO WS-TP-PESSOA-CNT
                    SET FS-CTT-OK         TO TRUE
                    OPEN INPUT CONTATOS
                    IF FS-CTT-OK AND WS-ID-PESSOA < 100000
                        MOVE WS-ID-PESSOA TO ID-CONTATO
                        READ CONTATOS
                            INVALID KEY
                                CONTINUE
                            NOT INVALID KEY
                                SET ACHOU-OK     TO TRUE
                                MOVE NM-CONTATO  TO WS-NM-PESSOA
                        END-READ
                    END-IF
                    CLOSE CONTATOS
                WHEN OTHER
                    DISPLAY 'TIPO INVALIDO! '
            END-EVALUATE
            .
       P320-FIM.
       P330-FINALIDADE.
            MOVE WS-FIN-CODIGO(WS-IND-FIN) TO CD-FINALIDADE-TRM
            READ TERMOS
                INVALID KEY
                    DISPLAY WS-FIN-CODIGO(WS-IND-FIN) ' '
                            WS-FIN-DESCRICAO(WS-IND-FIN)
                            ': SEM TERMO PUBLICADO - NAO CAPTURADO'
                    GO TO P330-FIM
            END-READ

            MOVE WS-TP-PESSOA-CNT TO TP-PESSOA-CNT
            MOVE WS-ID-PESSOA     TO ID-PESSOA-CNT
            MOVE WS-FIN-CODIGO(WS-IND-FIN) TO CD-FINALIDADE-CNT
            SET EXISTE-CNT        TO FALSE
            READ CONSENTIMENTOS
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET EXISTE-CNT TO TRUE
            END-READ
            PERFORM P810-DESCREVE THRU P810-FIM
            DISPLAY WS-FIN-CODIGO(WS-IND-FIN) ' '
                    WS-FIN-DESCRICAO(WS-IND-FIN)
                    ' (TERMO V' NR-VERSAO-TRM '): ' WS-DS-SITUACAO
            DISPLAY '  (C)oncede, (R)evoga, (N)ega ou <ENTER> '
                    'mantem: '
            MOVE SPACES           TO WS-RESPOSTA
            ACCEPT WS-RESPOSTA
            IF RESP-MANTEM
                GO TO P330-FIM
            END-IF

            MOVE SPACES           TO WL-VALOR-ANTIGO
            IF EXISTE-CNT
                STRING ST-CONSENTIMENTO ' V' NR-VERSAO-CNT
                       ' ACEITE ' DT-ACEITE-CNT
                       ' REVOG ' DT-REVOGACAO-CNT
                       DELIMITED BY SIZE INTO WL-VALOR-ANTIGO
            END-IF
            ACCEPT WS-DATA-HOJE-8 FROM DATE YYYYMMDD
            ACCEPT WS-HORA-HOJE   FROM TIME
            EVALUATE TRUE
                WHEN RESP-CONCEDE
                    SET CNT-CONCEDIDO     TO TRUE
                    MOVE 'CONSENTE'       TO WL-OPERACAO
                    MOVE NR-VERSAO-TRM    TO NR-VERSAO-CNT
                    MOVE WS-DATA-HOJE-8   TO DT-ACEITE-CNT
                    MOVE WS-HORA-HOJE(1:6) TO HR-ACEITE-CNT
                    MOVE ZEROS            TO DT-REVOGACAO-CNT
                    MOVE WS-NM-DECLARANTE TO NM-DECLARANTE-CNT
                WHEN RESP-REVOGA
      * SO SE REVOGA O QUE FOI CONCEDIDO; VERSAO E DATA DO ACEITE FICAM
                    IF NOT EXISTE-CNT OR NOT CNT-CONCEDIDO
                        DISPLAY '  NAO HA CONSENTIMENTO CONCEDIDO A '
                                'REVOGAR. '
                        GO TO P330-FIM
                    END-IF
                    SET CNT-REVOGADO      TO TRUE
                    MOVE 'REVOGA'         TO WL-OPERACAO
                    MOVE WS-DATA-HOJE-8   TO DT-REVOGACAO-CNT
                WHEN RESP-NEGA
                    SET CNT-NEGADO        TO TRUE
                    MOVE 'NEGA'           TO WL-OPERACAO
                    MOVE NR-VERSAO-TRM    TO NR-VERSAO-CNT
                    MOVE WS-DATA-HOJE-8   TO DT-ACEITE-CNT
                    MOVE WS-HORA-HOJE(1:6) TO HR-ACEITE-CNT
                    MOVE ZEROS            TO DT-REVOGACAO-CNT
                    MOVE WS-NM-DECLARANTE TO NM-DECLARANTE-CNT
                WHEN OTHER
                    DISPLAY '  RESPOSTA INVALIDA - MANTIDO. '
                    GO TO P330-FIM
            END-EVALUATE
            MOVE WS-OPERADOR      TO CD-OPERADOR-CNT
            IF EXISTE-CNT
                REWRITE REG-CONSENTIMENTO
            ELSE
                WRITE REG-CONSENTIMENTO
            END-IF
            IF NOT FS-CNT-OK
                DISPLAY '  ERRO AO GRAVAR O CONSENTIMENTO. '
                DISPLAY '  FILE STATUS: ' WS-FS-CNT
                GO TO P330-FIM
            END-IF
            ADD 1                 TO WS-QTD-ALTERADOS

            MOVE WS-TP-PESSOA-CNT TO WS-CHA-TP-PESSOA
            MOVE WS-ID-PESSOA     TO WS-CHA-ID-PESSOA
            MOVE WS-FIN-CODIGO(WS-IND-FIN) TO WS-CHA-FINALIDADE
            MOVE WS-CHAVE-AUDITORIA TO WL-CHAVE
            MOVE SPACES           TO WL-VALOR-NOVO
            STRING ST-CONSENTIMENTO ' V' NR-VERSAO-CNT
                   ' ACEITE ' DT-ACEITE-CNT
                   ' REVOG ' DT-REVOGACAO-CNT
                   ' ' NM-DECLARANTE-CNT
                   DELIMITED BY SIZE INTO WL-VALOR-NOVO
            CALL 'AUDITLOG' USING WL-AUDITORIA
            .
       P330-FIM.
       P340-OPERADOR.
            MOVE SPACES           TO WS-OPERADOR
            SET FS-SES-OK         TO TRUE
            OPEN INPUT SESSAO
            IF FS-SES-OK
                READ SESSAO
                    AT END
                        CONTINUE
                    NOT AT END
                        MOVE SES-CD-OPERADOR TO WS-OPERADOR
                END-READ
                CLOSE SESSAO
            END-IF
            .
       P340-FIM.
      ******************************************************************
      * OPCAO 2 - SITUACAO DE CADA FINALIDADE PARA A PESSOA
      ******************************************************************
       P350-CONSULTA.
            PERFORM P315-PEDE-PESSOA THRU P315-FIM
            PERFORM P320-IDENTIFICA  THRU P320-FIM
            IF NOT ACHOU-OK
                DISPLAY 'PESSOA NAO ENCONTRADA. '
                GO TO P350-FIM
            END-IF
            PERFORM P370-CARREGA-VIGENTES THRU P370-FIM
            DISPLAY 'CONSENTIMENTOS DE: ' WS-NM-PESSOA
            SET FS-CNT-OK         TO TRUE
            OPEN INPUT CONSENTIMENTOS
            PERFORM VARYING WS-IND-FIN FROM 1 BY 1
                    UNTIL WS-IND-FIN > WS-QTD-FINALIDADES
                SET EXISTE-CNT    TO FALSE
                IF FS-CNT-OK
                    MOVE WS-TP-PESSOA-CNT TO TP-PESSOA-CNT
                    MOVE WS-ID-PESSOA     TO ID-PESSOA-CNT
                    MOVE WS-FIN-CODIGO(WS-IND-FIN)
                                          TO CD-FINALIDADE-CNT
                    READ CONSENTIMENTOS
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            SET EXISTE-CNT TO TRUE
                    END-READ
                END-IF
                PERFORM P810-DESCREVE THRU P810-FIM
                DISPLAY WS-FIN-CODIGO(WS-IND-FIN) ' '
                        WS-FIN-DESCRICAO(WS-IND-FIN) ' '
                        WS-DS-SITUACAO
                IF EXISTE-CNT
                    DISPLAY '   TERMO V' NR-VERSAO-CNT
                            ' (VIGENTE V' WS-VIG-VERSAO(WS-IND-FIN)
                            ') EM ' DT-ACEITE-CNT ' ' HR-ACEITE-CNT
                            ' POR ' NM-DECLARANTE-CNT
                    IF CNT-REVOGADO
                        DISPLAY '   REVOGADO EM ' DT-REVOGACAO-CNT
                    END-IF
                END-IF
            END-PERFORM
            CLOSE CONSENTIMENTOS
            .
       P350-FIM.
      ******************************************************************
      * OPCAO 3 - PUBLICA O TEXTO NOVO: A VERSAO SOBE 1 E OS ACEITES
      * ANTERIORES PASSAM A APARECER NO RELATORIO PARA NOVA COLETA
      ******************************************************************
       P360-PUBLICA.
            DISPLAY 'Finalidade do termo (IM/MK/CV/SD): '
            MOVE SPACES           TO WS-CD-FINALIDADE
            ACCEPT WS-CD-FINALIDADE
            MOVE ZEROS            TO WS-IND-FIN
            PERFORM VARYING WS-IND-FIN FROM 1 BY 1
                    UNTIL WS-IND-FIN > WS-QTD-FINALIDADES OR
                          WS-FIN-CODIGO(WS-IND-FIN) EQUAL
                          WS-CD-FINALIDADE
                CONTINUE
            END-PERFORM
            IF WS-IND-FIN > WS-QTD-FINALIDADES
                DISPLAY 'FINALIDADE INVALIDA! '
                GO TO P360-FIM
            END-IF
            DISPLAY 'Referencia do texto publicado (documento/'
                    'resumo): '
            MOVE SPACES           TO WS-DS-TERMO
            ACCEPT WS-DS-TERMO

            SET FS-TRM-OK         TO TRUE
            OPEN I-O TERMOS
            IF WS-FS-TRM EQUAL 35 THEN
                OPEN OUTPUT TERMOS
                CLOSE TERMOS
                OPEN I-O TERMOS
            END-IF
            IF NOT FS-TRM-OK
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE TERMOS. '
                DISPLAY 'FILE STATUS: ' WS-FS-TRM
                CLOSE TERMOS
                GO TO P360-FIM
            END-IF
            MOVE WS-CD-FINALIDADE TO CD-FINALIDADE-TRM
            SET ACHOU-OK          TO FALSE
            READ TERMOS
                INVALID KEY
                    MOVE ZEROS    TO NR-VERSAO-TRM
                NOT INVALID KEY
                    SET ACHOU-OK  TO TRUE
            END-READ
            MOVE SPACES           TO WL-VALOR-ANTIGO
            IF ACHOU-OK
                STRING 'V' NR-VERSAO-TRM ' ' DT-PUBLICACAO-TRM
                       DELIMITED BY SIZE INTO WL-VALOR-ANTIGO
            END-IF
            COMPUTE WS-VERSAO-NOVA = NR-VERSAO-TRM + 1
            DISPLAY 'VERSAO ATUAL: ' NR-VERSAO-TRM
                    '  NOVA VERSAO: ' WS-VERSAO-NOVA
            DISPLAY 'TECLE <S> para publicar: '
            ACCEPT WS-CONFIRM
            IF WS-CONFIRM NOT EQUAL 'S' AND 's'
                DISPLAY 'PUBLICACAO CANCELADA.'
                CLOSE TERMOS
                GO TO P360-FIM
            END-IF
            PERFORM P340-OPERADOR THRU P340-FIM
            ACCEPT WS-DATA-HOJE-8 FROM DATE YYYYMMDD
            MOVE WS-VERSAO-NOVA   TO NR-VERSAO-TRM
            MOVE WS-DATA-HOJE-8   TO DT-PUBLICACAO-TRM
            MOVE WS-DS-TERMO      TO DS-TERMO-TRM
            MOVE WS-OPERADOR      TO CD-OPERADOR-TRM
            IF ACHOU-OK
                REWRITE REG-TERMO-CONSENTIMENTO
            ELSE
                WRITE REG-TERMO-CONSENTIMENTO
            END-IF
            CLOSE TERMOS
            IF NOT FS-TRM-OK
                DISPLAY 'ERRO AO GRAVAR O TERMO. '
                DISPLAY 'FILE STATUS: ' WS-FS-TRM
                GO TO P360-FIM
            END-IF
            MOVE 'TERMOCON'       TO WL-OPERACAO
            MOVE WS-CD-FINALIDADE TO WL-CHAVE
            MOVE SPACES           TO WL-VALOR-NOVO
            STRING 'V' WS-VERSAO-NOVA ' ' WS-DS-TERMO
                   DELIMITED BY SIZE INTO WL-VALOR-NOVO
            CALL 'AUDITLOG' USING WL-AUDITORIA
            DISPLAY 'TERMO ' WS-CD-FINALIDADE ' PUBLICADO NA VERSAO '
                    WS-VERSAO-NOVA

            DISPLAY 'TECLE <S> para emitir agora os alunos ativos '
                    'pendentes desta finalidade: '
            ACCEPT WS-CONFIRM
            IF WS-CONFIRM EQUAL 'S' OR 's'
                MOVE WS-CD-FINALIDADE TO WS-FIN-FILTRO
                PERFORM P400-PENDENCIAS THRU P400-FIM
            END-IF
            .
       P360-FIM.
       P370-CARREGA-VIGENTES.
            INITIALIZE WS-TAB-VIGENTES
            SET FS-TRM-OK         TO TRUE
            OPEN INPUT TERMOS
            IF FS-TRM-OK
                PERFORM VARYING WS-IND-FIN FROM 1 BY 1
                        UNTIL WS-IND-FIN > WS-QTD-FINALIDADES
                    MOVE WS-FIN-CODIGO(WS-IND-FIN)
                                          TO CD-FINALIDADE-TRM
                    READ TERMOS
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            MOVE NR-VERSAO-TRM
                                TO WS-VIG-VERSAO(WS-IND-FIN)
                    END-READ
                END-PERFORM
            END-IF
            CLOSE TERMOS
            .
       P370-FIM.
      ******************************************************************
      * OPCAO 4 - ALUNOS ATIVOS SEM CONSENTIMENTO VALIDO NA VERSAO
      * VIGENTE, POR FINALIDADE (SEM REGISTRO, NEGADO, REVOGADO OU
      * ACEITO EM VERSAO ANTERIOR)
      ******************************************************************
       P400-PENDENCIAS.
            PERFORM P370-CARREGA-VIGENTES THRU P370-FIM
            MOVE 'CONSENTPEND'    TO WL-SPL-RELATORIO
            CALL 'SPOOLREG' USING WL-SPOOL
            IF WL-SPOOL-ABERTO
                MOVE WL-SPL-ARQUIVO TO WS-ARQ-RELATORIO
            END-IF
            SET FS-REL-OK         TO TRUE
            OPEN OUTPUT RELATORIO-OUT
            IF NOT FS-REL-OK
                DISPLAY 'ERRO AO GRAVAR O RELATORIO. '
                DISPLAY 'FILE STATUS: ' WS-FS-REL
                GO TO P400-FIM
            END-IF
            ACCEPT WS-DATA-HOJE-8 FROM DATE YYYYMMDD
            MOVE ALL '=' TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            MOVE SPACES TO WS-LINHA-REL
            STRING 'CONSENTIMENTOS PENDENTES - ALUNOS ATIVOS - EM '
                   WS-DATA-HOJE-8
                   DELIMITED BY SIZE INTO WS-LINHA-REL
            MOVE WS-LINHA-REL TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            PERFORM VARYING WS-IND-FIN FROM 1 BY 1
                    UNTIL WS-IND-FIN > WS-QTD-FINALIDADES
                IF WS-FIN-FILTRO EQUAL SPACES OR
                   WS-FIN-FILTRO EQUAL WS-FIN-CODIGO(WS-IND-FIN)
                    MOVE SPACES TO WS-LINHA-REL
                    IF WS-VIG-VERSAO(WS-IND-FIN) EQUAL ZEROS
                        STRING '  ' WS-FIN-CODIGO(WS-IND-FIN) ' '
                               WS-FIN-DESCRICAO(WS-IND-FIN)
                               ' - SEM TERMO PUBLICADO'
                               DELIMITED BY SIZE INTO WS-LINHA-REL
                    ELSE
                        STRING '  ' WS-FIN-CODIGO(WS-IND-FIN) ' '
                               WS-FIN-DESCRICAO(WS-IND-FIN)
                               ' - TERMO VIGENTE V'
                               WS-VIG-VERSAO(WS-IND-FIN)
                               DELIMITED BY SIZE INTO WS-LINHA-REL
                    END-IF
                    MOVE WS-LINHA-REL TO REG-RELATORIO-OUT
                    WRITE REG-RELATORIO-OUT
                END-IF
            END-PERFORM
            MOVE ALL '=' TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            MOVE 'ID     ALUNO                TURMA      FIN '
                 TO WS-LINHA-REL
            MOVE 'SITUACAO'       TO WS-LINHA-REL(44:8)
            MOVE WS-LINHA-REL     TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            MOVE ALL '-' TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT

            MOVE ZEROS            TO WS-QTD-ALUNOS
            SET EOF-OK            TO FALSE
            SET FS-OK             TO TRUE
            SET FS-CNT-OK         TO TRUE
            OPEN INPUT ALUNOS
            OPEN INPUT CONSENTIMENTOS
            IF FS-OK
                PERFORM UNTIL EOF-OK
                    READ ALUNOS NEXT
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            IF ALUNO-ATIVO
                                ADD 1 TO WS-QTD-ALUNOS
                                PERFORM P410-ALUNO THRU P410-FIM
                            END-IF
                    END-READ
                END-PERFORM
            ELSE
                DISPLAY 'ARQUIVO DE ALUNOS INDISPONIVEL. '
                DISPLAY 'FILE STATUS: ' WS-FS
            END-IF
            CLOSE ALUNOS
            CLOSE CONSENTIMENTOS

            MOVE ALL '-' TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            MOVE SPACES TO WS-LINHA-REL
            STRING 'ALUNOS ATIVOS LIDOS: ' WS-QTD-ALUNOS
                   DELIMITED BY SIZE INTO WS-LINHA-REL
            MOVE WS-LINHA-REL TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            PERFORM VARYING WS-IND-FIN FROM 1 BY 1
                    UNTIL WS-IND-FIN > WS-QTD-FINALIDADES
                IF WS-VIG-VERSAO(WS-IND-FIN) NOT EQUAL ZEROS AND
                   (WS-FIN-FILTRO EQUAL SPACES OR
                    WS-FIN-FILTRO EQUAL WS-FIN-CODIGO(WS-IND-FIN))
                    MOVE SPACES TO WS-LINHA-REL
                    STRING 'PENDENTES ' WS-FIN-CODIGO(WS-IND-FIN)
                           ': ' WS-VIG-QTD-PEND(WS-IND-FIN)
                           DELIMITED BY SIZE INTO WS-LINHA-REL
                    MOVE WS-LINHA-REL TO REG-RELATORIO-OUT
                    WRITE REG-RELATORIO-OUT
                END-IF
            END-PERFORM
            CLOSE RELATORIO-OUT
            DISPLAY 'PENDENCIAS DE CONSENTIMENTO: ' WS-ARQ-RELATORIO
            .
       P400-FIM.
       P410-ALUNO.
            PERFORM VARYING WS-IND-FIN FROM 1 BY 1
                    UNTIL WS-IND-FIN > WS-QTD-FINALIDADES
                IF WS-VIG-VERSAO(WS-IND-FIN) NOT EQUAL ZEROS AND
                   (WS-FIN-FILTRO EQUAL SPACES OR
                    WS-FIN-FILTRO EQUAL WS-FIN-CODIGO(WS-IND-FIN))
                    PERFORM P420-ALUNO-FINALIDADE THRU P420-FIM
                END-IF
            END-PERFORM
            .
       P410-FIM.
       P420-ALUNO-FINALIDADE.
            SET EXISTE-CNT        TO FALSE
            IF FS-CNT-OK
                MOVE 'A'              TO TP-PESSOA-CNT
                MOVE ID-ALUNO         TO ID-PESSOA-CNT
                MOVE WS-FIN-CODIGO(WS-IND-FIN) TO CD-FINALIDADE-CNT
                READ CONSENTIMENTOS
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET EXISTE-CNT TO TRUE
                END-READ
            END-IF
            IF EXISTE-CNT AND CNT-CONCEDIDO AND
               NR-VERSAO-CNT NOT < WS-VIG-VERSAO(WS-IND-FIN)
                GO TO P420-FIM
            END-IF
            PERFORM P810-DESCREVE THRU P810-FIM
            IF EXISTE-CNT AND CNT-CONCEDIDO
                MOVE SPACES       TO WS-DS-SITUACAO
                STRING 'VERSAO ANT V' NR-VERSAO-CNT
                       DELIMITED BY SIZE INTO WS-DS-SITUACAO
            END-IF
            ADD 1                 TO WS-VIG-QTD-PEND(WS-IND-FIN)
            MOVE SPACES TO WS-LINHA-REL
            STRING ID-ALUNO ' ' NM-ALUNO ' ' TURMA ' '
                   WS-FIN-CODIGO(WS-IND-FIN) '  ' WS-DS-SITUACAO
                   DELIMITED BY SIZE INTO WS-LINHA-REL
            MOVE WS-LINHA-REL TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            .
       P420-FIM.
       P810-DESCREVE.
            EVALUATE TRUE
                WHEN NOT EXISTE-CNT
                    MOVE 'SEM REGISTRO'   TO WS-DS-SITUACAO
                WHEN CNT-CONCEDIDO
                    MOVE 'CONCEDIDO'      TO WS-DS-SITUACAO
                WHEN CNT-REVOGADO
                    MOVE 'REVOGADO'       TO WS-DS-SITUACAO
                WHEN CNT-NEGADO
                    MOVE 'NEGADO'         TO WS-DS-SITUACAO
                WHEN OTHER
                    MOVE 'INDEFINIDO'     TO WS-DS-SITUACAO
            END-EVALUATE
            .
       P810-FIM.
       P900-FIM.
            GOBACK.
      * RESOLVE OS CAMINHOS FISICOS PELO CONFIGSYS (PRODUCAO OU
      * TESTE); SEM CONFIGURACAO VALEM OS PADROES ACIMA
       P050-CONFIGURA.
            MOVE 'D3-REGISTRO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-REGISTRO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-REGISTRO
            MOVE 'CONTATOS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-CONTATOS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-CONTATOS
            MOVE 'CONSENTI' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-CONSENTI TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-CONSENTI
            MOVE 'TERMOCON' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-TERMOCON TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-TERMOCON
            MOVE 'SESSAO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-SESSAO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-SESSAO
            .
       P050-FIM.
       END PROGRAM SISCONSN.

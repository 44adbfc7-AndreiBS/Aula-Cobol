      *          MATERIA VIA MATRICULAS.DAT), GERA UMA CARTA POR
      *          DESTINATARIO EM MALA_DIRETA.TXT E AS ETIQUETAS EM
      *          ORDEM DE CEP (ETIQUETAS.TXT) PARA O DESCONTO DO
      *          CORREIO. CARTA DE DIVULGACAO SO VAI PARA O ALUNO
      *          COM CONSENTIMENTO 'MK' VALIDO (CHKCONSE); A CARTA
      *          INSTITUCIONAL (AVISO, CONVOCACAO) NAO DEPENDE DELE
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISMALA.
       77 WS-PARTE-1                       PIC X(80).
       77 WS-PARTE-2                       PIC X(80).
       77 WS-QTD-MARCAS                    PIC 9(02).
       77 WS-TIPO-CARTA                    PIC X VALUE SPACES.
          88 CARTA-DIVULGACAO              VALUE 'D' 'd' SPACES.
          88 CARTA-INSTITUCIONAL           VALUE 'I' 'i'.
       77 WS-QTD-SEM-CONSENT               PIC 9(05) VALUE ZEROS.
          COPY CSN_AREA.
       01 WS-ARQ-CFG-MODELO                PIC X(60) VALUE
          'C:\COBOL\MODELO_CARTA.TXT'.
       01 WS-ARQ-CFG-D3-REGISTRO           PIC X(60) VALUE
            DISPLAY 'TECLE 1 para uma turma, 2 para todos os '
                    'ativos, 3 para alunos de uma materia: '
            ACCEPT WS-OPCAO
            DISPLAY 'Carta de (D)ivulgacao ou (I)nstitucional? '
                    '(<ENTER> = D): '
            ACCEPT WS-TIPO-CARTA
            IF NOT CARTA-DIVULGACAO AND NOT CARTA-INSTITUCIONAL
                DISPLAY 'TIPO DE CARTA INVALIDO! '
                GOBACK
            END-IF
            EVALUATE WS-OPCAO
                WHEN '1'
                    DISPLAY 'Informe a turma: '
                    DISPLAY 'OPCAO INVALIDA! '
                    GOBACK
            END-EVALUATE
            IF CARTA-DIVULGACAO AND WS-QTD-SEM-CONSENT > 0
                DISPLAY WS-QTD-SEM-CONSENT ' aluno(s) sem '
                        'consentimento de divulgacao (MK) - fora da '
                        'mala.'
            END-IF

            IF WS-QTD-DEST EQUAL 0
                DISPLAY 'NENHUM DESTINATARIO SELECIONADO. '
            .
       P200-FIM.
       P220-GUARDA-DEST.
            IF CARTA-DIVULGACAO
                MOVE 'A'          TO WL-CSN-TP-PESSOA
                MOVE ID-ALUNO     TO WL-CSN-ID-PESSOA
                MOVE 'MK'         TO WL-CSN-FINALIDADE
                CALL 'CHKCONSE' USING WL-CONSENTIMENTO
                IF NOT WL-CSN-CONCEDIDO
                    ADD 1 TO WS-QTD-SEM-CONSENT
                    GO TO P220-FIM
                END-IF
            END-IF
            IF WS-QTD-DEST < 500
                ADD 1 TO WS-QTD-DEST
                MOVE NM-ALUNO     TO WS-DEST-NOME(WS-QTD-DEST)

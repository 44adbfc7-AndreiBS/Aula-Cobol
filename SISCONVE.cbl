      *          CONTROLE 'FATURAS', IMPRESSA COM A LISTA DE ALUNOS
      *          VIA SPOOL) E LIQUIDACAO DA FATURA INTEIRA QUANDO A
      *          EMPRESA PAGA, BAIXANDO TODAS AS MENSALIDADES 'V'
      *          COBERTAS - SUBSTITUI A LISTA DATILOGRAFADA MENSAL;
      *          A LIQUIDACAO E RECUSADA SE A DATA CAI EM PERIODO
      *          CONTABIL FECHADO (CHKPERIO). NA LISTA DA FATURA O
      *          NOME SO SAI PARA O ALUNO COM CONSENTIMENTO 'CV' DE
      *          COMPARTILHAMENTO COM A EMPRESA (CHKCONSE); SEM ELE
      *          VAI SO O ID E O VALOR, QUE CONTINUA FATURADO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISCONVE.
       77 WS-QTD-ITENS                     PIC 9(03) VALUE ZEROS.
       77 WS-QTD-BAIXADAS                  PIC 9(03) VALUE ZEROS.
       77 WS-LINHA-FAT                     PIC X(80) VALUE SPACES.
       77 WS-DT-LIQUIDACAO                 PIC 9(08) VALUE ZEROS.
       77 WS-QTD-SEM-CONSENT               PIC 9(03) VALUE ZEROS.
          COPY CSN_AREA.
       01 WS-ARQ-FATURA                    PIC X(60) VALUE
          'C:\COBOL\FATURA_CONVENIO.TXT'.
       01 WL-SPOOL.
          03 WL-SPL-OK                     PIC X(01).
             88 WL-SPOOL-ABERTO            VALUE 'S'.
             88 WL-SPOOL-FALHOU            VALUE 'N'.
       01 WL-PARAMETROS-PERIODO.
          03 WL-PER-DATA                   PIC 9(08).
          03 WL-PER                        PIC X(01).
             88 WL-PER-ABERTO              VALUE 'A'.
             88 WL-PER-FECHADO             VALUE 'F'.
          COPY JRN_AREA.
       01 WS-IMAGEM-ANTES-MEN              PIC X(230) VALUE SPACES.
       01 WL-AUDITORIA.
          03 WL-PROGRAMA                   PIC X(12)
             VALUE 'SISCONVE'.
            WRITE REG-FATURA-OUT

            MOVE ZEROS            TO WS-VL-FATURA WS-QTD-ITENS
                                     WS-QTD-SEM-CONSENT
            SET EOF-MEN-OK        TO FALSE
            SET FS-MEN-OK         TO TRUE
            SET FS-ACV-OK         TO TRUE
                   DELIMITED BY SIZE INTO WS-LINHA-FAT
            MOVE WS-LINHA-FAT TO REG-FATURA-OUT
            WRITE REG-FATURA-OUT
            IF WS-QTD-SEM-CONSENT > ZEROS
                MOVE SPACES TO WS-LINHA-FAT
                STRING '(*) ' WS-QTD-SEM-CONSENT
                       ' ALUNO(S) SEM AUTORIZACAO PARA INFORMAR O '
                       'NOME A EMPRESA'
                       DELIMITED BY SIZE INTO WS-LINHA-FAT
                MOVE WS-LINHA-FAT TO REG-FATURA-OUT
                WRITE REG-FATURA-OUT
            END-IF
            CLOSE FATURA-OUT

            IF WS-QTD-ITENS EQUAL ZEROS
                NOT INVALID KEY
                    CONTINUE
            END-READ
      * O NOME DO ALUNO E DADO PESSOAL: SO VAI A EMPRESA COM O
      * CONSENTIMENTO DE COMPARTILHAMENTO COM O CONVENIO
            MOVE 'A'              TO WL-CSN-TP-PESSOA
            MOVE ID-ALUNO-MEN     TO WL-CSN-ID-PESSOA
            MOVE 'CV'             TO WL-CSN-FINALIDADE
            CALL 'CHKCONSE' USING WL-CONSENTIMENTO
            IF NOT WL-CSN-CONCEDIDO
                MOVE '(*) RESERVADO'  TO NM-ALUNO
                ADD 1             TO WS-QTD-SEM-CONSENT
            END-IF
            ADD 1                 TO WS-QTD-ITENS
            ADD VL-MENSALIDADE    TO WS-VL-FATURA
            MOVE SPACES TO WS-LINHA-FAT
      * A EMPRESA PAGOU: A FATURA INTEIRA E LIQUIDADA E TODAS AS
      * MENSALIDADES 'V' COBERTAS SAO BAIXADAS DE UMA VEZ
       P500-LIQUIDA.
            ACCEPT WS-DT-LIQUIDACAO FROM DATE YYYYMMDD
            MOVE WS-DT-LIQUIDACAO TO WL-PER-DATA
            CALL 'CHKPERIO' USING WL-PARAMETROS-PERIODO
            IF WL-PER-FECHADO
                GO TO P500-FIM
            END-IF
            DISPLAY 'Informe o numero da fatura: '
            ACCEPT WS-NR-FATURA
            SET FS-FAT-OK         TO TRUE
            MOVE CP-COMPETENCIA-FAT TO WS-COMPETENCIA
            PERFORM P510-BAIXA-COBERTAS THRU P510-FIM
            SET FAT-PAGA          TO TRUE
            MOVE WS-DT-LIQUIDACAO TO DT-PAGAMENTO-FAT
            REWRITE REG-FATURA
            CLOSE FATURAS
            DISPLAY 'FATURA ' WS-NR-FATURA ' LIQUIDADA - '
            END-READ
            MOVE REG-MENSALIDADE  TO WS-IMAGEM-ANTES-MEN
            SET MEN-PAGA          TO TRUE
            MOVE WS-DT-LIQUIDACAO TO DT-PAGAMENTO-MEN
            MOVE VL-MENSALIDADE   TO VL-PAGO-MEN
            MOVE 'B'              TO FORMA-PGTO-MEN
            MOVE WS-NR-FATURA     TO NR-RECIBO-MEN

      *          VENCIMENTO EM DIA UTIL (DIAUTIL); AS ORIGINAIS VIRAM
      *          'R' (RENEGOCIADAS) E SOMEM DA COBRANCA. PARCELA EM
      *          ATRASO ROMPE O ACORDO: AS ORIGINAIS VOLTAM A 'A' E
      *          REAPARECEM NO AGING E NAS CARTAS DE COBRANCA;
      *          NENHUM DOS DOIS MOVIMENTOS E FEITO COM A DATA EM
      *          PERIODO CONTABIL FECHADO (CHKPERIO)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISACORD.
       01 WL-PARAMETROS-DIA.
          03 WL-DATA-ENTRADA               PIC 9(08).
          03 WL-DATA-SAIDA                 PIC 9(08).
       01 WL-PARAMETROS-PERIODO.
          03 WL-PER-DATA                   PIC 9(08).
          03 WL-PER                        PIC X(01).
             88 WL-PER-ABERTO              VALUE 'A'.
             88 WL-PER-FECHADO             VALUE 'F'.
       01 WL-PARAMETROS-NEGATIVACAO.
          03 WL-NEG-ID-ALUNO               PIC 9(06).
          03 WL-NEG-QT-LIBERADAS           PIC 9(02).
          COPY JRN_AREA.
       01 WS-IMAGEM-ANTES-MEN              PIC X(230) VALUE SPACES.
       01 WL-AUDITORIA.
          03 WL-PROGRAMA                   PIC X(12)
             VALUE 'SISACORD'.
            DISPLAY 'Informe o ID do aluno: '
            ACCEPT WS-ID-ALUNO
            ACCEPT WS-DATA-HOJE-8 FROM DATE YYYYMMDD
            MOVE WS-DATA-HOJE-8   TO WL-PER-DATA
            CALL 'CHKPERIO' USING WL-PARAMETROS-PERIODO
            IF WL-PER-FECHADO
                GO TO P310-FIM
            END-IF
            PERFORM P320-LEVANTA-VENCIDAS THRU P320-FIM
            IF WS-QTD-VENCIDAS EQUAL ZEROS
                DISPLAY 'O ALUNO NAO TEM MENSALIDADES VENCIDAS.'
            PERFORM P330-GRAVA-ACORDO   THRU P330-FIM
            PERFORM P335-GRAVA-PARCELAS THRU P335-FIM
            PERFORM P340-RENEGOCIA      THRU P340-FIM
      * AS ORIGINAIS RENEGOCIADAS QUITAM A NEGATIVACAO DO ALUNO
            MOVE WS-ID-ALUNO      TO WL-NEG-ID-ALUNO
            CALL 'NEGQUITA' USING WL-PARAMETROS-NEGATIVACAO
                ON EXCEPTION
                    DISPLAY 'AVISO: CONFERENCIA DA NEGATIVACAO '
                            'INDISPONIVEL.'
            END-CALL
            DISPLAY 'ACORDO ' WS-NR-ACORDO ' FECHADO.'
            IF WS-VL-ENTRADA > ZEROS
                DISPLAY 'RECEBA A ENTRADA NO CAIXA (OPCAO 4) COMO '
                MOVE WS-DATA-HOJE-8  TO DT-VENCIMENTO-AP
                SET AP-ABERTA        TO TRUE
                MOVE ZEROS           TO DT-PAGAMENTO-AP VL-PAGO-AP
                                        NR-RECIBO-AP NR-NOSSO-NUM-AP
                MOVE SPACE           TO FORMA-PGTO-AP
                WRITE REG-PARCELA-ACORDO
                    INVALID KEY
                MOVE WS-DT-VENC-PARC TO DT-VENCIMENTO-AP
                SET AP-ABERTA        TO TRUE
                MOVE ZEROS           TO DT-PAGAMENTO-AP VL-PAGO-AP
                                        NR-RECIBO-AP NR-NOSSO-NUM-AP
                MOVE SPACE           TO FORMA-PGTO-AP
                WRITE REG-PARCELA-ACORDO
                    INVALID KEY
      * RESTANTES SAO CANCELADAS; O QUE JA FOI PAGO FICA PAGO
       P400-ROMPIDOS.
            ACCEPT WS-DATA-HOJE-8 FROM DATE YYYYMMDD
            MOVE WS-DATA-HOJE-8   TO WL-PER-DATA
            CALL 'CHKPERIO' USING WL-PARAMETROS-PERIODO
            IF WL-PER-FECHADO
                GO TO P400-FIM
            END-IF
            MOVE ZEROS            TO WS-QTD-ROMPIDOS
            SET EOF-OK            TO FALSE
            SET FS-ACO-OK         TO TRUE

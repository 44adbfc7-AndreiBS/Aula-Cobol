      *          E TRATA DEVOLUCAO REABRINDO A MENSALIDADE COBERTA;
      *          O CHEQUE EM CUSTODIA ENTRA COMO MOVIMENTO 'Q' DA
      *          SESSAO DE CAIXA ABERTA (COLUNA PROPRIA DO
      *          FECHAMENTO); NADA E MOVIMENTADO COM A DATA EM
      *          PERIODO CONTABIL FECHADO (CHKPERIO)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISCHEQ.
       01 WL-PARAMETROS-DIA.
          03 WL-DATA-ENTRADA               PIC 9(08).
          03 WL-DATA-SAIDA                 PIC 9(08).
       01 WL-PARAMETROS-PERIODO.
          03 WL-PER-DATA                   PIC 9(08).
          03 WL-PER                        PIC X(01).
             88 WL-PER-ABERTO              VALUE 'A'.
             88 WL-PER-FECHADO             VALUE 'F'.
       01 WL-EVENTO.
          03 WL-EV-TIPO                    PIC X(10).
          03 WL-EV-CHAVE                   PIC X(10).
          03 WL-EV-PAYLOAD                 PIC X(80).
          COPY JRN_AREA.
       01 WS-IMAGEM-ANTES-MEN              PIC X(230) VALUE SPACES.
       01 WL-AUDITORIA.
          03 WL-PROGRAMA                   PIC X(12)
             VALUE 'SISCHEQ'.
            .
       P300-FIM.
       P310-REGISTRA.
            ACCEPT WS-DATA-HOJE-8 FROM DATE YYYYMMDD
            MOVE WS-DATA-HOJE-8   TO WL-PER-DATA
            CALL 'CHKPERIO' USING WL-PARAMETROS-PERIODO
            IF WL-PER-FECHADO
                GO TO P310-FIM
            END-IF
            PERFORM P150-PROX-CHEQUE THRU P150-FIM
            SET FS-CHQ-OK         TO TRUE
            OPEN I-O CHEQUES
            .
       P420-FIM.
       P430-MUDA-STATUS.
            ACCEPT WS-DATA-HOJE-8 FROM DATE YYYYMMDD
            MOVE WS-DATA-HOJE-8   TO WL-PER-DATA
            CALL 'CHKPERIO' USING WL-PARAMETROS-PERIODO
            IF WL-PER-FECHADO
                GO TO P430-FIM
            END-IF
            SET FS-CHQ-OK         TO TRUE
            OPEN I-O CHEQUES
            IF NOT FS-CHQ-OK
      * COBERTA REABRE E O ALUNO FICA SINALIZADO NA AUDITORIA E NO
      * PORTAL (EVENTO 'CHQDEVOL')
       P500-DEVOLUCAO.
            ACCEPT WS-DATA-HOJE-8 FROM DATE YYYYMMDD
            MOVE WS-DATA-HOJE-8   TO WL-PER-DATA
            CALL 'CHKPERIO' USING WL-PARAMETROS-PERIODO
            IF WL-PER-FECHADO
                GO TO P500-FIM
            END-IF
            DISPLAY 'Informe o numero de controle do cheque: '
            ACCEPT WS-NR-CONTROLE
            SET FS-CHQ-OK         TO TRUE
                            MOVE ZEROS TO DT-PAGAMENTO-MEN
                                          VL-PAGO-MEN
                                          NR-RECIBO-MEN
                                          VL-MULTA-MEN
                                          VL-JUROS-MEN
                                          VL-DESCONTO-MEN
                            MOVE SPACE TO FORMA-PGTO-MEN
                            SET MEN-ABERTA TO TRUE
                            REWRITE REG-MENSALIDADE

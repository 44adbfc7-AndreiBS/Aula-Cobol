      *          DE MENSALID.DAT COM VALOR ORIGINAL, BOLSA APLICADA,
      *          VENCIMENTO, PAGAMENTO (DATA/FORMA/RECIBO), ESTORNOS
      *          (ESTORNOS.DAT, LINHA NEGATIVA) E SALDO DEVEDOR
      *          ACUMULADO, TAXAS AVULSAS (COBRTAXA.DAT), IMPRESSO
      *          VIA SPOOL PARA O RESPONSAVEL
      *          LEVAR; A VISAO POR RESPONSAVEL (RESPONSA.DAT)
      *          CONSOLIDA OS ALUNOS DE UM MESMO CONTATO
      ******************************************************************
               RECORD  KEY  IS NR-RECIBO-EST
               FILE STATUS IS WS-FS-EST.

               SELECT COBRANCAS-TX ASSIGN TO WS-ARQ-CFG-COBRTAXA
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS NR-COBRANCA-TX
               FILE STATUS IS WS-FS-CTX.

               SELECT RESPONSAVEIS ASSIGN TO WS-ARQ-CFG-RESPONSA
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
          COPY FD_MENSA.
       FD ESTORNOS.
          COPY FD_ESTOR.
       FD COBRANCAS-TX.
          COPY FD_COBTX.
       FD RESPONSAVEIS.
          COPY FD_RESPO.
       FD ALUNOS.
          88 FS-MEN-OK                     VALUE 0.
       77 WS-FS-EST                        PIC 99.
          88 FS-EST-OK                     VALUE 0.
       77 WS-FS-CTX                        PIC 99.
          88 FS-CTX-OK                     VALUE 0.
       77 WS-FS-RSP                        PIC 99.
          88 FS-RSP-OK                     VALUE 0.
       77 WS-FS-EXT                        PIC 99.
          'C:\COBOL\MENSALID.DAT'.
       01 WS-ARQ-CFG-ESTORNOS              PIC X(60) VALUE
          'C:\COBOL\ESTORNOS.DAT'.
       01 WS-ARQ-CFG-COBRTAXA              PIC X(60) VALUE
          'C:\COBOL\COBRTAXA.DAT'.
       01 WS-ARQ-CFG-RESPONSA              PIC X(60) VALUE
          'C:\COBOL\RESPONSA.DAT'.
       01 WS-ARQ-CFG-D3-REGISTRO           PIC X(60) VALUE
                DISPLAY 'FILE STATUS: ' WS-FS-MEN
            END-IF
            PERFORM P420-LINHAS-ESTORNO THRU P420-FIM
            PERFORM P430-LINHAS-TAXA    THRU P430-FIM

            MOVE SPACES TO WS-LINHA-EXT
            STRING 'MENSALIDADES LISTADAS: ' WS-QTD-LINHAS
            END-EVALUATE
            MOVE WS-LINHA-EXT TO REG-EXTRATO-OUT
            WRITE REG-EXTRATO-OUT
      * BAIXA COM ENCARGOS OU DESCONTO DE PONTUALIDADE: LINHA EXTRA
      * COM A DIVISAO DO VALOR PAGO
            IF MEN-PAGA AND (VL-MULTA-MEN > 0 OR VL-JUROS-MEN > 0
                             OR VL-DESCONTO-MEN > 0)
                MOVE SPACES TO WS-LINHA-EXT
                STRING '       ENCARGOS: PRINCIPAL ' VL-MENSALIDADE
                       ' MULTA ' VL-MULTA-MEN
                       ' JUROS ' VL-JUROS-MEN
                       ' DESCONTO ' VL-DESCONTO-MEN
                       DELIMITED BY SIZE INTO WS-LINHA-EXT
                MOVE WS-LINHA-EXT TO REG-EXTRATO-OUT
                WRITE REG-EXTRATO-OUT
            END-IF
            .
       P410-FIM.
       P420-LINHAS-ESTORNO.
            END-IF
            .
       P420-FIM.
      * TAXAS AVULSAS DO ALUNO; AS ABERTAS ENTRAM NO SALDO DEVEDOR
       P430-LINHAS-TAXA.
            SET EOF-OK            TO FALSE
            SET FS-CTX-OK         TO TRUE
            OPEN INPUT COBRANCAS-TX
            IF FS-CTX-OK
                PERFORM UNTIL EOF-OK
                    READ COBRANCAS-TX NEXT
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            IF ID-ALUNO-TX EQUAL WS-ID-ALUNO
                                PERFORM P435-LINHA-TAXA THRU P435-FIM
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE COBRANCAS-TX
            END-IF
            .
       P430-FIM.
       P435-LINHA-TAXA.
            MOVE SPACES TO WS-LINHA-EXT
            EVALUATE TRUE
                WHEN TX-PAGA
                    STRING 'TAXA ' CD-TAXA-TX ' ' DS-COBRANCA-TX
                           ' PAGO ' VL-COBRANCA-TX
                           ' EM ' DT-PAGAMENTO-TX
                           ' REC ' NR-RECIBO-TX
                           DELIMITED BY SIZE INTO WS-LINHA-EXT
                WHEN TX-CANCELADA
                    STRING 'TAXA ' CD-TAXA-TX ' ' DS-COBRANCA-TX
                           ' ' VL-COBRANCA-TX ' CANCELADA'
                           DELIMITED BY SIZE INTO WS-LINHA-EXT
                WHEN OTHER
                    ADD VL-COBRANCA-TX TO WS-SALDO-ABERTO
                    STRING 'TAXA ' CD-TAXA-TX ' ' DS-COBRANCA-TX
                           ' VENC ' DT-VENCIMENTO-TX
                           ' ABERTA ' VL-COBRANCA-TX
                           ' SALDO ' WS-SALDO-ABERTO
                           DELIMITED BY SIZE INTO WS-LINHA-EXT
            END-EVALUATE
            MOVE WS-LINHA-EXT TO REG-EXTRATO-OUT
            WRITE REG-EXTRATO-OUT
            .
       P435-FIM.
       P900-FIM.
            GOBACK.
      * RESOLVE OS CAMINHOS FISICOS PELO CONFIGSYS (PRODUCAO OU
            MOVE WS-ARQ-CFG-ESTORNOS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-ESTORNOS
            MOVE 'COBRTAXA' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-COBRTAXA TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-COBRTAXA
            MOVE 'RESPONSA' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-RESPONSA TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG

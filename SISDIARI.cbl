      * Purpose: EXPORTACAO DO DIARIO CONTABIL (PARTIDAS DOBRADAS) -
      *          TRANSFORMA OS FATOS DE UM DIA (RECEBIMENTOS DO
      *          CAIXA POR FORMA, ESTORNOS, SANGRIAS/SUPRIMENTOS DA
      *          SESSAO, DESCONTOS DE BOLSA, ENCARGOS DE ATRASO E
      *          DESCONTOS DE PONTUALIDADE, TAXAS AVULSAS PAGAS,
      *          FATURAS DE CONVENIO, DEPRECIACAO/BAIXAS DO
      *          IMOBILIZADO E A RECEITA DIFERIDA DA ANUIDADE
      *          ANTECIPADA - RECEBIMENTO, APROPRIACAO MENSAL E
      *          DEVOLUCAO - E A CARTEIRA PRE-PAGA DO ALUNO -
      *          RECARGA, ESTORNO, CONSUMO POR PONTO DE VENDA E
      *          DEVOLUCAO NO ACERTO DA EVASAO)
      *          EM LANCAMENTOS BALANCEADOS NO LEIAUTE FIXO DO
      *          PACOTE CONTABIL (DIARIO.TXT, HEADER/TRAILER COM
      *          TOTAIS). O DE/PARA DE CONTAS VEM DE PLANCONT.DAT
      *          AS CONTAS PADRAO DA CASA. OS LANCAMENTOS SAO
      *          MONTADOS EM MEMORIA E O ARQUIVO SO E EMITIDO SE
      *          DEBITOS = CREDITOS; RERODAVEL POR DATA (O ARQUIVO
      *          DO DIA E REGRAVADO INTEIRO, SEM DUPLICAR). AO
      *          FINAL MOSTRA OS TOTAIS POR UNIDADE (CAMPUS) E O
      *          CONSOLIDADO: CAIXA E ESTORNO PELA UNIDADE DA SESSAO
      *          OU DO RECIBO, MENSALIDADE PELA UNIDADE DA TURMA E OS
      *          DEMAIS FATOS NA UNIDADE DESTA INSTALACAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISDIARI.
               RECORD  KEY  IS NR-FATURA
               FILE STATUS IS WS-FS-FAT.

               SELECT ITENS-RECIBO ASSIGN TO WS-ARQ-CFG-RECIBITE
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-ITEM-RECIBO
               FILE STATUS IS WS-FS-ITR.

               SELECT MOV-DEPRECIACAO ASSIGN TO WS-ARQ-CFG-DEPRMOV
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-MOV-DEPR
               FILE STATUS IS WS-FS-DEP.

               SELECT COBRANCAS-TX ASSIGN TO WS-ARQ-CFG-COBRTAXA
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS NR-COBRANCA-TX
               FILE STATUS IS WS-FS-CTX.

               SELECT ANUIDADES ASSIGN TO WS-ARQ-CFG-ANUIDADE
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-ANUIDADE
               ALTERNATE RECORD KEY IS NR-ANUIDADE
               FILE STATUS IS WS-FS-ANU.

               SELECT MOVIMENTOS-PPG ASSIGN TO WS-ARQ-CFG-PREPMOV
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS SEQUENTIAL
               RECORD  KEY  IS CHAVE-MOV-PREPAGO
               FILE STATUS IS WS-FS-PPM.

               SELECT DIARIO-OUT ASSIGN TO WS-ARQ-CFG-DIARIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DIA.
          COPY FD_CXMOV.
       FD FATURAS.
          COPY FD_FATUR.
       FD ITENS-RECIBO.
          COPY FD_RECIT.
       FD MOV-DEPRECIACAO.
          COPY FD_DEPMV.
       FD COBRANCAS-TX.
          COPY FD_COBTX.
       FD ANUIDADES.
          COPY FD_ANUID.
       FD MOVIMENTOS-PPG.
          COPY FD_PPMOV.
       FD DIARIO-OUT.
       01 REG-DIARIO-OUT                   PIC X(70).

          88 FS-FAT-OK                     VALUE 0.
       77 WS-FS-DIA                        PIC 99.
          88 FS-DIA-OK                     VALUE 0.
       77 WS-FS-ITR                        PIC 99.
          88 FS-ITR-OK                     VALUE 0.
       77 WS-FS-DEP                        PIC 99.
          88 FS-DEP-OK                     VALUE 0.
       77 WS-FS-CTX                        PIC 99.
          88 FS-CTX-OK                     VALUE 0.
       77 WS-FS-ANU                        PIC 99.
          88 FS-ANU-OK                     VALUE 0.
       77 WS-FS-PPM                        PIC 99.
          88 FS-PPM-OK                     VALUE 0.
       77 WS-EOF-ITR                       PIC X.
          88 EOF-ITR-OK                    VALUE 'S' FALSE 'N'.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE 'S' FALSE 'N'.
       77 WS-DT-DIARIO                     PIC 9(08).
             05 WS-LAN-DC                 PIC X(01).
             05 WS-LAN-VALOR              PIC 9(08)V99.
             05 WS-LAN-HISTORICO          PIC X(30).
             05 WS-LAN-UNIDADE            PIC 9(01).
       77 WS-IND1                          PIC 9(04).
       77 WS-EVENTO-BUSCA                  PIC X(10).
       77 WS-FORMA-BUSCA                   PIC X(01).
       77 WS-VL-LANCTO                     PIC 9(08)V99.
       77 WS-HISTORICO                     PIC X(30).
       77 WS-VL-DESCONTO                   PIC 9(08)V99.
       77 WS-VL-ENCARGOS                   PIC 9(08)V99.
       77 WS-TOT-DEBITOS                   PIC 9(10)V99 VALUE ZEROS.
       77 WS-TOT-CREDITOS                  PIC 9(10)V99 VALUE ZEROS.
      * CONSUMO DA CARTEIRA PRE-PAGA TOTALIZADO POR PONTO DE VENDA
       77 WS-VL-CONSUMO-CANTINA            PIC 9(08)V99 VALUE ZEROS.
       77 WS-VL-CONSUMO-REPROG             PIC 9(08)V99 VALUE ZEROS.
      * QUEBRA POR UNIDADE (CAMPUS) - INDICE = UNIDADE 1 A 9; O FATO
      * SEM UNIDADE PROPRIA FICA NA UNIDADE DESTA INSTALACAO
          COPY TUN_AREA.
       77 WS-UNI-LANCTO                    PIC 9(01).
       77 WS-UNI-INST-NUM                  PIC 9(01).
       77 WS-IND-UNI                       PIC 9(01).
       01 WS-TABELA-UNIDADES.
          03 WS-TAB-UNI OCCURS 9 TIMES.
             05 WS-UNI-LINHAS             PIC 9(04).
             05 WS-UNI-DEBITOS            PIC 9(10)V99.
             05 WS-UNI-CREDITOS           PIC 9(10)V99.
       77 WS-TABELA-CHEIA                  PIC X VALUE 'N'.
          88 TABELA-CHEIA                  VALUE 'S' FALSE 'N'.
       01 WL-RUNLOG.
          'C:\COBOL\CAIXAMOV.DAT'.
       01 WS-ARQ-CFG-FATURAS               PIC X(60) VALUE
          'C:\COBOL\FATURAS.DAT'.
       01 WS-ARQ-CFG-RECIBITE              PIC X(60) VALUE
          'C:\COBOL\RECIBITE.DAT'.
       01 WS-ARQ-CFG-DEPRMOV               PIC X(60) VALUE
          'C:\COBOL\DEPRMOV.DAT'.
       01 WS-ARQ-CFG-COBRTAXA              PIC X(60) VALUE
          'C:\COBOL\COBRTAXA.DAT'.
       01 WS-ARQ-CFG-ANUIDADE              PIC X(60) VALUE
          'C:\COBOL\ANUIDADE.DAT'.
       01 WS-ARQ-CFG-PREPMOV               PIC X(60) VALUE
          'C:\COBOL\PREPMOV.DAT'.
       01 WS-ARQ-CFG-DIARIO                PIC X(60) VALUE
          'C:\COBOL\DIARIO.TXT'.
          COPY CFG_AREA.
       MAIN-PROCEDURE.
            PERFORM P050-CONFIGURA THRU P050-FIM
            DISPLAY '*** DIARIO CONTABIL (PARTIDAS DOBRADAS) ***'
            MOVE SPACES           TO WL-TUN-TURMA
            CALL 'TURUNIDA' USING WL-TURMA-UNIDADE
            MOVE WL-TUN-IDX       TO WS-UNI-INST-NUM
            MOVE WS-UNI-INST-NUM  TO WS-UNI-LANCTO
            MOVE 'I'              TO WL-RL-FASE
            MOVE ZEROS            TO WL-RL-REGISTROS
            MOVE SPACES           TO WL-RL-STATUS
            PERFORM P100-CARREGA-PLANO    THRU P100-FIM
            PERFORM P200-RECEBIMENTOS     THRU P200-FIM
            PERFORM P215-BOLSAS           THRU P215-FIM
            PERFORM P217-ENCARGOS         THRU P217-FIM
            PERFORM P219-TAXAS            THRU P219-FIM
            PERFORM P230-ANUIDADES        THRU P230-FIM
            PERFORM P235-CARTEIRAS        THRU P235-FIM
            PERFORM P220-ESTORNOS         THRU P220-FIM
            PERFORM P240-MOVIMENTOS       THRU P240-FIM
            PERFORM P260-FATURAS          THRU P260-FIM
            PERFORM P270-IMOBILIZADO      THRU P270-FIM

            IF WS-QTD-LANCTOS EQUAL ZEROS
                DISPLAY 'NENHUM FATO CONTABIL NA DATA - ARQUIVO '
                GOBACK
            END-IF
            PERFORM P300-EMITE THRU P300-FIM
            PERFORM P310-POR-UNIDADE THRU P310-FIM

            MOVE 'F'              TO WL-RL-FASE
            MOVE WS-QTD-LANCTOS   TO WL-RL-REGISTROS
            .
       P100-FIM.
       P110-PLANO-PADRAO.
            MOVE 23 TO WS-QTD-PLANO
            MOVE 'RECEBIMENT' TO WS-PLN-EVENTO(1)
            MOVE 'D'          TO WS-PLN-FORMA(1)
            MOVE '11101000'   TO WS-PLN-DEBITO(1)
            MOVE ' '          TO WS-PLN-FORMA(10)
            MOVE '11999000'   TO WS-PLN-DEBITO(10)
            MOVE '39999000'   TO WS-PLN-CREDITO(10)
            MOVE 'ENCARGOS'   TO WS-PLN-EVENTO(11)
            MOVE ' '          TO WS-PLN-FORMA(11)
            MOVE '31101000'   TO WS-PLN-DEBITO(11)
            MOVE '32101000'   TO WS-PLN-CREDITO(11)
            MOVE 'DESCONTO'   TO WS-PLN-EVENTO(12)
            MOVE ' '          TO WS-PLN-FORMA(12)
            MOVE '41102000'   TO WS-PLN-DEBITO(12)
            MOVE '31101000'   TO WS-PLN-CREDITO(12)
            MOVE 'DEPRECIA'   TO WS-PLN-EVENTO(13)
            MOVE ' '          TO WS-PLN-FORMA(13)
            MOVE '41201000'   TO WS-PLN-DEBITO(13)
            MOVE '12109000'   TO WS-PLN-CREDITO(13)
            MOVE 'BAIXA-DEPR' TO WS-PLN-EVENTO(14)
            MOVE ' '          TO WS-PLN-FORMA(14)
            MOVE '12109000'   TO WS-PLN-DEBITO(14)
            MOVE '12101000'   TO WS-PLN-CREDITO(14)
            MOVE 'BAIXA-PERD' TO WS-PLN-EVENTO(15)
            MOVE ' '          TO WS-PLN-FORMA(15)
            MOVE '42101000'   TO WS-PLN-DEBITO(15)
            MOVE '12101000'   TO WS-PLN-CREDITO(15)
            MOVE 'TAXA'       TO WS-PLN-EVENTO(16)
            MOVE ' '          TO WS-PLN-FORMA(16)
            MOVE '31101000'   TO WS-PLN-DEBITO(16)
            MOVE '31201000'   TO WS-PLN-CREDITO(16)
            MOVE 'ANUIDADE'   TO WS-PLN-EVENTO(17)
            MOVE ' '          TO WS-PLN-FORMA(17)
            MOVE '31101000'   TO WS-PLN-DEBITO(17)
            MOVE '21301000'   TO WS-PLN-CREDITO(17)
            MOVE 'APROPRIA'   TO WS-PLN-EVENTO(18)
            MOVE ' '          TO WS-PLN-FORMA(18)
            MOVE '21301000'   TO WS-PLN-DEBITO(18)
            MOVE '31101000'   TO WS-PLN-CREDITO(18)
            MOVE 'DEVOL-ANU'  TO WS-PLN-EVENTO(19)
            MOVE ' '          TO WS-PLN-FORMA(19)
            MOVE '21301000'   TO WS-PLN-DEBITO(19)
            MOVE '31101000'   TO WS-PLN-CREDITO(19)
            MOVE 'RECARGA'    TO WS-PLN-EVENTO(20)
            MOVE ' '          TO WS-PLN-FORMA(20)
            MOVE '31101000'   TO WS-PLN-DEBITO(20)
            MOVE '21302000'   TO WS-PLN-CREDITO(20)
            MOVE 'ESTORN-REC' TO WS-PLN-EVENTO(21)
            MOVE ' '          TO WS-PLN-FORMA(21)
            MOVE '21302000'   TO WS-PLN-DEBITO(21)
            MOVE '31101000'   TO WS-PLN-CREDITO(21)
            MOVE 'CONSUMO'    TO WS-PLN-EVENTO(22)
            MOVE ' '          TO WS-PLN-FORMA(22)
            MOVE '21302000'   TO WS-PLN-DEBITO(22)
            MOVE '31301000'   TO WS-PLN-CREDITO(22)
            MOVE 'DEVOL-CART' TO WS-PLN-EVENTO(23)
            MOVE ' '          TO WS-PLN-FORMA(23)
            MOVE '21302000'   TO WS-PLN-DEBITO(23)
            MOVE '31101000'   TO WS-PLN-CREDITO(23)
            .
       P110-FIM.
       P150-BUSCA-CONTAS.
            ADD 1 TO WS-QTD-LANCTOS
            MOVE WS-CTA-DEBITO    TO WS-LAN-CONTA(WS-QTD-LANCTOS)
            MOVE 'D'              TO WS-LAN-DC(WS-QTD-LANCTOS)
            MOVE WS-UNI-LANCTO    TO WS-LAN-UNIDADE(WS-QTD-LANCTOS)
            MOVE WS-VL-LANCTO     TO WS-LAN-VALOR(WS-QTD-LANCTOS)
            MOVE WS-HISTORICO     TO
                WS-LAN-HISTORICO(WS-QTD-LANCTOS)
            ADD 1 TO WS-QTD-LANCTOS
            MOVE WS-CTA-CREDITO   TO WS-LAN-CONTA(WS-QTD-LANCTOS)
            MOVE 'C'              TO WS-LAN-DC(WS-QTD-LANCTOS)
            MOVE WS-UNI-LANCTO    TO WS-LAN-UNIDADE(WS-QTD-LANCTOS)
            MOVE WS-VL-LANCTO     TO WS-LAN-VALOR(WS-QTD-LANCTOS)
            MOVE WS-HISTORICO     TO
                WS-LAN-HISTORICO(WS-QTD-LANCTOS)
            ADD WS-VL-LANCTO      TO WS-TOT-CREDITOS
            MOVE WS-UNI-INST-NUM  TO WS-UNI-LANCTO
            .
       P160-FIM.
      * NUMERACAO SEM UNIDADE NO 1O DIGITO = SERIE ANTIGA, DESTA
      * INSTALACAO
       P165-UNIDADE.
            IF WS-UNI-LANCTO EQUAL ZERO
                MOVE WS-UNI-INST-NUM TO WS-UNI-LANCTO
            END-IF
            .
       P165-FIM.
      * OS RECEBIMENTOS SAEM DOS MOVIMENTOS 'R' DA SESSAO (CAIXAMOV),
      * QUE SAO IMUTAVEIS: UM ESTORNO NO MESMO DIA NAO APAGA O
      * RECEBIMENTO ORIGINAL (COMO APAGARIA NO MENSALID) - ELE GERA
            STRING 'RECIBO ' NR-RECIBO-MOV
                   ' SESSAO ' NR-SESSAO-MOV
                   DELIMITED BY SIZE INTO WS-HISTORICO
            DIVIDE NR-SESSAO-MOV BY 100000 GIVING WS-UNI-LANCTO
            PERFORM P165-UNIDADE THRU P165-FIM
            PERFORM P160-GRAVA-PARTIDA THRU P160-FIM
            .
       P210-FIM.
                                           ID-ALUNO-MEN
                                           DELIMITED BY SIZE
                                           INTO WS-HISTORICO
                                    MOVE TURMA-MEN TO WL-TUN-TURMA
                                    CALL 'TURUNIDA'
                                        USING WL-TURMA-UNIDADE
                                    MOVE WL-TUN-IDX
                                        TO WS-UNI-LANCTO
                                    PERFORM P160-GRAVA-PARTIDA
                                        THRU P160-FIM
                                END-IF
            END-IF
            .
       P215-FIM.
      * O RECEBIMENTO ENTRA PELO VALOR PAGO NA RECEITA DE MENSALIDADE;
      * A MULTA E OS JUROS SAO RECLASSIFICADOS PARA RECEITA FINANCEIRA
      * E O DESCONTO DE PONTUALIDADE VAI PARA DESPESA, COMO A BOLSA
       P217-ENCARGOS.
            SET EOF-OK            TO FALSE
            SET FS-MEN-OK         TO TRUE
            OPEN INPUT MENSALIDADES
            IF FS-MEN-OK
                PERFORM UNTIL EOF-OK
                    READ MENSALIDADES NEXT
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            IF MEN-PAGA AND
                               DT-PAGAMENTO-MEN EQUAL WS-DT-DIARIO
                                PERFORM P218-UM-ENCARGO
                                    THRU P218-FIM
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE MENSALIDADES
            END-IF
            .
       P217-FIM.
       P218-UM-ENCARGO.
            MOVE TURMA-MEN        TO WL-TUN-TURMA
            CALL 'TURUNIDA' USING WL-TURMA-UNIDADE
            COMPUTE WS-VL-ENCARGOS = VL-MULTA-MEN + VL-JUROS-MEN
            IF WS-VL-ENCARGOS > 0
                MOVE 'ENCARGOS'   TO WS-EVENTO-BUSCA
                MOVE SPACE        TO WS-FORMA-BUSCA
                PERFORM P150-BUSCA-CONTAS THRU P150-FIM
                MOVE WS-VL-ENCARGOS TO WS-VL-LANCTO
                MOVE SPACES       TO WS-HISTORICO
                STRING 'MULTA/JUROS ALUNO ' ID-ALUNO-MEN
                       DELIMITED BY SIZE
                       INTO WS-HISTORICO
                MOVE WL-TUN-IDX   TO WS-UNI-LANCTO
                PERFORM P160-GRAVA-PARTIDA THRU P160-FIM
            END-IF
            IF VL-DESCONTO-MEN > 0
                MOVE 'DESCONTO'   TO WS-EVENTO-BUSCA
                MOVE SPACE        TO WS-FORMA-BUSCA
                PERFORM P150-BUSCA-CONTAS THRU P150-FIM
                MOVE VL-DESCONTO-MEN TO WS-VL-LANCTO
                MOVE SPACES       TO WS-HISTORICO
                IF PGTO-ANUIDADE
                    STRING 'DESC ANUIDADE ALUNO ' ID-ALUNO-MEN
                           DELIMITED BY SIZE
                           INTO WS-HISTORICO
                ELSE
                    STRING 'DESC PONTUAL ALUNO ' ID-ALUNO-MEN
                           DELIMITED BY SIZE
                           INTO WS-HISTORICO
                END-IF
                MOVE WL-TUN-IDX   TO WS-UNI-LANCTO
                PERFORM P160-GRAVA-PARTIDA THRU P160-FIM
            END-IF
            .
       P218-FIM.
      * A TAXA AVULSA RECEBIDA NO CAIXA ENTRA COM O RECEBIMENTO NA
      * RECEITA DE MENSALIDADE E E RECLASSIFICADA PARA A RECEITA DE
      * SERVICOS - A CONTA DO CATALOGO, SE HOUVER, PREVALECE SOBRE A
      * DO PLANO
       P219-TAXAS.
            SET EOF-OK            TO FALSE
            SET FS-CTX-OK         TO TRUE
            OPEN INPUT COBRANCAS-TX
            IF FS-CTX-OK
                PERFORM UNTIL EOF-OK
                    READ COBRANCAS-TX NEXT
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            IF TX-PAGA AND
                               DT-PAGAMENTO-TX EQUAL WS-DT-DIARIO
                                MOVE 'TAXA'   TO WS-EVENTO-BUSCA
                                MOVE SPACE    TO WS-FORMA-BUSCA
                                PERFORM P150-BUSCA-CONTAS
                                    THRU P150-FIM
                                IF CD-CONTA-TX NOT EQUAL SPACES
                                    MOVE CD-CONTA-TX
                                        TO WS-CTA-CREDITO
                                END-IF
                                MOVE VL-COBRANCA-TX TO WS-VL-LANCTO
                                MOVE SPACES TO WS-HISTORICO
                                STRING 'TAXA ' CD-TAXA-TX
                                       ' ALUNO ' ID-ALUNO-TX
                                       DELIMITED BY SIZE
                                       INTO WS-HISTORICO
                                PERFORM P160-GRAVA-PARTIDA
                                    THRU P160-FIM
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE COBRANCAS-TX
            END-IF
            .
       P219-FIM.
      * ANUIDADE ANTECIPADA: O VALOR RECEBIDO NO CAIXA ENTRA COM O
      * RECEBIMENTO NA RECEITA DE MENSALIDADE E E RECLASSIFICADO PARA
      * RECEITA DIFERIDA NO DIA DO PAGAMENTO; A CADA COMPETENCIA
      * BAIXADA PELO SISMENSA (FORMA 'A') A PARCELA VOLTA PARA A
      * RECEITA, E O SALDO DEVOLVIDO NO ENCERRAMENTO (EVASAO OU
      * RESIDUO) SAI DA DIFERIDA PARA O ACERTO
       P230-ANUIDADES.
            SET EOF-OK            TO FALSE
            SET FS-ANU-OK         TO TRUE
            OPEN INPUT ANUIDADES
            IF FS-ANU-OK
                PERFORM UNTIL EOF-OK
                    READ ANUIDADES NEXT
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            PERFORM P232-UMA-ANUIDADE THRU P232-FIM
                    END-READ
                END-PERFORM
                CLOSE ANUIDADES
            END-IF
            SET EOF-OK            TO FALSE
            SET FS-MEN-OK         TO TRUE
            OPEN INPUT MENSALIDADES
            IF FS-MEN-OK
                PERFORM UNTIL EOF-OK
                    READ MENSALIDADES NEXT
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            IF PGTO-ANUIDADE AND
                               (MEN-PAGA OR MEN-CANCELADA) AND
                               DT-PAGAMENTO-MEN EQUAL WS-DT-DIARIO
                               AND VL-PAGO-MEN > 0
                                MOVE 'APROPRIA' TO WS-EVENTO-BUSCA
                                MOVE SPACE    TO WS-FORMA-BUSCA
                                PERFORM P150-BUSCA-CONTAS
                                    THRU P150-FIM
                                MOVE VL-PAGO-MEN TO WS-VL-LANCTO
                                MOVE SPACES TO WS-HISTORICO
                                STRING 'APROPRIA ANUID ALUNO '
                                       ID-ALUNO-MEN
                                       DELIMITED BY SIZE
                                       INTO WS-HISTORICO
                                PERFORM P160-GRAVA-PARTIDA
                                    THRU P160-FIM
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE MENSALIDADES
            END-IF
            .
       P230-FIM.
       P232-UMA-ANUIDADE.
            IF DT-PAGAMENTO-ANU EQUAL WS-DT-DIARIO AND
               NOT ANU-CONTRATADA AND NOT ANU-CANCELADA
                MOVE 'ANUIDADE'   TO WS-EVENTO-BUSCA
                MOVE SPACE        TO WS-FORMA-BUSCA
                PERFORM P150-BUSCA-CONTAS THRU P150-FIM
                MOVE VL-CONTRATO-ANU TO WS-VL-LANCTO
                MOVE SPACES       TO WS-HISTORICO
                STRING 'ANUIDADE ' NR-ANUIDADE
                       ' RECIBO ' NR-RECIBO-ANU
                       DELIMITED BY SIZE
                       INTO WS-HISTORICO
                PERFORM P160-GRAVA-PARTIDA THRU P160-FIM
            END-IF
            IF DT-ENCERRAMENTO-ANU EQUAL WS-DT-DIARIO AND
               VL-DEVOLVIDO-ANU > 0
                MOVE 'DEVOL-ANU'  TO WS-EVENTO-BUSCA
                MOVE SPACE        TO WS-FORMA-BUSCA
                PERFORM P150-BUSCA-CONTAS THRU P150-FIM
                MOVE VL-DEVOLVIDO-ANU TO WS-VL-LANCTO
                MOVE SPACES       TO WS-HISTORICO
                STRING 'DEVOL ANUID ' NR-ANUIDADE
                       ' AC ' NR-ACERTO-ANU
                       DELIMITED BY SIZE
                       INTO WS-HISTORICO
                PERFORM P160-GRAVA-PARTIDA THRU P160-FIM
            END-IF
            .
       P232-FIM.
      * CARTEIRA PRE-PAGA: A RECARGA ENTROU PELO RECEBIMENTO DO CAIXA
      * E E RECLASSIFICADA PARA O PASSIVO DE CREDITOS DOS ALUNOS; O
      * CONSUMO DO DIA VAI A RECEITA POR PONTO DE VENDA (FORMA C OU R
      * NO PLANCONT) E A DEVOLUCAO SEGUE PARA O ACERTO DA EVASAO
       P235-CARTEIRAS.
            MOVE ZEROS            TO WS-VL-CONSUMO-CANTINA
                                     WS-VL-CONSUMO-REPROG
            SET EOF-OK            TO FALSE
            SET FS-PPM-OK         TO TRUE
            OPEN INPUT MOVIMENTOS-PPG
            IF NOT FS-PPM-OK
                GO TO P235-FIM
            END-IF
            PERFORM UNTIL EOF-OK
                READ MOVIMENTOS-PPG NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF DT-MOV-PPM EQUAL WS-DT-DIARIO
                            PERFORM P237-UM-MOV-CARTEIRA
                                THRU P237-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE MOVIMENTOS-PPG
            IF WS-VL-CONSUMO-CANTINA > 0
                MOVE 'CONSUMO'    TO WS-EVENTO-BUSCA
                MOVE 'C'          TO WS-FORMA-BUSCA
                PERFORM P150-BUSCA-CONTAS THRU P150-FIM
                MOVE WS-VL-CONSUMO-CANTINA TO WS-VL-LANCTO
                MOVE 'CONSUMO CARTEIRA CANTINA' TO WS-HISTORICO
                PERFORM P160-GRAVA-PARTIDA THRU P160-FIM
            END-IF
            IF WS-VL-CONSUMO-REPROG > 0
                MOVE 'CONSUMO'    TO WS-EVENTO-BUSCA
                MOVE 'R'          TO WS-FORMA-BUSCA
                PERFORM P150-BUSCA-CONTAS THRU P150-FIM
                MOVE WS-VL-CONSUMO-REPROG TO WS-VL-LANCTO
                MOVE 'CONSUMO CARTEIRA REPROGRAFIA' TO WS-HISTORICO
                PERFORM P160-GRAVA-PARTIDA THRU P160-FIM
            END-IF
            .
       P235-FIM.
       P237-UM-MOV-CARTEIRA.
            MOVE SPACE            TO WS-FORMA-BUSCA
            MOVE VL-MOV-PPM       TO WS-VL-LANCTO
            MOVE SPACES           TO WS-HISTORICO
            EVALUATE TRUE
                WHEN PPM-DEBITO
                    IF PDV-REPROGRAFIA
                        ADD VL-MOV-PPM TO WS-VL-CONSUMO-REPROG
                    ELSE
                        ADD VL-MOV-PPM TO WS-VL-CONSUMO-CANTINA
                    END-IF
                    GO TO P237-FIM
                WHEN PPM-RECARGA
                    MOVE 'RECARGA'    TO WS-EVENTO-BUSCA
                    STRING 'RECARGA RECIBO ' NR-DOCUMENTO-PPM
                           DELIMITED BY SIZE INTO WS-HISTORICO
                WHEN PPM-ESTORNO
                    MOVE 'ESTORN-REC' TO WS-EVENTO-BUSCA
                    STRING 'ESTORNO RECARGA REC ' NR-DOCUMENTO-PPM
                           DELIMITED BY SIZE INTO WS-HISTORICO
                WHEN PPM-ENCERRAMENTO
                    MOVE 'DEVOL-CART' TO WS-EVENTO-BUSCA
                    STRING 'DEVOL CARTEIRA AC ' NR-DOCUMENTO-PPM
                           DELIMITED BY SIZE INTO WS-HISTORICO
                WHEN OTHER
                    GO TO P237-FIM
            END-EVALUATE
            IF WS-VL-LANCTO EQUAL ZEROS
                GO TO P237-FIM
            END-IF
            PERFORM P150-BUSCA-CONTAS THRU P150-FIM
            PERFORM P160-GRAVA-PARTIDA THRU P160-FIM
            .
       P237-FIM.
       P220-ESTORNOS.
            SET EOF-OK            TO FALSE
            SET FS-EST-OK         TO TRUE
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            IF DT-ESTORNO EQUAL WS-DT-DIARIO AND
                               PGTO-MISTO-EST
                                PERFORM P225-ESTORNO-MISTO
                                    THRU P225-FIM
                            END-IF
                            IF DT-ESTORNO EQUAL WS-DT-DIARIO AND
                               NOT PGTO-MISTO-EST
                                MOVE 'ESTORNO' TO WS-EVENTO-BUSCA
                                MOVE FORMA-PGTO-EST
                                    TO WS-FORMA-BUSCA
                                       NR-RECIBO-EST
                                       DELIMITED BY SIZE
                                       INTO WS-HISTORICO
                                DIVIDE NR-RECIBO-EST BY 100000
                                    GIVING WS-UNI-LANCTO
                                PERFORM P165-UNIDADE THRU P165-FIM
                                PERFORM P160-GRAVA-PARTIDA
                                    THRU P160-FIM
                            END-IF
            END-IF
            .
       P220-FIM.
      * RECIBO PAGO EM VARIAS FORMAS: UMA PARTIDA DE ESTORNO POR FORMA,
      * CONFORME AS LINHAS 'F' DO RECIBO EM RECIBITE.DAT
       P225-ESTORNO-MISTO.
            SET EOF-ITR-OK        TO FALSE
            SET FS-ITR-OK         TO TRUE
            OPEN INPUT ITENS-RECIBO
            IF NOT FS-ITR-OK
                DISPLAY 'RECIBO ' NR-RECIBO-EST ' SEM DETALHE DE '
                        'FORMAS - FILE STATUS: ' WS-FS-ITR
                GO TO P225-FIM
            END-IF
            MOVE NR-RECIBO-EST    TO NR-RECIBO-ITR
            MOVE ZEROS            TO NR-ITEM-ITR
            START ITENS-RECIBO KEY IS NOT LESS THAN CHAVE-ITEM-RECIBO
                INVALID KEY
                    SET EOF-ITR-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-ITR-OK
                READ ITENS-RECIBO NEXT
                    AT END
                        SET EOF-ITR-OK TO TRUE
                    NOT AT END
                        IF NR-RECIBO-ITR NOT EQUAL NR-RECIBO-EST
                            SET EOF-ITR-OK TO TRUE
                        ELSE
                            IF ITR-FORMA-PGTO
                                MOVE 'ESTORNO' TO WS-EVENTO-BUSCA
                                MOVE FORMA-PGTO-ITR
                                    TO WS-FORMA-BUSCA
                                PERFORM P150-BUSCA-CONTAS
                                    THRU P150-FIM
                                MOVE VL-ITEM-ITR TO WS-VL-LANCTO
                                MOVE SPACES TO WS-HISTORICO
                                STRING 'ESTORNO RECIBO '
                                       NR-RECIBO-EST
                                       DELIMITED BY SIZE
                                       INTO WS-HISTORICO
                                DIVIDE NR-RECIBO-EST BY 100000
                                    GIVING WS-UNI-LANCTO
                                PERFORM P165-UNIDADE THRU P165-FIM
                                PERFORM P160-GRAVA-PARTIDA
                                    THRU P160-FIM
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ITENS-RECIBO
            .
       P225-FIM.
       P240-MOVIMENTOS.
            SET EOF-OK            TO FALSE
            SET FS-MOV-OK         TO TRUE
                                       ' SESSAO ' NR-SESSAO-MOV
                                       DELIMITED BY SIZE
                                       INTO WS-HISTORICO
                                DIVIDE NR-SESSAO-MOV BY 100000
                                    GIVING WS-UNI-LANCTO
                                PERFORM P165-UNIDADE THRU P165-FIM
                                PERFORM P160-GRAVA-PARTIDA
                                    THRU P160-FIM
                            END-IF
            END-IF
            .
       P260-FIM.
      * DEPRECIACAO MENSAL (SISDEPRE, NO ULTIMO DIA DA COMPETENCIA) E
      * BAIXAS DO IMOBILIZADO (BAIXAPAT): A DEPRECIACAO ACUMULADA SAI
      * CONTRA O CUSTO E O VALOR CONTABIL RESTANTE VAI PARA PERDA
       P270-IMOBILIZADO.
            SET EOF-OK            TO FALSE
            SET FS-DEP-OK         TO TRUE
            OPEN INPUT MOV-DEPRECIACAO
            IF NOT FS-DEP-OK
                GO TO P270-FIM
            END-IF
            MOVE WS-DT-DIARIO     TO DT-MOV-DEP
            MOVE ZEROS            TO NR-PATRIMONIO-DEP
            MOVE SPACE            TO TP-MOV-DEP
            START MOV-DEPRECIACAO
                  KEY IS NOT LESS THAN CHAVE-MOV-DEPR
                INVALID KEY
                    SET EOF-OK    TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ MOV-DEPRECIACAO NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF DT-MOV-DEP NOT EQUAL WS-DT-DIARIO
                            SET EOF-OK TO TRUE
                        ELSE
                            EVALUATE TRUE
                                WHEN DEP-MENSAL
                                    MOVE 'DEPRECIA'
                                        TO WS-EVENTO-BUSCA
                                WHEN DEP-BAIXA-ACUM
                                    MOVE 'BAIXA-DEPR'
                                        TO WS-EVENTO-BUSCA
                                WHEN OTHER
                                    MOVE 'BAIXA-PERD'
                                        TO WS-EVENTO-BUSCA
                            END-EVALUATE
                            MOVE SPACE  TO WS-FORMA-BUSCA
                            PERFORM P150-BUSCA-CONTAS
                                THRU P150-FIM
                            MOVE VL-MOV-DEP TO WS-VL-LANCTO
                            MOVE SPACES TO WS-HISTORICO
                            STRING WS-EVENTO-BUSCA
                                   ' PATRIMONIO '
                                   NR-PATRIMONIO-DEP
                                   DELIMITED BY SIZE
                                   INTO WS-HISTORICO
                            PERFORM P160-GRAVA-PARTIDA
                                THRU P160-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE MOV-DEPRECIACAO
            .
       P270-FIM.
       P300-EMITE.
            SET FS-DIA-OK         TO TRUE
            OPEN OUTPUT DIARIO-OUT
                    ' = CREDITOS ' WS-TOT-CREDITOS
            .
       P300-FIM.
      * QUEBRA POR UNIDADE: CADA PARTIDA TEM DEBITO E CREDITO NA
      * MESMA UNIDADE, ENTAO CADA UNIDADE TAMBEM FECHA SOMA ZERO
       P310-POR-UNIDADE.
            INITIALIZE WS-TABELA-UNIDADES
            PERFORM VARYING WS-IND1 FROM 1 BY 1
                    UNTIL WS-IND1 > WS-QTD-LANCTOS
                MOVE WS-LAN-UNIDADE(WS-IND1) TO WS-IND-UNI
                ADD 1 TO WS-UNI-LINHAS(WS-IND-UNI)
                IF WS-LAN-DC(WS-IND1) EQUAL 'D'
                    ADD WS-LAN-VALOR(WS-IND1)
                        TO WS-UNI-DEBITOS(WS-IND-UNI)
                ELSE
                    ADD WS-LAN-VALOR(WS-IND1)
                        TO WS-UNI-CREDITOS(WS-IND-UNI)
                END-IF
            END-PERFORM
            DISPLAY 'POR UNIDADE:'
            PERFORM VARYING WS-IND-UNI FROM 1 BY 1
                    UNTIL WS-IND-UNI > 9
                IF WS-UNI-LINHAS(WS-IND-UNI) > 0
                    DISPLAY '  UNIDADE 0' WS-IND-UNI ': '
                            WS-UNI-LINHAS(WS-IND-UNI)
                            ' LINHA(S), DEBITOS '
                            WS-UNI-DEBITOS(WS-IND-UNI)
                            ' = CREDITOS '
                            WS-UNI-CREDITOS(WS-IND-UNI)
                END-IF
            END-PERFORM
            DISPLAY '  CONSOLIDADO: ' WS-QTD-LANCTOS
                    ' LINHA(S), DEBITOS ' WS-TOT-DEBITOS
                    ' = CREDITOS ' WS-TOT-CREDITOS
            .
       P310-FIM.
      * RESOLVE OS CAMINHOS FISICOS PELO CONFIGSYS (PRODUCAO OU
      * TESTE); SEM CONFIGURACAO VALEM OS PADROES ACIMA
       P050-CONFIGURA.
            MOVE WS-ARQ-CFG-FATURAS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-FATURAS
            MOVE 'RECIBITE' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-RECIBITE TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-RECIBITE
            MOVE 'DEPRMOV' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-DEPRMOV TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-DEPRMOV
            MOVE 'COBRTAXA' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-COBRTAXA TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-COBRTAXA
            MOVE 'ANUIDADE' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-ANUIDADE TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-ANUIDADE
            MOVE 'PREPMOV' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-PREPMOV TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-PREPMOV
            MOVE 'DIARIO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-DIARIO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG

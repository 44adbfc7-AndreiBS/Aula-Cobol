      ******************************************************************
      * Author: ANDREI BATISTA
      * Date: 15/10/2026
      * Purpose: PROJECAO DO FLUXO DE CAIXA DOS PROXIMOS 90 DIAS -
      *          JUNTA O QUE HA PARA RECEBER (MENSALIDADES ABERTAS
      *          PELO VENCIMENTO, PARCELAS DE ACORDO, CHEQUES PRE-
      *          DATADOS PELO BOM-PARA, FATURAS DE CONVENIO E
      *          PARCELAS DE FINANCIAMENTO) EM 13 SEMANAS E APLICA
      *          AS TAXAS DE RECEBIMENTO MEDIDAS NO HISTORICO DO
      *          MENSALID.DAT: PONTUALIDADE PARA O QUE VAI VENCER E
      *          RECUPERACAO POR FAIXA DE ATRASO PARA O QUE JA
      *          VENCEU; MOSTRA O NOMINAL E O ESPERADO VIA SPOOL
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISFLUXO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
               SELECT MENSALIDADES ASSIGN TO WS-ARQ-CFG-MENSALID
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-MENSALIDADE
               FILE STATUS IS WS-FS-MEN.

               SELECT PARCELAS ASSIGN TO WS-ARQ-CFG-ACORPARC
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-PARCELA-ACORDO
               FILE STATUS IS WS-FS-PAR.

               SELECT CHEQUES ASSIGN TO WS-ARQ-CFG-CHEQUES
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS NR-CONTROLE-CHQ
               FILE STATUS IS WS-FS-CHQ.

               SELECT FATURAS ASSIGN TO WS-ARQ-CFG-FATURAS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS NR-FATURA
               FILE STATUS IS WS-FS-FAT.

               SELECT CONTRATOS ASSIGN TO WS-ARQ-CFG-M4-CONTRATOS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS ID-CONTRATO
               FILE STATUS IS WS-FS-CTR.

               SELECT PARCELAS-PAGAS ASSIGN TO WS-ARQ-CFG-M4-PARCPAG
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-PARCELA-PAGA
               FILE STATUS IS WS-FS-PP.

               SELECT RELATORIO ASSIGN TO WS-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD MENSALIDADES.
          COPY FD_MENSA.
       FD PARCELAS.
          COPY FD_ACPAR.
       FD CHEQUES.
          COPY FD_CHEQU.
       FD FATURAS.
          COPY FD_FATUR.
       FD CONTRATOS.
          COPY FD_CONTR.
       FD PARCELAS-PAGAS.
          COPY FD_PARCP.
       FD RELATORIO.
       01 REG-RELATORIO                    PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-FS-MEN                        PIC 99.
          88 FS-MEN-OK                     VALUE 0.
       77 WS-FS-PAR                        PIC 99.
          88 FS-PAR-OK                     VALUE 0.
       77 WS-FS-CHQ                        PIC 99.
          88 FS-CHQ-OK                     VALUE 0.
       77 WS-FS-FAT                        PIC 99.
          88 FS-FAT-OK                     VALUE 0.
       77 WS-FS-CTR                        PIC 99.
          88 FS-CTR-OK                     VALUE 0.
       77 WS-FS-PP                         PIC 99.
          88 FS-PP-OK                      VALUE 0.
       77 WS-FS-REL                        PIC 99.
          88 FS-REL-OK                     VALUE 0.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE 'S' FALSE 'N'.
       77 WS-EOF-PP                        PIC X.
          88 EOF-PP-OK                     VALUE 'S' FALSE 'N'.
       01 WS-DATA-HOJE-8                   PIC 9(08).
       77 WS-DIA-HOJE                      PIC 9(07) VALUE ZEROS.
       77 WS-DIA-VENCIMENTO                PIC 9(07) VALUE ZEROS.
       77 WS-DIA-PAGAMENTO                 PIC 9(07) VALUE ZEROS.
       77 WS-DIA-AUX                       PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-ATE                      PIC S9(07) VALUE ZEROS.
       77 WS-SEMANA                        PIC 9(02) VALUE ZEROS.
       77 WS-FAIXA                         PIC 9(01) VALUE ZEROS.
       77 WS-IND                           PIC 9(03) VALUE ZEROS.
      * TITULO A DISTRIBUIR: 'M' MENSALIDADE, 'A' PARCELA DE ACORDO,
      * 'Q' CHEQUE, 'V' FATURA DE CONVENIO, 'F' FINANCIAMENTO
       77 WS-FONTE                         PIC X(01) VALUE SPACE.
       77 WS-DT-VENCIMENTO                 PIC 9(08) VALUE ZEROS.
       77 WS-VL-TITULO                     PIC 9(07)V99 VALUE ZEROS.
      * PRAZO DE PAGAMENTO DA FATURA DE CONVENIO A PARTIR DA EMISSAO
       77 WS-PRAZO-FATURA                  PIC 9(03) VALUE 30.
       77 WS-CFG-PRAZO-FATURA              PIC X(60) VALUE SPACES.
      * HISTORICO DE PONTUALIDADE: VENCIDAS ENTRE 365 E 8 DIAS ATRAS,
      * PAGAS ATE 7 DIAS DEPOIS DO VENCIMENTO
       77 WS-HIST-BASE                     PIC 9(09)V99 VALUE ZEROS.
       77 WS-HIST-PAGO                     PIC 9(09)V99 VALUE ZEROS.
       77 WS-TX-PONTUAL                    PIC 9V9999 VALUE 1.
       77 WS-QTD-CHQ-COMPENSADO            PIC 9(05) VALUE ZEROS.
       77 WS-QTD-CHQ-DEVOLVIDO             PIC 9(05) VALUE ZEROS.
       77 WS-TX-CHEQUE                     PIC 9V9999 VALUE 1.
       77 WS-TX-EDITADA                    PIC ZZ9,99.
       01 WS-TAB-SEMANAS.
          03 WS-SEM OCCURS 13 TIMES.
             05 WS-SEM-MENSALIDADE         PIC 9(09)V99.
             05 WS-SEM-ACORDO              PIC 9(09)V99.
             05 WS-SEM-CHEQUE              PIC 9(09)V99.
             05 WS-SEM-FATURA              PIC 9(09)V99.
             05 WS-SEM-FINANCIAMENTO       PIC 9(09)V99.
             05 WS-SEM-NOMINAL             PIC 9(09)V99.
             05 WS-SEM-ESPERADO            PIC 9(09)V99.
      * FAIXAS DE ATRASO DO QUE JA VENCEU: 1-30, 31-60, 61-90, 91+;
      * A TAXA E A PARTE DO QUE ESTAVA ABERTO COM ESSE ATRASO QUE FOI
      * RECEBIDA NOS 90 DIAS SEGUINTES (VENCIDAS ENTRE 2 ANOS E 181
      * DIAS ATRAS)
       01 WS-TAB-FAIXAS.
          03 WS-FX OCCURS 4 TIMES.
             05 WS-FX-INICIO               PIC 9(03).
             05 WS-FX-QTD                  PIC 9(05).
             05 WS-FX-NOMINAL              PIC 9(09)V99.
             05 WS-FX-HIST-BASE            PIC 9(09)V99.
             05 WS-FX-HIST-PAGO            PIC 9(09)V99.
             05 WS-FX-TAXA                 PIC 9V9999.
             05 WS-FX-ESPERADO             PIC 9(09)V99.
       01 WS-FX-DESCRICOES.
          03 FILLER                        PIC X(16) VALUE
             'ATE 30 DIAS'.
          03 FILLER                        PIC X(16) VALUE
             '31 A 60 DIAS'.
          03 FILLER                        PIC X(16) VALUE
             '61 A 90 DIAS'.
          03 FILLER                        PIC X(16) VALUE
             'MAIS DE 90 DIAS'.
       01 WS-FX-DESCRICOES-R REDEFINES WS-FX-DESCRICOES.
          03 WS-FX-DESCRICAO               PIC X(16) OCCURS 4 TIMES.
      * FINANCIAMENTO: PARCELAS BAIXADAS DO CONTRATO CORRENTE
       01 WS-PARCELA-PAGA-TAB.
          03 WS-PAGA                       PIC X(01) OCCURS 420 TIMES.
      * TOTAIS
       77 WS-TOT-NOMINAL                   PIC 9(10)V99 VALUE ZEROS.
       77 WS-TOT-ESPERADO                  PIC 9(10)V99 VALUE ZEROS.
       77 WS-TOT-VENCIDO                   PIC 9(10)V99 VALUE ZEROS.
       77 WS-TOT-RECUPERAVEL               PIC 9(10)V99 VALUE ZEROS.
       77 WS-QTD-TITULOS                   PIC 9(07) VALUE ZEROS.
       01 WS-TOT-FONTES.
          03 WS-TOT-MENSALIDADE            PIC 9(10)V99 VALUE ZEROS.
          03 WS-TOT-ACORDO                 PIC 9(10)V99 VALUE ZEROS.
          03 WS-TOT-CHEQUE                 PIC 9(10)V99 VALUE ZEROS.
          03 WS-TOT-FATURA                 PIC 9(10)V99 VALUE ZEROS.
          03 WS-TOT-FINANCIAMENTO          PIC 9(10)V99 VALUE ZEROS.
       01 WS-DATA-AUX                      PIC 9(08).
       01 WS-DATA-AUX-R REDEFINES WS-DATA-AUX.
          03 WS-AUX-ANO                    PIC 9(04).
          03 WS-AUX-MES                    PIC 9(02).
          03 WS-AUX-DIA                    PIC 9(02).
       01 WS-DATA-EDITADA.
          03 WS-DED-DIA                    PIC 9(02).
          03 FILLER                        PIC X(01) VALUE '/'.
          03 WS-DED-MES                    PIC 9(02).
          03 FILLER                        PIC X(01) VALUE '/'.
          03 WS-DED-ANO                    PIC 9(04).
       77 WS-LINHA-REL                     PIC X(132) VALUE SPACES.
       01 WS-VL-EDITADO                    PIC ZZ.ZZZ.ZZ9,99.
       01 WS-DET-SEMANA.
          03 FILLER                        PIC X(01) VALUE SPACES.
          03 DSM-SEMANA                    PIC Z9.
          03 FILLER                        PIC X(02) VALUE SPACES.
          03 DSM-INICIO                    PIC X(10).
          03 FILLER                        PIC X(01) VALUE SPACES.
          03 DSM-FIM                       PIC X(10).
          03 FILLER                        PIC X(01) VALUE SPACES.
          03 DSM-MENSALIDADE               PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER                        PIC X(01) VALUE SPACES.
          03 DSM-ACORDO                    PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER                        PIC X(01) VALUE SPACES.
          03 DSM-CHEQUE                    PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER                        PIC X(01) VALUE SPACES.
          03 DSM-FATURA                    PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER                        PIC X(01) VALUE SPACES.
          03 DSM-FINANCIAMENTO             PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER                        PIC X(01) VALUE SPACES.
          03 DSM-NOMINAL                   PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER                        PIC X(01) VALUE SPACES.
          03 DSM-ESPERADO                  PIC ZZ.ZZZ.ZZ9,99.
       01 WS-DET-FAIXA.
          03 FILLER                        PIC X(02) VALUE SPACES.
          03 DFX-DESCRICAO                 PIC X(16).
          03 FILLER                        PIC X(02) VALUE SPACES.
          03 DFX-QTD                       PIC ZZZZ9.
          03 FILLER                        PIC X(02) VALUE SPACES.
          03 DFX-NOMINAL                   PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER                        PIC X(04) VALUE SPACES.
          03 DFX-TAXA                      PIC ZZ9,99.
          03 FILLER                        PIC X(02) VALUE '% '.
          03 FILLER                        PIC X(02) VALUE SPACES.
          03 DFX-ESPERADO                  PIC ZZ.ZZZ.ZZ9,99.
       01 WL-SPOOL.
          03 WL-SPL-RELATORIO              PIC X(12).
          03 WL-SPL-ARQUIVO                PIC X(60).
          03 WL-SPL-OK                     PIC X(01).
             88 WL-SPOOL-ABERTO            VALUE 'S'.
             88 WL-SPOOL-FALHOU            VALUE 'N'.

       01 WS-ARQ-RELATORIO                 PIC X(60) VALUE
          'C:\COBOL\FLUXO.TXT'.
       01 WS-ARQ-CFG-MENSALID              PIC X(60) VALUE
          'C:\COBOL\MENSALID.DAT'.
       01 WS-ARQ-CFG-ACORPARC              PIC X(60) VALUE
          'C:\COBOL\ACORPARC.DAT'.
       01 WS-ARQ-CFG-CHEQUES               PIC X(60) VALUE
          'C:\COBOL\CHEQUES.DAT'.
       01 WS-ARQ-CFG-FATURAS               PIC X(60) VALUE
          'C:\COBOL\FATURAS.DAT'.
       01 WS-ARQ-CFG-M4-CONTRATOS          PIC X(60) VALUE
          'C:\COBOL\Modulo-4\CONTRATOS.DAT'.
       01 WS-ARQ-CFG-M4-PARCPAG            PIC X(60) VALUE
          'C:\COBOL\Modulo-4\PARCPAG.DAT'.
          COPY CFG_AREA.
       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM                   PIC X(50).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            PERFORM P050-CONFIGURA THRU P050-FIM
            DISPLAY '*** PROJECAO DO FLUXO DE CAIXA - 90 DIAS ***'
            ACCEPT WS-DATA-HOJE-8 FROM DATE YYYYMMDD
            COMPUTE WS-DIA-HOJE =
                    FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE-8)
            INITIALIZE WS-TAB-SEMANAS
            INITIALIZE WS-TAB-FAIXAS
            MOVE 1                TO WS-FX-INICIO(1)
            MOVE 31               TO WS-FX-INICIO(2)
            MOVE 61               TO WS-FX-INICIO(3)
            MOVE 91               TO WS-FX-INICIO(4)

            PERFORM P200-MENSALIDADES    THRU P200-FIM
            IF RETURN-CODE EQUAL 8
                GOBACK
            END-IF
            PERFORM P300-PARCELAS        THRU P300-FIM
            PERFORM P400-CHEQUES         THRU P400-FIM
            PERFORM P500-FATURAS         THRU P500-FIM
            PERFORM P600-FINANCIAMENTOS  THRU P600-FIM
            PERFORM P700-ESPERADO        THRU P700-FIM
            PERFORM P800-RELATORIO       THRU P800-FIM

            DISPLAY '*************************************************'
            DISPLAY 'TITULOS CONSIDERADOS  : ' WS-QTD-TITULOS
            MOVE WS-TOT-NOMINAL   TO WS-VL-EDITADO
            DISPLAY 'A VENCER EM 90 DIAS   : ' WS-VL-EDITADO
            MOVE WS-TOT-ESPERADO  TO WS-VL-EDITADO
            DISPLAY 'ESPERADO EM 90 DIAS   : ' WS-VL-EDITADO
            DISPLAY 'RELATORIO  : ' WS-ARQ-RELATORIO
            DISPLAY '*************************************************'
            GOBACK
            .
      ******************************************************************
      * MENSALIDADES: A MESMA LEITURA MEDE O HISTORICO DE PAGAMENTO E
      * PROJETA AS ABERTAS (AS DE CONVENIO SAEM PELA FATURA)
      ******************************************************************
       P200-MENSALIDADES.
            SET EOF-OK            TO FALSE
            SET FS-MEN-OK         TO TRUE
            OPEN INPUT MENSALIDADES
            IF NOT FS-MEN-OK
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE MENSALIDADES. '
                DISPLAY 'FILE STATUS: ' WS-FS-MEN
                MOVE 8 TO RETURN-CODE
                GO TO P200-FIM
            END-IF
            PERFORM UNTIL EOF-OK
                READ MENSALIDADES NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF DT-VENCIMENTO-MEN > ZEROS
                           AND NOT MEN-CANCELADA
                           AND NOT MEN-CONVENIO
                            PERFORM P210-HISTORICO THRU P210-FIM
                            IF MEN-ABERTA
                                MOVE 'M'            TO WS-FONTE
                                MOVE DT-VENCIMENTO-MEN
                                    TO WS-DT-VENCIMENTO
                                MOVE VL-MENSALIDADE TO WS-VL-TITULO
                                PERFORM P250-DISTRIBUI THRU P250-FIM
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE MENSALIDADES
            .
       P200-FIM.
      * A RENEGOCIADA NUNCA FOI RECEBIDA COMO MENSALIDADE: CONTA NA
      * BASE E NAO NO PAGO
       P210-HISTORICO.
            COMPUTE WS-DIA-VENCIMENTO =
                    FUNCTION INTEGER-OF-DATE(DT-VENCIMENTO-MEN)
            MOVE 9999999          TO WS-DIA-PAGAMENTO
            IF MEN-PAGA AND DT-PAGAMENTO-MEN > ZEROS
                COMPUTE WS-DIA-PAGAMENTO =
                        FUNCTION INTEGER-OF-DATE(DT-PAGAMENTO-MEN)
            END-IF
            IF WS-DIA-VENCIMENTO NOT < WS-DIA-HOJE - 365
               AND WS-DIA-VENCIMENTO NOT > WS-DIA-HOJE - 8
                ADD VL-MENSALIDADE TO WS-HIST-BASE
                IF WS-DIA-PAGAMENTO NOT > WS-DIA-VENCIMENTO + 7
                    ADD VL-MENSALIDADE TO WS-HIST-PAGO
                END-IF
            END-IF
            IF WS-DIA-VENCIMENTO NOT < WS-DIA-HOJE - 730
               AND WS-DIA-VENCIMENTO NOT > WS-DIA-HOJE - 181
                PERFORM VARYING WS-FAIXA FROM 1 BY 1
                        UNTIL WS-FAIXA > 4
                    IF WS-DIA-PAGAMENTO NOT <
                       WS-DIA-VENCIMENTO + WS-FX-INICIO(WS-FAIXA)
                        ADD VL-MENSALIDADE
                            TO WS-FX-HIST-BASE(WS-FAIXA)
                        IF WS-DIA-PAGAMENTO <
                           WS-DIA-VENCIMENTO + WS-FX-INICIO(WS-FAIXA)
                           + 90
                            ADD VL-MENSALIDADE
                                TO WS-FX-HIST-PAGO(WS-FAIXA)
                        END-IF
                    END-IF
                END-PERFORM
            END-IF
            .
       P210-FIM.
      * SEMANA 1 = HOJE A HOJE+6 ... SEMANA 13 = DIAS 84 A 90; O QUE
      * JA VENCEU VAI PARA A FAIXA DE ATRASO, EXCETO CHEQUE E FATURA
      * DE CONVENIO, QUE ENTRAM NA PRIMEIRA SEMANA
       P250-DISTRIBUI.
            COMPUTE WS-DIA-AUX =
                    FUNCTION INTEGER-OF-DATE(WS-DT-VENCIMENTO)
            COMPUTE WS-DIAS-ATE = WS-DIA-AUX - WS-DIA-HOJE
            IF WS-DIAS-ATE > 90
                GO TO P250-FIM
            END-IF
            ADD 1                 TO WS-QTD-TITULOS
            IF WS-DIAS-ATE < 0
                IF WS-FONTE EQUAL 'Q' OR 'V'
                    MOVE ZEROS    TO WS-DIAS-ATE
                ELSE
                    EVALUATE TRUE
                        WHEN WS-DIAS-ATE NOT < -30
                            MOVE 1 TO WS-FAIXA
                        WHEN WS-DIAS-ATE NOT < -60
                            MOVE 2 TO WS-FAIXA
                        WHEN WS-DIAS-ATE NOT < -90
                            MOVE 3 TO WS-FAIXA
                        WHEN OTHER
                            MOVE 4 TO WS-FAIXA
                    END-EVALUATE
                    ADD 1            TO WS-FX-QTD(WS-FAIXA)
                    ADD WS-VL-TITULO TO WS-FX-NOMINAL(WS-FAIXA)
                    GO TO P250-FIM
                END-IF
            END-IF
            COMPUTE WS-SEMANA = WS-DIAS-ATE / 7 + 1
            EVALUATE WS-FONTE
                WHEN 'M'
                    ADD WS-VL-TITULO TO WS-SEM-MENSALIDADE(WS-SEMANA)
                WHEN 'A'
                    ADD WS-VL-TITULO TO WS-SEM-ACORDO(WS-SEMANA)
                WHEN 'Q'
                    ADD WS-VL-TITULO TO WS-SEM-CHEQUE(WS-SEMANA)
                WHEN 'V'
                    ADD WS-VL-TITULO TO WS-SEM-FATURA(WS-SEMANA)
                WHEN 'F'
                    ADD WS-VL-TITULO
                        TO WS-SEM-FINANCIAMENTO(WS-SEMANA)
            END-EVALUATE
            .
       P250-FIM.
       P300-PARCELAS.
            SET EOF-OK            TO FALSE
            SET FS-PAR-OK         TO TRUE
            OPEN INPUT PARCELAS
            IF NOT FS-PAR-OK
                DISPLAY 'AVISO: PARCELAS DE ACORDO NAO CONSIDERADAS. '
                DISPLAY 'FILE STATUS: ' WS-FS-PAR
                CLOSE PARCELAS
                GO TO P300-FIM
            END-IF
            PERFORM UNTIL EOF-OK
                READ PARCELAS NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF AP-ABERTA AND DT-VENCIMENTO-AP > ZEROS
                            MOVE 'A'              TO WS-FONTE
                            MOVE DT-VENCIMENTO-AP TO WS-DT-VENCIMENTO
                            MOVE VL-PARCELA-AP    TO WS-VL-TITULO
                            PERFORM P250-DISTRIBUI THRU P250-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PARCELAS
            .
       P300-FIM.
      * CHEQUE EM CUSTODIA OU DEPOSITADO ENTRA PELO BOM-PARA; A TAXA
      * E A PARTE DOS CHEQUES JA RESOLVIDOS QUE COMPENSOU
       P400-CHEQUES.
            SET EOF-OK            TO FALSE
            SET FS-CHQ-OK         TO TRUE
            OPEN INPUT CHEQUES
            IF NOT FS-CHQ-OK
                DISPLAY 'AVISO: CHEQUES PRE-DATADOS NAO CONSIDERADOS.'
                DISPLAY 'FILE STATUS: ' WS-FS-CHQ
                CLOSE CHEQUES
                GO TO P400-FIM
            END-IF
            PERFORM UNTIL EOF-OK
                READ CHEQUES NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        EVALUATE TRUE
                            WHEN CHQ-COMPENSADO
                                ADD 1 TO WS-QTD-CHQ-COMPENSADO
                            WHEN CHQ-DEVOLVIDO
                                ADD 1 TO WS-QTD-CHQ-DEVOLVIDO
                            WHEN CHQ-CUSTODIA OR CHQ-DEPOSITADO
                                IF DT-BOM-PARA > ZEROS
                                    MOVE 'Q'         TO WS-FONTE
                                    MOVE DT-BOM-PARA
                                        TO WS-DT-VENCIMENTO
                                    MOVE VL-CHEQUE   TO WS-VL-TITULO
                                    PERFORM P250-DISTRIBUI
                                        THRU P250-FIM
                                END-IF
                        END-EVALUATE
                END-READ
            END-PERFORM
            CLOSE CHEQUES
            .
       P400-FIM.
      * A FATURA DE CONVENIO NAO TEM VENCIMENTO PROPRIO: VENCE O
      * PRAZO CONFIGURADO DEPOIS DA EMISSAO
       P500-FATURAS.
            SET EOF-OK            TO FALSE
            SET FS-FAT-OK         TO TRUE
            OPEN INPUT FATURAS
            IF NOT FS-FAT-OK
                DISPLAY 'AVISO: FATURAS DE CONVENIO NAO CONSIDERADAS.'
                DISPLAY 'FILE STATUS: ' WS-FS-FAT
                CLOSE FATURAS
                GO TO P500-FIM
            END-IF
            PERFORM UNTIL EOF-OK
                READ FATURAS NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF FAT-ABERTA AND DT-EMISSAO-FAT > ZEROS
                            COMPUTE WS-DIA-AUX =
                                FUNCTION INTEGER-OF-DATE(DT-EMISSAO-FAT)
                                + WS-PRAZO-FATURA
                            COMPUTE WS-DT-VENCIMENTO =
                                FUNCTION DATE-OF-INTEGER(WS-DIA-AUX)
                            MOVE 'V'       TO WS-FONTE
                            MOVE VL-FATURA TO WS-VL-TITULO
                            PERFORM P250-DISTRIBUI THRU P250-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE FATURAS
            .
       P500-FIM.
      ******************************************************************
      * FINANCIAMENTOS: PARCELAS NAO BAIXADAS NO PARCPAG.DAT
      ******************************************************************
       P600-FINANCIAMENTOS.
            SET EOF-OK            TO FALSE
            SET FS-CTR-OK         TO TRUE
            SET FS-PP-OK          TO TRUE
            OPEN INPUT CONTRATOS
            OPEN INPUT PARCELAS-PAGAS
            IF NOT FS-CTR-OK
                DISPLAY 'AVISO: FINANCIAMENTOS NAO CONSIDERADOS. '
                DISPLAY 'FILE STATUS: ' WS-FS-CTR
                CLOSE CONTRATOS
                CLOSE PARCELAS-PAGAS
                GO TO P600-FIM
            END-IF
            PERFORM UNTIL EOF-OK
                READ CONTRATOS NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        PERFORM P610-CONTRATO THRU P610-FIM
                END-READ
            END-PERFORM
            CLOSE CONTRATOS
            CLOSE PARCELAS-PAGAS
            .
       P600-FIM.
      * CADA PARCELA NAO BAIXADA ENTRA PELO VENCIMENTO GRAVADO NO
      * CONTRATO
       P610-CONTRATO.
            PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 420
                MOVE 'N'          TO WS-PAGA(WS-IND)
            END-PERFORM
            IF FS-PP-OK
                SET EOF-PP-OK     TO FALSE
                MOVE ID-CONTRATO  TO ID-CONTRATO-PP
                MOVE ZEROS        TO NR-PARCELA-PP
                START PARCELAS-PAGAS
                      KEY IS NOT LESS THAN CHAVE-PARCELA-PAGA
                    INVALID KEY
                        SET EOF-PP-OK TO TRUE
                END-START
                PERFORM UNTIL EOF-PP-OK
                    READ PARCELAS-PAGAS NEXT
                        AT END
                            SET EOF-PP-OK TO TRUE
                        NOT AT END
                            IF ID-CONTRATO-PP NOT EQUAL ID-CONTRATO
                                SET EOF-PP-OK TO TRUE
                            ELSE
                                IF NR-PARCELA-PP > 0 AND
                                   NR-PARCELA-PP NOT > 420
                                    MOVE 'S'
                                      TO WS-PAGA(NR-PARCELA-PP)
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
            END-IF
            PERFORM VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND > NUM-PARCELAS-CTR
                IF WS-PAGA(WS-IND) EQUAL 'N'
                    MOVE DT-VENCIMENTO-CTR(WS-IND)
                                  TO WS-DT-VENCIMENTO
                    MOVE 'F'      TO WS-FONTE
                    MOVE VL-PARCELA-CTR(WS-IND) TO WS-VL-TITULO
                    PERFORM P250-DISTRIBUI THRU P250-FIM
                END-IF
            END-PERFORM
            .
       P610-FIM.
      ******************************************************************
      * ESPERADO = NOMINAL x TAXA: PONTUALIDADE PARA MENSALIDADES,
      * ACORDOS E FINANCIAMENTOS, COMPENSACAO PARA CHEQUES; A FATURA
      * DE CONVENIO ENTRA PELO VALOR CHEIO. SEM HISTORICO A TAXA E 100%
      ******************************************************************
       P700-ESPERADO.
            IF WS-HIST-BASE > ZEROS
                COMPUTE WS-TX-PONTUAL ROUNDED =
                        WS-HIST-PAGO / WS-HIST-BASE
            END-IF
            IF WS-QTD-CHQ-COMPENSADO + WS-QTD-CHQ-DEVOLVIDO > ZEROS
                COMPUTE WS-TX-CHEQUE ROUNDED = WS-QTD-CHQ-COMPENSADO
                      / (WS-QTD-CHQ-COMPENSADO + WS-QTD-CHQ-DEVOLVIDO)
            END-IF
            PERFORM VARYING WS-SEMANA FROM 1 BY 1 UNTIL WS-SEMANA > 13
                COMPUTE WS-SEM-NOMINAL(WS-SEMANA) =
                        WS-SEM-MENSALIDADE(WS-SEMANA)
                      + WS-SEM-ACORDO(WS-SEMANA)
                      + WS-SEM-CHEQUE(WS-SEMANA)
                      + WS-SEM-FATURA(WS-SEMANA)
                      + WS-SEM-FINANCIAMENTO(WS-SEMANA)
                COMPUTE WS-SEM-ESPERADO(WS-SEMANA) ROUNDED =
                        (WS-SEM-MENSALIDADE(WS-SEMANA)
                       + WS-SEM-ACORDO(WS-SEMANA)
                       + WS-SEM-FINANCIAMENTO(WS-SEMANA))
                        * WS-TX-PONTUAL
                      + WS-SEM-CHEQUE(WS-SEMANA) * WS-TX-CHEQUE
                      + WS-SEM-FATURA(WS-SEMANA)
                ADD WS-SEM-NOMINAL(WS-SEMANA)  TO WS-TOT-NOMINAL
                ADD WS-SEM-ESPERADO(WS-SEMANA) TO WS-TOT-ESPERADO
                ADD WS-SEM-MENSALIDADE(WS-SEMANA)
                    TO WS-TOT-MENSALIDADE
                ADD WS-SEM-ACORDO(WS-SEMANA)   TO WS-TOT-ACORDO
                ADD WS-SEM-CHEQUE(WS-SEMANA)   TO WS-TOT-CHEQUE
                ADD WS-SEM-FATURA(WS-SEMANA)   TO WS-TOT-FATURA
                ADD WS-SEM-FINANCIAMENTO(WS-SEMANA)
                    TO WS-TOT-FINANCIAMENTO
            END-PERFORM
            PERFORM VARYING WS-FAIXA FROM 1 BY 1 UNTIL WS-FAIXA > 4
                MOVE 1            TO WS-FX-TAXA(WS-FAIXA)
                IF WS-FX-HIST-BASE(WS-FAIXA) > ZEROS
                    COMPUTE WS-FX-TAXA(WS-FAIXA) ROUNDED =
                            WS-FX-HIST-PAGO(WS-FAIXA)
                          / WS-FX-HIST-BASE(WS-FAIXA)
                END-IF
                COMPUTE WS-FX-ESPERADO(WS-FAIXA) ROUNDED =
                        WS-FX-NOMINAL(WS-FAIXA) * WS-FX-TAXA(WS-FAIXA)
                ADD WS-FX-NOMINAL(WS-FAIXA)  TO WS-TOT-VENCIDO
                ADD WS-FX-ESPERADO(WS-FAIXA) TO WS-TOT-RECUPERAVEL
            END-PERFORM
            .
       P700-FIM.
      ******************************************************************
      * RELATORIO SEMANAL E BLOCO DOS VENCIDOS
      ******************************************************************
       P800-RELATORIO.
            MOVE 'FLUXO'          TO WL-SPL-RELATORIO
            CALL 'SPOOLREG' USING WL-SPOOL
            IF WL-SPOOL-ABERTO
                MOVE WL-SPL-ARQUIVO TO WS-ARQ-RELATORIO
            ELSE
                MOVE 'C:\COBOL\FLUXO.TXT' TO WS-ARQ-RELATORIO
            END-IF
            SET FS-REL-OK         TO TRUE
            OPEN OUTPUT RELATORIO
            IF NOT FS-REL-OK
                DISPLAY 'ERRO AO ABRIR O RELATORIO DA PROJECAO. '
                DISPLAY 'FILE STATUS: ' WS-FS-REL
                GO TO P800-FIM
            END-IF
            MOVE ALL '=' TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE WS-DATA-HOJE-8   TO WS-DATA-AUX
            PERFORM P850-EDITA-DATA THRU P850-FIM
            MOVE SPACES TO WS-LINHA-REL
            STRING 'PROJECAO DO FLUXO DE CAIXA - 90 DIAS A PARTIR DE '
                   WS-DATA-EDITADA
                   DELIMITED BY SIZE INTO WS-LINHA-REL
            MOVE WS-LINHA-REL TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE ALL '=' TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES TO WS-LINHA-REL
            COMPUTE WS-TX-EDITADA = WS-TX-PONTUAL * 100
            STRING 'TAXA DE PONTUALIDADE (PAGAS ATE 7 DIAS APOS O '
                   'VENCIMENTO, ULTIMOS 12 MESES): ' WS-TX-EDITADA '%'
                   DELIMITED BY SIZE INTO WS-LINHA-REL
            MOVE WS-LINHA-REL TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES TO WS-LINHA-REL
            COMPUTE WS-TX-EDITADA = WS-TX-CHEQUE * 100
            STRING 'TAXA DE COMPENSACAO DE CHEQUES                '
                   '                 : ' WS-TX-EDITADA '%'
                   DELIMITED BY SIZE INTO WS-LINHA-REL
            MOVE WS-LINHA-REL TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE ' SEM  DE         ATE        MENSALIDADES'
                 & '       ACORDOS       CHEQUES     CONVENIOS'
                 & '    FINANCIAM.       NOMINAL      ESPERADO'
                 TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE ALL '-' TO REG-RELATORIO
            WRITE REG-RELATORIO
            PERFORM VARYING WS-SEMANA FROM 1 BY 1 UNTIL WS-SEMANA > 13
                MOVE WS-SEMANA    TO DSM-SEMANA
                COMPUTE WS-DIA-AUX = WS-DIA-HOJE + 7 * (WS-SEMANA - 1)
                COMPUTE WS-DATA-AUX =
                        FUNCTION DATE-OF-INTEGER(WS-DIA-AUX)
                PERFORM P850-EDITA-DATA THRU P850-FIM
                MOVE WS-DATA-EDITADA TO DSM-INICIO
                IF WS-SEMANA EQUAL 13
                    COMPUTE WS-DIA-AUX = WS-DIA-HOJE + 90
                ELSE
                    ADD 6         TO WS-DIA-AUX
                END-IF
                COMPUTE WS-DATA-AUX =
                        FUNCTION DATE-OF-INTEGER(WS-DIA-AUX)
                PERFORM P850-EDITA-DATA THRU P850-FIM
                MOVE WS-DATA-EDITADA TO DSM-FIM
                MOVE WS-SEM-MENSALIDADE(WS-SEMANA) TO DSM-MENSALIDADE
                MOVE WS-SEM-ACORDO(WS-SEMANA)      TO DSM-ACORDO
                MOVE WS-SEM-CHEQUE(WS-SEMANA)      TO DSM-CHEQUE
                MOVE WS-SEM-FATURA(WS-SEMANA)      TO DSM-FATURA
                MOVE WS-SEM-FINANCIAMENTO(WS-SEMANA)
                     TO DSM-FINANCIAMENTO
                MOVE WS-SEM-NOMINAL(WS-SEMANA)     TO DSM-NOMINAL
                MOVE WS-SEM-ESPERADO(WS-SEMANA)    TO DSM-ESPERADO
                WRITE REG-RELATORIO FROM WS-DET-SEMANA
            END-PERFORM
            MOVE ALL '-' TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE ZEROS            TO DSM-SEMANA
            MOVE 'TOTAL'          TO DSM-INICIO
            MOVE SPACES           TO DSM-FIM
            MOVE WS-TOT-MENSALIDADE   TO DSM-MENSALIDADE
            MOVE WS-TOT-ACORDO        TO DSM-ACORDO
            MOVE WS-TOT-CHEQUE        TO DSM-CHEQUE
            MOVE WS-TOT-FATURA        TO DSM-FATURA
            MOVE WS-TOT-FINANCIAMENTO TO DSM-FINANCIAMENTO
            MOVE WS-TOT-NOMINAL       TO DSM-NOMINAL
            MOVE WS-TOT-ESPERADO      TO DSM-ESPERADO
            WRITE REG-RELATORIO FROM WS-DET-SEMANA

            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE 'JA VENCIDOS (MENSALIDADES, ACORDOS E FINANCIAMENTOS)'
                 & ' - RECUPERACAO ESPERADA NOS 90 DIAS'
                 TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE '  ATRASO              QTD        NOMINAL      TAXA'
                 & '         ESPERADO' TO REG-RELATORIO
            WRITE REG-RELATORIO
            PERFORM VARYING WS-FAIXA FROM 1 BY 1 UNTIL WS-FAIXA > 4
                MOVE WS-FX-DESCRICAO(WS-FAIXA) TO DFX-DESCRICAO
                MOVE WS-FX-QTD(WS-FAIXA)       TO DFX-QTD
                MOVE WS-FX-NOMINAL(WS-FAIXA)   TO DFX-NOMINAL
                COMPUTE DFX-TAXA = WS-FX-TAXA(WS-FAIXA) * 100
                MOVE WS-FX-ESPERADO(WS-FAIXA)  TO DFX-ESPERADO
                WRITE REG-RELATORIO FROM WS-DET-FAIXA
            END-PERFORM
            MOVE SPACES           TO DFX-DESCRICAO
            MOVE 'TOTAL VENCIDO'  TO DFX-DESCRICAO
            COMPUTE DFX-QTD = WS-FX-QTD(1) + WS-FX-QTD(2)
                            + WS-FX-QTD(3) + WS-FX-QTD(4)
            MOVE WS-TOT-VENCIDO   TO DFX-NOMINAL
            MOVE ZEROS            TO DFX-TAXA
            IF WS-TOT-VENCIDO > ZEROS
                COMPUTE DFX-TAXA ROUNDED =
                        WS-TOT-RECUPERAVEL * 100 / WS-TOT-VENCIDO
            END-IF
            MOVE WS-TOT-RECUPERAVEL TO DFX-ESPERADO
            WRITE REG-RELATORIO FROM WS-DET-FAIXA
            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES TO WS-LINHA-REL
            ADD WS-TOT-ESPERADO   TO WS-TOT-RECUPERAVEL
            MOVE WS-TOT-RECUPERAVEL TO WS-VL-EDITADO
            STRING 'ENTRADA ESPERADA NOS 90 DIAS (A VENCER + '
                   'RECUPERACAO): ' WS-VL-EDITADO
                   DELIMITED BY SIZE INTO WS-LINHA-REL
            MOVE WS-LINHA-REL TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE 'MENSALIDADES AINDA NAO GERADAS PELO SISMENSA NAO '
                 & 'ENTRAM NA PROJECAO.' TO REG-RELATORIO
            WRITE REG-RELATORIO
            CLOSE RELATORIO
            .
       P800-FIM.
       P850-EDITA-DATA.
            MOVE WS-AUX-DIA       TO WS-DED-DIA
            MOVE WS-AUX-MES       TO WS-DED-MES
            MOVE WS-AUX-ANO       TO WS-DED-ANO
            .
       P850-FIM.
      * RESOLVE OS CAMINHOS FISICOS PELO CONFIGSYS (PRODUCAO OU
      * TESTE); SEM CONFIGURACAO VALEM OS PADROES ACIMA
       P050-CONFIGURA.
            MOVE 'MENSALID' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-MENSALID TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-MENSALID
            MOVE 'ACORPARC' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-ACORPARC TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-ACORPARC
            MOVE 'CHEQUES' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-CHEQUES TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-CHEQUES
            MOVE 'FATURAS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-FATURAS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-FATURAS
            MOVE 'M4-CONTRATOS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-M4-CONTRATOS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-M4-CONTRATOS
            MOVE 'M4-PARCPAG' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-M4-PARCPAG TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-M4-PARCPAG
      * DIAS ENTRE A EMISSAO E O PAGAMENTO DA FATURA DE CONVENIO
            MOVE 'FLUXO-PRAZO-FATURA' TO WL-CFG-CHAVE
            MOVE WS-CFG-PRAZO-FATURA TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-CFG-PRAZO-FATURA
            IF WS-CFG-PRAZO-FATURA(1:3) NUMERIC
                MOVE WS-CFG-PRAZO-FATURA(1:3) TO WS-PRAZO-FATURA
            END-IF
            .
       P050-FIM.
       END PROGRAM SISFLUXO.

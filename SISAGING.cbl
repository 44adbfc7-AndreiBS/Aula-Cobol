      * Date: 23/08/2026
      * Purpose: RELATORIO DE INADIMPLENCIA (AGING) - CLASSIFICA AS
      *          MENSALIDADES ABERTAS VENCIDAS EM FAIXAS DE 30/60/90+
      *          DIAS DE ATRASO COM TOTAIS POR TURMA; AS TAXAS
      *          AVULSAS VENCIDAS (COBRTAXA.DAT) SAEM EM QUADRO
      *          PROPRIO. AS FAIXAS SAEM TAMBEM POR UNIDADE (CAMPUS)
      *          DA TURMA (TURUNIDA) ALEM DO CONSOLIDADO; SEM PERFIL
      *          ADMIN SO ENTRA A UNIDADE DO OPERADOR (CHKUNIDA) E AS
      *          TAXAS AVULSAS, QUE NAO TEM TURMA, FICAM DE FORA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISAGING.
               RECORD  KEY  IS CHAVE-MENSALIDADE
               FILE STATUS IS WS-FS-MEN.

               SELECT COBRANCAS-TX ASSIGN TO WS-ARQ-CFG-COBRTAXA
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS NR-COBRANCA-TX
               FILE STATUS IS WS-FS-CTX.

               SELECT ALUNOCNV ASSIGN TO WS-ARQ-CFG-ALUNOCNV
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
       FILE SECTION.
       FD MENSALIDADES.
          COPY FD_MENSA.
       FD COBRANCAS-TX.
          COPY FD_COBTX.
       FD ALUNOCNV.
          COPY FD_ALCNV.

       WORKING-STORAGE SECTION.
       77 WS-FS-MEN                        PIC 99.
          88 FS-MEN-OK                     VALUE 0.
       77 WS-FS-CTX                        PIC 99.
          88 FS-CTX-OK                     VALUE 0.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE 'S' FALSE 'N'.
       77 WS-DT-REFERENCIA                 PIC 9(08).
       77 WS-TOT-RENEGOCIADO               PIC 9(08)V99 VALUE ZEROS.
       77 WS-QTD-VENCIDAS                  PIC 9(05) VALUE ZEROS.
       77 WS-QTD-RENEGOCIADAS              PIC 9(05) VALUE ZEROS.
       77 WS-TX-30                         PIC 9(08)V99 VALUE ZEROS.
       77 WS-TX-60                         PIC 9(08)V99 VALUE ZEROS.
       77 WS-TX-90                         PIC 9(08)V99 VALUE ZEROS.
       77 WS-TX-MAIS                       PIC 9(08)V99 VALUE ZEROS.
       77 WS-QTD-TAXAS                     PIC 9(05) VALUE ZEROS.
       77 WS-FS-ACV                        PIC 99.
          88 FS-ACV-OK                     VALUE 0.
       77 WS-ALUNOCNV-ABERTO               PIC X VALUE 'N'.
             05 WS-CNV-90                 PIC 9(08)V99.
             05 WS-CNV-MAIS               PIC 9(08)V99.
       77 WS-IND-CNV                       PIC 9(02).
      * QUEBRA POR UNIDADE (CAMPUS) - INDICE = UNIDADE 1 A 9
          COPY UNI_AREA.
          COPY TUN_AREA.
       77 WS-IND-UNI                       PIC 9(01).
       01 WS-TABELA-UNIDADES.
          03 WS-TAB-UNI OCCURS 9 TIMES.
             05 WS-UNI-QTD                PIC 9(05).
             05 WS-UNI-30                 PIC 9(08)V99.
             05 WS-UNI-60                 PIC 9(08)V99.
             05 WS-UNI-90                 PIC 9(08)V99.
             05 WS-UNI-MAIS               PIC 9(08)V99.
             05 WS-UNI-RENEGOCIADO        PIC 9(08)V99.
       01 WL-EVENTO.
          03 WL-EV-TIPO                    PIC X(10).
          03 WL-EV-CHAVE                   PIC X(10).

       01 WS-ARQ-CFG-MENSALID              PIC X(60) VALUE
          'C:\COBOL\MENSALID.DAT'.
       01 WS-ARQ-CFG-COBRTAXA              PIC X(60) VALUE
          'C:\COBOL\COBRTAXA.DAT'.
       01 WS-ARQ-CFG-ALUNOCNV              PIC X(60) VALUE
          'C:\COBOL\ALUNOCNV.DAT'.
          COPY CFG_AREA.
       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            PERFORM P050-CONFIGURA THRU P050-FIM
            CALL 'CHKUNIDA' USING WL-UNIDADE
            INITIALIZE WS-TABELA-UNIDADES
            DISPLAY '*** RELATORIO DE INADIMPLENCIA (AGING) ***'
            DISPLAY 'Informe a data de referencia (AAAAMMDD): '
            ACCEPT WS-DT-REFERENCIA
            PERFORM P300-APURA    THRU P300-FIM
            IF WL-UNI-TODAS
                PERFORM P318-TAXAS THRU P318-FIM
            END-IF
            PERFORM P320-EXIBE    THRU P320-FIM
            PERFORM P900-FIM
            .
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            MOVE TURMA-MEN TO WL-TUN-TURMA
                            CALL 'TURUNIDA' USING WL-TURMA-UNIDADE
                            IF WL-UNI-TODAS OR
                               WL-TUN-UNIDADE EQUAL WL-UNI-OPERADOR
                                PERFORM P305-MENSALIDADE THRU P305-FIM
                            END-IF
                    END-READ
                END-PERFORM
            END-IF
            .
       P300-FIM.
       P305-MENSALIDADE.
            IF MEN-ABERTA AND
               DT-VENCIMENTO-MEN < WS-DT-REFERENCIA
                PERFORM P310-CLASSIFICA THRU P310-FIM
            END-IF
      * DEBITO CONSOLIDADO EM ACORDO (SISACORD) SAI DAS FAIXAS DE
      * ATRASO E APARECE NA COLUNA PROPRIA DE RENEGOCIADO
            IF MEN-RENEGOCIADA
                PERFORM P315-RENEGOCIADA
                    THRU P315-FIM
            END-IF
            IF MEN-CONVENIO AND
               DT-VENCIMENTO-MEN < WS-DT-REFERENCIA
                PERFORM P317-CONVENIO THRU P317-FIM
            END-IF
            .
       P305-FIM.
       P310-CLASSIFICA.
            COMPUTE WS-DIAS-ATRASO =
                    FUNCTION INTEGER-OF-DATE(WS-DT-REFERENCIA) -
                ADD 1             TO WS-TAB-QTD-ITENS(WS-IND1)
            END-IF
            ADD 1                 TO WS-QTD-VENCIDAS
                                     WS-UNI-QTD(WL-TUN-IDX)
            MOVE 'VENCIDA'        TO WL-EV-TIPO
            MOVE ID-ALUNO-MEN     TO WL-EV-CHAVE
            MOVE SPACES           TO WL-EV-PAYLOAD
            EVALUATE TRUE
                WHEN WS-DIAS-ATRASO <= 30
                    ADD VL-MENSALIDADE TO WS-TOT-30
                                          WS-UNI-30(WL-TUN-IDX)
                    IF WS-IND1 > 0
                        ADD VL-MENSALIDADE
                            TO WS-TAB-FAIXA-30(WS-IND1)
                    END-IF
                WHEN WS-DIAS-ATRASO <= 60
                    ADD VL-MENSALIDADE TO WS-TOT-60
                                          WS-UNI-60(WL-TUN-IDX)
                    IF WS-IND1 > 0
                        ADD VL-MENSALIDADE
                            TO WS-TAB-FAIXA-60(WS-IND1)
                    END-IF
                WHEN WS-DIAS-ATRASO <= 90
                    ADD VL-MENSALIDADE TO WS-TOT-90
                                          WS-UNI-90(WL-TUN-IDX)
                    IF WS-IND1 > 0
                        ADD VL-MENSALIDADE
                            TO WS-TAB-FAIXA-90(WS-IND1)
                    END-IF
                WHEN OTHER
                    ADD VL-MENSALIDADE TO WS-TOT-MAIS
                                          WS-UNI-MAIS(WL-TUN-IDX)
                    IF WS-IND1 > 0
                        ADD VL-MENSALIDADE
                            TO WS-TAB-FAIXA-MAIS(WS-IND1)
       P315-RENEGOCIADA.
            ADD 1                 TO WS-QTD-RENEGOCIADAS
            ADD VL-MENSALIDADE    TO WS-TOT-RENEGOCIADO
                                     WS-UNI-RENEGOCIADO(WL-TUN-IDX)
      * A TURMA GANHA LINHA NO QUADRO MESMO QUE TODO O DEBITO DELA
      * ESTEJA RENEGOCIADO (SEM NENHUM ITEM VENCIDO EM ABERTO)
            SET ACHOU-OK          TO FALSE
            END-EVALUATE
            .
       P317-FIM.
      * TAXA AVULSA (SISTAXAS) NAO TEM TURMA - ENVELHECE NAS MESMAS
      * FAIXAS, EM TOTAL UNICO
       P318-TAXAS.
            SET EOF-OK            TO FALSE
            SET FS-CTX-OK         TO TRUE
            OPEN INPUT COBRANCAS-TX
            IF NOT FS-CTX-OK
                GO TO P318-FIM
            END-IF
            PERFORM UNTIL EOF-OK
                READ COBRANCAS-TX NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF TX-ABERTA AND
                           DT-VENCIMENTO-TX < WS-DT-REFERENCIA
                            ADD 1 TO WS-QTD-TAXAS
                            COMPUTE WS-DIAS-ATRASO =
                               FUNCTION INTEGER-OF-DATE
                                   (WS-DT-REFERENCIA) -
                               FUNCTION INTEGER-OF-DATE
                                   (DT-VENCIMENTO-TX)
                            EVALUATE TRUE
                                WHEN WS-DIAS-ATRASO <= 30
                                    ADD VL-COBRANCA-TX TO WS-TX-30
                                WHEN WS-DIAS-ATRASO <= 60
                                    ADD VL-COBRANCA-TX TO WS-TX-60
                                WHEN WS-DIAS-ATRASO <= 90
                                    ADD VL-COBRANCA-TX TO WS-TX-90
                                WHEN OTHER
                                    ADD VL-COBRANCA-TX TO WS-TX-MAIS
                            END-EVALUATE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE COBRANCAS-TX
            .
       P318-FIM.
       P320-EXIBE.
            DISPLAY '*************************************************'
            DISPLAY 'TURMA       ITENS  ATE 30     ATE 60     ATE 90 '
                    ' ' WS-TOT-MAIS
                    ' ' WS-TOT-RENEGOCIADO
            DISPLAY 'MENSALIDADES EM ACORDO: ' WS-QTD-RENEGOCIADAS
            DISPLAY '----------------------------------------'
            IF WL-UNI-TODAS
                DISPLAY 'POR UNIDADE (O TOTAL GERAL E O CONSOLIDADO)'
            ELSE
                DISPLAY 'SOMENTE A UNIDADE ' WL-UNI-OPERADOR
            END-IF
            PERFORM VARYING WS-IND-UNI FROM 1 BY 1
                    UNTIL WS-IND-UNI > 9
                IF WS-UNI-QTD(WS-IND-UNI) > 0 OR
                   WS-UNI-RENEGOCIADO(WS-IND-UNI) > 0
                    DISPLAY 'UNIDADE 0' WS-IND-UNI
                            '  ITENS ' WS-UNI-QTD(WS-IND-UNI)
                            '  RENEGOCIADO '
                            WS-UNI-RENEGOCIADO(WS-IND-UNI)
                    DISPLAY '  ATE 30 ' WS-UNI-30(WS-IND-UNI)
                            '  ATE 60 ' WS-UNI-60(WS-IND-UNI)
                            '  ATE 90 ' WS-UNI-90(WS-IND-UNI)
                            '  MAIS DE 90 '
                            WS-UNI-MAIS(WS-IND-UNI)
                END-IF
            END-PERFORM
            IF WS-QTD-CONVENIOS > 0
                DISPLAY '----------------------------------------'
                DISPLAY 'DEBITO DE CONVENIO VENCIDO (POR EMPRESA)'
                            WS-CNV-MAIS(WS-IND-CNV)
                END-PERFORM
            END-IF
            IF WS-QTD-TAXAS > 0
                DISPLAY '----------------------------------------'
                DISPLAY 'TAXAS AVULSAS VENCIDAS: ' WS-QTD-TAXAS
                DISPLAY '  ATE 30 ' WS-TX-30
                        '  ATE 60 ' WS-TX-60
                        '  ATE 90 ' WS-TX-90
                        '  MAIS DE 90 ' WS-TX-MAIS
            END-IF
            IF WS-QTD-VENCIDAS EQUAL 0
                DISPLAY 'NENHUMA MENSALIDADE VENCIDA NA DATA. '
            END-IF
            MOVE WS-ARQ-CFG-MENSALID TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-MENSALID
            MOVE 'COBRTAXA' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-COBRTAXA TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-COBRTAXA
            MOVE 'ALUNOCNV' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-ALUNOCNV TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG

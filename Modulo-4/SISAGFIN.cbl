      ******************************************************************
      * Author: ANDREI BATISTA
      * Date: 15/10/2026
      * Purpose: INADIMPLENCIA (AGING) E CARTEIRA DOS CONTRATOS DE
      *          FINANCIAMENTO - CLASSIFICA AS PARCELAS NAO BAIXADAS
      *          NO PARCPAG.DAT E VENCIDAS NA DATA DE REFERENCIA EM
      *          FAIXAS DE 30/60/90+ DIAS, MOSTRA O SALDO DE
      *          PRINCIPAL EM ABERTO POR CONTRATO (REGRA DO SISPARCP:
      *          VL-OBJETO / NUM-PARCELAS POR PARCELA ABERTA), O
      *          TOTAL E A QUEBRA POR MES DE INICIO DO CONTRATO, E
      *          LISTA PARA COBRANCA OS CONTRATOS SEM PAGAMENTO NOS
      *          ULTIMOS N MESES
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISAGFIN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
               SELECT CONTRATOS ASSIGN TO WS-ARQ-CFG-M4-CONTRATOS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS SEQUENTIAL
               RECORD  KEY  IS ID-CONTRATO
               FILE STATUS IS WS-FS.

               SELECT PARCELAS-PAGAS ASSIGN TO WS-ARQ-CFG-M4-PARCPAG
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-PARCELA-PAGA
               FILE STATUS IS WS-FS-PP.

       DATA DIVISION.
       FILE SECTION.
       FD CONTRATOS.
          COPY FD_CONTR.
       FD PARCELAS-PAGAS.
          COPY FD_PARCP.

       WORKING-STORAGE SECTION.
       77 WS-FS                            PIC 99.
          88 FS-OK                         VALUE 0.
       77 WS-FS-PP                         PIC 99.
          88 FS-PP-OK                      VALUE 0.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE 'S' FALSE 'N'.
       77 WS-EOF-PP                        PIC X.
          88 EOF-PP-OK                     VALUE 'S' FALSE 'N'.
       77 WS-PARCPAG-ABERTO                PIC X VALUE 'N'.
          88 PARCPAG-ABERTO                VALUE 'S' FALSE 'N'.
       77 WS-DT-REFERENCIA                 PIC 9(08).
       77 WS-MESES-SEM-PGTO                PIC 9(02).
       77 WS-DT-CORTE                      PIC 9(08).
       77 WS-ANO-CORTE                     PIC 9(04).
       77 WS-MES-CORTE                     PIC S9(03).
       77 WS-DIA-CORTE                     PIC 9(02).
       77 WS-DIAS-ATRASO                   PIC S9(05).
       77 WS-IND                           PIC 9(03).
       77 WS-IND1                          PIC 9(03).
       77 WS-ACHOU                         PIC X VALUE 'N'.
          88 ACHOU-OK                      VALUE 'S' FALSE 'N'.
      * PARCELAS BAIXADAS DO CONTRATO CORRENTE
       01 WS-PARCELA-PAGA-TAB.
          03 WS-PAGA                       PIC X(01) OCCURS 420 TIMES.
       77 WS-DT-ULTIMO-PGTO                PIC 9(08).
      * POSICAO DO CONTRATO CORRENTE
       77 WS-QTD-ABERTAS                   PIC 9(03).
       77 WS-VL-PRINCIPAL-PARC             PIC 9(05)V99.
       77 WS-CTR-PRINCIPAL                 PIC 9(08)V99.
       77 WS-CTR-SALDO                     PIC 9(08)V99.
       77 WS-CTR-30                        PIC 9(08)V99.
       77 WS-CTR-60                        PIC 9(08)V99.
       77 WS-CTR-90                        PIC 9(08)V99.
       77 WS-CTR-MAIS                      PIC 9(08)V99.
      * TOTAIS DA CARTEIRA
       77 WS-QTD-CONTRATOS                 PIC 9(05) VALUE ZEROS.
       77 WS-QTD-VENCIDAS                  PIC 9(05) VALUE ZEROS.
       77 WS-TOT-PRINCIPAL                 PIC 9(10)V99 VALUE ZEROS.
       77 WS-TOT-SALDO                     PIC 9(10)V99 VALUE ZEROS.
       77 WS-TOT-30                        PIC 9(10)V99 VALUE ZEROS.
       77 WS-TOT-60                        PIC 9(10)V99 VALUE ZEROS.
       77 WS-TOT-90                        PIC 9(10)V99 VALUE ZEROS.
       77 WS-TOT-MAIS                      PIC 9(10)V99 VALUE ZEROS.
      * QUEBRA POR MES DE INICIO DO CONTRATO (AAAAMM)
       77 WS-QTD-SAFRAS                    PIC 9(03) VALUE ZEROS.
       77 WS-SAFRAS-CHEIA                  PIC X VALUE 'N'.
          88 SAFRAS-CHEIA                  VALUE 'S' FALSE 'N'.
       01 WS-TABELA-SAFRAS.
          03 WS-TAB-SAFRA OCCURS 200 TIMES.
             05 WS-SAF-MES                PIC 9(06).
             05 WS-SAF-QTD                PIC 9(05).
             05 WS-SAF-PRINCIPAL          PIC 9(10)V99.
             05 WS-SAF-VENCIDO            PIC 9(10)V99.
      * CONTRATOS PARA COBRANCA (SEM PAGAMENTO DESDE A DATA DE CORTE)
       77 WS-QTD-COBRAR                    PIC 9(03) VALUE ZEROS.
       77 WS-COBRAR-CHEIA                  PIC X VALUE 'N'.
          88 COBRAR-CHEIA                  VALUE 'S' FALSE 'N'.
       01 WS-TABELA-COBRAR.
          03 WS-TAB-COBRAR OCCURS 500 TIMES.
             05 WS-COB-ID                 PIC 9(05).
             05 WS-COB-CLIENTE            PIC X(20).
             05 WS-COB-ULTIMO-PGTO        PIC 9(08).
             05 WS-COB-VENCIDO            PIC 9(08)V99.

       01 WS-ARQ-CFG-M4-CONTRATOS          PIC X(60) VALUE
          'C:\COBOL\Modulo-4\CONTRATOS.DAT'.
       01 WS-ARQ-CFG-M4-PARCPAG            PIC X(60) VALUE
          'C:\COBOL\Modulo-4\PARCPAG.DAT'.
       01 WS-CFG-MESES-SEM-PGTO            PIC X(60) VALUE '03'.
          COPY CFG_AREA.
       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM                   PIC X(50).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            PERFORM P050-CONFIGURA THRU P050-FIM
            DISPLAY '*** INADIMPLENCIA E CARTEIRA DE FINANCIAMENTOS ***'
            DISPLAY 'Informe a data de referencia (AAAAMMDD, '
                    'ZEROS = hoje): '
            ACCEPT WS-DT-REFERENCIA
            IF WS-DT-REFERENCIA EQUAL ZEROS
                ACCEPT WS-DT-REFERENCIA FROM DATE YYYYMMDD
            END-IF
            PERFORM P100-DATA-CORTE THRU P100-FIM
            PERFORM P300-APURA      THRU P300-FIM
            PERFORM P400-EXIBE      THRU P400-FIM
            PERFORM P900-FIM
            .
      * SEM PAGAMENTO DESDE O CORTE (REFERENCIA MENOS N MESES) O
      * CONTRATO ENTRA NA LISTA DE COBRANCA
       P100-DATA-CORTE.
            MOVE WS-DT-REFERENCIA(1:4) TO WS-ANO-CORTE
            MOVE WS-DT-REFERENCIA(5:2) TO WS-MES-CORTE
            MOVE WS-DT-REFERENCIA(7:2) TO WS-DIA-CORTE
            IF WS-DIA-CORTE > 28
                MOVE 28           TO WS-DIA-CORTE
            END-IF
            SUBTRACT WS-MESES-SEM-PGTO FROM WS-MES-CORTE
            PERFORM UNTIL WS-MES-CORTE > 0
                ADD 12            TO WS-MES-CORTE
                SUBTRACT 1        FROM WS-ANO-CORTE
            END-PERFORM
            COMPUTE WS-DT-CORTE =
                    WS-ANO-CORTE * 10000 + WS-MES-CORTE * 100
                    + WS-DIA-CORTE
            .
       P100-FIM.
       P300-APURA.
            SET EOF-OK            TO FALSE
            SET FS-OK             TO TRUE
            SET FS-PP-OK          TO TRUE
            SET PARCPAG-ABERTO    TO FALSE
            OPEN INPUT PARCELAS-PAGAS
            IF FS-PP-OK
                SET PARCPAG-ABERTO TO TRUE
            ELSE
                DISPLAY 'AVISO: PARCPAG.DAT INDISPONIVEL - TODAS AS '
                        'PARCELAS CONSIDERADAS EM ABERTO. '
            END-IF
            OPEN INPUT CONTRATOS
            IF FS-OK
                PERFORM UNTIL EOF-OK
                    READ CONTRATOS NEXT
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            PERFORM P310-CONTRATO THRU P310-FIM
                    END-READ
                END-PERFORM
            ELSE
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTRATOS. '
                DISPLAY 'FILE STATUS: ' WS-FS
            END-IF
            CLOSE CONTRATOS
            IF PARCPAG-ABERTO
                CLOSE PARCELAS-PAGAS
            END-IF
            .
       P300-FIM.
       P310-CONTRATO.
            PERFORM P320-BAIXADAS THRU P320-FIM
            MOVE ZEROS            TO WS-QTD-ABERTAS WS-CTR-SALDO
                                     WS-CTR-30 WS-CTR-60
                                     WS-CTR-90 WS-CTR-MAIS
            PERFORM VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND > NUM-PARCELAS-CTR
                IF WS-PAGA(WS-IND) EQUAL 'N'
                    ADD 1         TO WS-QTD-ABERTAS
                    ADD VL-PARCELA-CTR(WS-IND) TO WS-CTR-SALDO
                    IF DT-VENCIMENTO-CTR(WS-IND) < WS-DT-REFERENCIA
                        PERFORM P330-CLASSIFICA THRU P330-FIM
                    END-IF
                END-IF
            END-PERFORM
      * CONTRATO QUITADO NAO FAZ PARTE DA CARTEIRA
            IF WS-QTD-ABERTAS EQUAL ZEROS
                GO TO P310-FIM
            END-IF
            COMPUTE WS-VL-PRINCIPAL-PARC ROUNDED =
                    VL-OBJETO / NUM-PARCELAS-CTR
            COMPUTE WS-CTR-PRINCIPAL ROUNDED =
                    WS-QTD-ABERTAS * WS-VL-PRINCIPAL-PARC
            ADD 1                 TO WS-QTD-CONTRATOS
            ADD WS-CTR-PRINCIPAL  TO WS-TOT-PRINCIPAL
            ADD WS-CTR-SALDO      TO WS-TOT-SALDO
            ADD WS-CTR-30         TO WS-TOT-30
            ADD WS-CTR-60         TO WS-TOT-60
            ADD WS-CTR-90         TO WS-TOT-90
            ADD WS-CTR-MAIS       TO WS-TOT-MAIS
            IF WS-QTD-CONTRATOS EQUAL 1
                DISPLAY '*************************************'
                        '*************************************'
                DISPLAY 'CONTRATO CLIENTE              INICIO   '
                        'ABERTAS PRINCIPAL   ATE 30     ATE 60     '
                        'ATE 90     MAIS DE 90'
                DISPLAY '*************************************'
                        '*************************************'
            END-IF
            DISPLAY ID-CONTRATO '    '
                    NM-CLIENTE ' '
                    DT-INICIO-CTR ' '
                    WS-QTD-ABERTAS '     '
                    WS-CTR-PRINCIPAL ' '
                    WS-CTR-30 ' '
                    WS-CTR-60 ' '
                    WS-CTR-90 ' '
                    WS-CTR-MAIS
            PERFORM P340-SAFRA    THRU P340-FIM
            IF WS-DT-ULTIMO-PGTO EQUAL ZEROS
                IF DT-INICIO-CTR < WS-DT-CORTE
                    PERFORM P350-COBRAR THRU P350-FIM
                END-IF
            ELSE
                IF WS-DT-ULTIMO-PGTO < WS-DT-CORTE
                    PERFORM P350-COBRAR THRU P350-FIM
                END-IF
            END-IF
            .
       P310-FIM.
      * MARCA AS PARCELAS BAIXADAS DO CONTRATO E GUARDA A DATA DO
      * ULTIMO PAGAMENTO
       P320-BAIXADAS.
            PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 420
                MOVE 'N'          TO WS-PAGA(WS-IND)
            END-PERFORM
            MOVE ZEROS            TO WS-DT-ULTIMO-PGTO
            IF NOT PARCPAG-ABERTO
                GO TO P320-FIM
            END-IF
            SET EOF-PP-OK         TO FALSE
            MOVE ID-CONTRATO      TO ID-CONTRATO-PP
            MOVE ZEROS            TO NR-PARCELA-PP
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
                                MOVE 'S' TO WS-PAGA(NR-PARCELA-PP)
                            END-IF
                            IF DT-PGTO-PP > WS-DT-ULTIMO-PGTO
                                MOVE DT-PGTO-PP TO WS-DT-ULTIMO-PGTO
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            .
       P320-FIM.
       P330-CLASSIFICA.
            ADD 1                 TO WS-QTD-VENCIDAS
            COMPUTE WS-DIAS-ATRASO =
                    FUNCTION INTEGER-OF-DATE(WS-DT-REFERENCIA) -
                    FUNCTION INTEGER-OF-DATE(DT-VENCIMENTO-CTR(WS-IND))
            EVALUATE TRUE
                WHEN WS-DIAS-ATRASO <= 30
                    ADD VL-PARCELA-CTR(WS-IND) TO WS-CTR-30
                WHEN WS-DIAS-ATRASO <= 60
                    ADD VL-PARCELA-CTR(WS-IND) TO WS-CTR-60
                WHEN WS-DIAS-ATRASO <= 90
                    ADD VL-PARCELA-CTR(WS-IND) TO WS-CTR-90
                WHEN OTHER
                    ADD VL-PARCELA-CTR(WS-IND) TO WS-CTR-MAIS
            END-EVALUATE
            .
       P330-FIM.
       P340-SAFRA.
            SET ACHOU-OK          TO FALSE
            PERFORM VARYING WS-IND1 FROM 1 BY 1
                    UNTIL WS-IND1 > WS-QTD-SAFRAS OR ACHOU-OK
                IF WS-SAF-MES(WS-IND1) EQUAL DT-INICIO-CTR(1:6)
                    SET ACHOU-OK  TO TRUE
                END-IF
            END-PERFORM
            IF ACHOU-OK
                SUBTRACT 1 FROM WS-IND1
            ELSE
                IF WS-QTD-SAFRAS >= 200
                    SET SAFRAS-CHEIA TO TRUE
                    GO TO P340-FIM
                END-IF
                ADD 1             TO WS-QTD-SAFRAS
                MOVE WS-QTD-SAFRAS TO WS-IND1
                MOVE DT-INICIO-CTR(1:6) TO WS-SAF-MES(WS-IND1)
                MOVE ZEROS        TO WS-SAF-QTD(WS-IND1)
                                     WS-SAF-PRINCIPAL(WS-IND1)
                                     WS-SAF-VENCIDO(WS-IND1)
            END-IF
            ADD 1                 TO WS-SAF-QTD(WS-IND1)
            ADD WS-CTR-PRINCIPAL  TO WS-SAF-PRINCIPAL(WS-IND1)
            COMPUTE WS-SAF-VENCIDO(WS-IND1) =
                    WS-SAF-VENCIDO(WS-IND1) + WS-CTR-30 + WS-CTR-60
                  + WS-CTR-90 + WS-CTR-MAIS
            .
       P340-FIM.
       P350-COBRAR.
            IF WS-QTD-COBRAR >= 500
                SET COBRAR-CHEIA  TO TRUE
                GO TO P350-FIM
            END-IF
            ADD 1                 TO WS-QTD-COBRAR
            MOVE ID-CONTRATO      TO WS-COB-ID(WS-QTD-COBRAR)
            MOVE NM-CLIENTE       TO WS-COB-CLIENTE(WS-QTD-COBRAR)
            MOVE WS-DT-ULTIMO-PGTO
                                  TO WS-COB-ULTIMO-PGTO(WS-QTD-COBRAR)
            COMPUTE WS-COB-VENCIDO(WS-QTD-COBRAR) =
                    WS-CTR-30 + WS-CTR-60 + WS-CTR-90 + WS-CTR-MAIS
            .
       P350-FIM.
       P400-EXIBE.
            IF WS-QTD-CONTRATOS EQUAL ZEROS
                DISPLAY 'NENHUM CONTRATO COM PARCELAS EM ABERTO. '
                GO TO P400-FIM
            END-IF
            DISPLAY '-------------------------------------'
                    '-------------------------------------'
            DISPLAY 'TOTAL    ' WS-QTD-CONTRATOS ' CONTRATO(S)'
            DISPLAY 'PRINCIPAL EM ABERTO : ' WS-TOT-PRINCIPAL
            DISPLAY 'SALDO COM JUROS     : ' WS-TOT-SALDO
            DISPLAY 'PARCELAS VENCIDAS   : ' WS-QTD-VENCIDAS
            DISPLAY '  ATE 30 ' WS-TOT-30
                    '  ATE 60 ' WS-TOT-60
                    '  ATE 90 ' WS-TOT-90
                    '  MAIS DE 90 ' WS-TOT-MAIS
            DISPLAY '-------------------------------------'
                    '-------------------------------------'
            DISPLAY 'CARTEIRA POR MES DE INICIO'
            DISPLAY 'MES     CONTRATOS  PRINCIPAL      VENCIDO'
            PERFORM VARYING WS-IND1 FROM 1 BY 1
                    UNTIL WS-IND1 > WS-QTD-SAFRAS
                DISPLAY WS-SAF-MES(WS-IND1) '  '
                        WS-SAF-QTD(WS-IND1) '      '
                        WS-SAF-PRINCIPAL(WS-IND1) ' '
                        WS-SAF-VENCIDO(WS-IND1)
            END-PERFORM
            IF SAFRAS-CHEIA
                DISPLAY 'ATENCAO: MAIS DE 200 MESES DE INICIO - '
                        'QUADRO POR MES INCOMPLETO (TOTAL GERAL '
                        'COMPLETO). '
            END-IF
            DISPLAY '-------------------------------------'
                    '-------------------------------------'
            DISPLAY 'CONTRATOS SEM PAGAMENTO HA ' WS-MESES-SEM-PGTO
                    ' MES(ES) OU MAIS (DESDE ' WS-DT-CORTE ')'
            IF WS-QTD-COBRAR EQUAL ZEROS
                DISPLAY 'NENHUM CONTRATO A COBRAR. '
            ELSE
                DISPLAY 'CONTRATO CLIENTE              ULT.PGTO '
                        'VENCIDO'
                PERFORM VARYING WS-IND1 FROM 1 BY 1
                        UNTIL WS-IND1 > WS-QTD-COBRAR
                    DISPLAY WS-COB-ID(WS-IND1) '    '
                            WS-COB-CLIENTE(WS-IND1) ' '
                            WS-COB-ULTIMO-PGTO(WS-IND1) ' '
                            WS-COB-VENCIDO(WS-IND1)
                END-PERFORM
                IF COBRAR-CHEIA
                    DISPLAY 'ATENCAO: MAIS DE 500 CONTRATOS A '
                            'COBRAR - LISTA INCOMPLETA. '
                END-IF
            END-IF
            DISPLAY '*************************************'
                    '*************************************'
            .
       P400-FIM.
       P900-FIM.
            GOBACK.
      * RESOLVE OS CAMINHOS FISICOS PELO CONFIGSYS (PRODUCAO OU
      * TESTE); SEM CONFIGURACAO VALEM OS PADROES ACIMA
       P050-CONFIGURA.
            MOVE 'M4-CONTRATOS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-M4-CONTRATOS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-M4-CONTRATOS
            MOVE 'M4-PARCPAG' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-M4-PARCPAG TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-M4-PARCPAG
      * MESES SEM PAGAMENTO PARA O CONTRATO IR PARA A COBRANCA
            MOVE 'M4-MESES-COBRANCA' TO WL-CFG-CHAVE
            MOVE WS-CFG-MESES-SEM-PGTO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-CFG-MESES-SEM-PGTO
            IF WS-CFG-MESES-SEM-PGTO(1:2) NUMERIC AND
               WS-CFG-MESES-SEM-PGTO(1:2) > '00'
                MOVE WS-CFG-MESES-SEM-PGTO(1:2) TO WS-MESES-SEM-PGTO
            ELSE
                MOVE 3            TO WS-MESES-SEM-PGTO
            END-IF
            .
       P050-FIM.
       END PROGRAM SISAGFIN.

      ******************************************************************
      * Author: ANDREI BATISTA
      * Date: 15/10/2026
      * Purpose: DEPRECIACAO DO IMOBILIZADO DO LABORATORIO -
      *          RODADA MENSAL LINEAR POR CLASSE (CUSTO / VIDA UTIL EM
      *          MESES) QUE ATUALIZA A DEPRECIACAO ACUMULADA DE CADA
      *          NR-PATRIMONIO (PATRIMON.DAT) E GRAVA O LANCAMENTO NO
      *          DEPRMOV.DAT COM A DATA DO ULTIMO DIA DA COMPETENCIA
      *          (LIDO PELO SISDIARI); RERODAVEL - O PATRIMONIO JA
      *          DEPRECIADO NA COMPETENCIA E PULADO E COMPETENCIA
      *          ESQUECIDA E RECUPERADA NA RODADA SEGUINTE, SALVO
      *          PERIODO CONTABIL JA FECHADO (CHKPERIO). REGISTRO
      *          ANUAL DO IMOBILIZADO POR CLASSE (CUSTO, DEPRECIACAO
      *          DO ANO, ACUMULADA E VALOR CONTABIL) COM AS BAIXAS
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISDEPRE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
               SELECT PATRIMONIO ASSIGN TO WS-ARQ-CFG-M4-PATRIMON
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-PATRIMONIO
               FILE STATUS IS WS-FS-PAT.

               SELECT MOV-DEPRECIACAO ASSIGN TO WS-ARQ-CFG-DEPRMOV
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-MOV-DEPR
               FILE STATUS IS WS-FS-DEP.

       DATA DIVISION.
       FILE SECTION.
       FD PATRIMONIO.
          COPY FD_PATRI.
       FD MOV-DEPRECIACAO.
          COPY FD_DEPMV.

       WORKING-STORAGE SECTION.
       77 WS-FS-PAT                        PIC 99.
          88 FS-PAT-OK                     VALUE 0.
       77 WS-FS-DEP                        PIC 99.
          88 FS-DEP-OK                     VALUE 0.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE 'S' FALSE 'N'.
       77 WS-OPCAO                         PIC X.
       77 WS-CONFIRM                       PIC X VALUE SPACES.
          COPY TB_CLPAT.
       77 WS-IND-CL                        PIC 9(02).
       77 WS-IND                           PIC 9(03).
       77 WS-IND2                          PIC 9(03).
      * COMPETENCIA DA RODADA E DATAS EM AAAAMM PARA CONTAR MESES
       01 WS-COMPETENCIA                   PIC 9(06).
       01 WS-COMPETENCIA-R REDEFINES WS-COMPETENCIA.
          03 WS-COMP-ANO                   PIC 9(04).
          03 WS-COMP-MES                   PIC 9(02).
       01 WS-AAAAMM                        PIC 9(06).
       01 WS-AAAAMM-R REDEFINES WS-AAAAMM.
          03 WS-AAAAMM-ANO                 PIC 9(04).
          03 WS-AAAAMM-MES                 PIC 9(02).
       77 WS-COMP-HOJE                     PIC 9(06).
       77 WS-DATA-HOJE-8                   PIC 9(08).
       77 WS-DT-FIM-MES                    PIC 9(08).
       77 WS-DT-PROX-MES                   PIC 9(08).
       77 WS-IDX-COMP                      PIC 9(06).
       77 WS-IDX-AQUIS                     PIC 9(06).
       77 WS-IDX-INICIO                    PIC 9(06).
       77 WS-QT-MESES                      PIC S9(05).
       77 WS-QT-DECORRIDOS                 PIC S9(05).
       77 WS-VL-QUOTA                      PIC 9(07)V99.
       77 WS-VL-DEPR                       PIC 9(07)V99.
       77 WS-VL-SALDO                      PIC 9(07)V99.
       77 WS-QTD-DEPRECIADOS               PIC 9(04) VALUE ZEROS.
       77 WS-QTD-INCOMPLETOS               PIC 9(04) VALUE ZEROS.
       77 WS-TOT-DEPR                      PIC 9(09)V99 VALUE ZEROS.
      * REGISTRO ANUAL: PATRIMONIOS E BAIXAS EM MEMORIA
       77 WS-ANO                           PIC 9(04).
       77 WS-DT-INI-ANO                    PIC 9(08).
       77 WS-DT-FIM-ANO                    PIC 9(08).
       77 WS-QTD-PAT                       PIC 9(03) VALUE ZEROS.
       01 WS-TABELA-PAT.
          03 WS-TAB-PAT OCCURS 100 TIMES.
             05 WS-TP-NR                   PIC 9(06).
             05 WS-TP-DS                   PIC X(20).
             05 WS-TP-CLASSE               PIC 9(02).
             05 WS-TP-DT-AQUIS             PIC 9(08).
             05 WS-TP-CUSTO                PIC 9(07)V99.
             05 WS-TP-ACUM                 PIC 9(07)V99.
             05 WS-TP-DEPR-ANO             PIC 9(07)V99.
             05 WS-TP-DEPR-POS             PIC 9(07)V99.
             05 WS-TP-NO-REGISTRO          PIC X(01).
       77 WS-QTD-BAIXAS                    PIC 9(03) VALUE ZEROS.
       01 WS-TABELA-BAIXAS.
          03 WS-TAB-BXA OCCURS 100 TIMES.
             05 WS-TB-NR                   PIC 9(06).
             05 WS-TB-DS                   PIC X(20).
             05 WS-TB-CLASSE               PIC 9(02).
             05 WS-TB-DATA                 PIC 9(08).
             05 WS-TB-ACUM                 PIC 9(07)V99.
             05 WS-TB-PERDA                PIC 9(07)V99.
       77 WS-ACHOU                         PIC X VALUE 'N'.
          88 ACHOU-OK                      VALUE 'S' FALSE 'N'.
       77 WS-VL-CONTABIL                   PIC 9(07)V99.
       77 WS-ACUM-FIM-ANO                  PIC 9(07)V99.
       77 WS-NM-CLASSE                     PIC X(20).
       01 WS-TOTAIS-CLASSE.
          03 WS-TC-CUSTO                   PIC 9(09)V99.
          03 WS-TC-DEPR-ANO                PIC 9(09)V99.
          03 WS-TC-ACUM                    PIC 9(09)V99.
          03 WS-TC-CONTABIL                PIC 9(09)V99.
          03 WS-TC-PERDA                   PIC 9(09)V99.
       01 WS-TOTAIS-GERAL.
          03 WS-TG-CUSTO                   PIC 9(09)V99.
          03 WS-TG-DEPR-ANO                PIC 9(09)V99.
          03 WS-TG-ACUM                    PIC 9(09)V99.
          03 WS-TG-CONTABIL                PIC 9(09)V99.
          03 WS-TG-PERDA                   PIC 9(09)V99.

       01 WS-ARQ-CFG-M4-PATRIMON           PIC X(60) VALUE
          'C:\COBOL\Modulo-4\PATRIMON.DAT'.
       01 WS-ARQ-CFG-DEPRMOV               PIC X(60) VALUE
          'C:\COBOL\DEPRMOV.DAT'.
       01 WL-PARAMETROS-PERIODO.
          03 WL-PER-DATA                   PIC 9(08).
          03 WL-PER                        PIC X(01).
             88 WL-PER-ABERTO              VALUE 'A'.
             88 WL-PER-FECHADO             VALUE 'F'.
          COPY CFG_AREA.
       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM                   PIC X(50).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            PERFORM P050-CONFIGURA THRU P050-FIM
            PERFORM P300-PROCESSA  THRU P300-FIM
                                    UNTIL WS-OPCAO = 'F' OR 'f'
            PERFORM P900-FIM
            .
       P300-PROCESSA.
            MOVE SPACES             TO WS-OPCAO
            DISPLAY '**************************************************'
            DISPLAY '***      DEPRECIACAO DO IMOBILIZADO            ***'
            DISPLAY '**************************************************'
            DISPLAY '*** 1 - Rodar a depreciacao do mes             ***'
            DISPLAY '*** 2 - Registro do imobilizado por classe     ***'
            DISPLAY '***          <TECLE F PARA FINALIZAR>          ***'
            DISPLAY '**************************************************'
            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN '1'
                    PERFORM P310-DEPRECIACAO THRU P310-FIM
                WHEN '2'
                    PERFORM P400-REGISTRO    THRU P400-FIM
                WHEN 'F'
                    CONTINUE
                WHEN 'f'
                    CONTINUE
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA! '
            END-EVALUATE
            .
       P300-FIM.
       P310-DEPRECIACAO.
            DISPLAY 'Informe a competencia (AAAAMM): '
            ACCEPT WS-COMPETENCIA
            ACCEPT WS-DATA-HOJE-8 FROM DATE YYYYMMDD
            DIVIDE WS-DATA-HOJE-8 BY 100 GIVING WS-COMP-HOJE
            IF WS-COMP-MES < 1 OR WS-COMP-MES > 12
                DISPLAY 'COMPETENCIA INVALIDA! '
                GO TO P310-FIM
            END-IF
            IF WS-COMPETENCIA > WS-COMP-HOJE
                DISPLAY 'COMPETENCIA AINDA NAO ENCERRADA! '
                GO TO P310-FIM
            END-IF
            DISPLAY 'TECLE <S> para depreciar a competencia '
                    WS-COMPETENCIA ': '
            ACCEPT WS-CONFIRM
            IF WS-CONFIRM NOT EQUAL 'S' AND 's'
                DISPLAY 'Depreciacao nao realizada.'
                GO TO P310-FIM
            END-IF
      * O LANCAMENTO LEVA A DATA DO ULTIMO DIA DA COMPETENCIA
            IF WS-COMP-MES EQUAL 12
                COMPUTE WS-DT-PROX-MES =
                        (WS-COMP-ANO + 1) * 10000 + 0101
            ELSE
                COMPUTE WS-DT-PROX-MES =
                        WS-COMPETENCIA * 100 + 101
            END-IF
            COMPUTE WS-DT-FIM-MES = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(WS-DT-PROX-MES) - 1)
            COMPUTE WS-IDX-COMP = WS-COMP-ANO * 12 + WS-COMP-MES
      * COMPETENCIA JA FECHADA NA CONTABILIDADE NAO RECEBE LANCAMENTO
            MOVE WS-DT-FIM-MES    TO WL-PER-DATA
            CALL 'CHKPERIO' USING WL-PARAMETROS-PERIODO
            IF WL-PER-FECHADO
                DISPLAY 'Depreciacao nao realizada.'
                GO TO P310-FIM
            END-IF

            MOVE ZEROS            TO WS-QTD-DEPRECIADOS
                                     WS-QTD-INCOMPLETOS WS-TOT-DEPR
            SET EOF-OK            TO FALSE
            SET FS-PAT-OK         TO TRUE
            OPEN I-O PATRIMONIO
            IF NOT FS-PAT-OK
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE PATRIMONIO. '
                DISPLAY 'FILE STATUS: ' WS-FS-PAT
                GO TO P310-FIM
            END-IF
            SET FS-DEP-OK         TO TRUE
            OPEN I-O MOV-DEPRECIACAO
            IF WS-FS-DEP EQUAL 35 THEN
                OPEN OUTPUT MOV-DEPRECIACAO
                CLOSE MOV-DEPRECIACAO
                OPEN I-O MOV-DEPRECIACAO
            END-IF
            IF NOT FS-DEP-OK
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE MOVIMENTOS DO '
                        'IMOBILIZADO. '
                DISPLAY 'FILE STATUS: ' WS-FS-DEP
                CLOSE PATRIMONIO
                GO TO P310-FIM
            END-IF
            DISPLAY 'PATRIM DESCRICAO            CL MESES '
                    'DEPRECIACAO  ACUMULADA   VL CONTABIL'
            PERFORM UNTIL EOF-OK
                READ PATRIMONIO NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        PERFORM P320-UM-PATRIMONIO THRU P320-FIM
                END-READ
            END-PERFORM
            CLOSE PATRIMONIO MOV-DEPRECIACAO
            DISPLAY 'PATRIMONIOS DEPRECIADOS: ' WS-QTD-DEPRECIADOS
                    ' - TOTAL ' WS-TOT-DEPR
                    ' EM ' WS-DT-FIM-MES
            IF WS-QTD-INCOMPLETOS > ZEROS
                DISPLAY WS-QTD-INCOMPLETOS ' PATRIMONIO(S) SEM '
                        'CUSTO/VIDA UTIL - COMPLETE NO SISPATRI.'
            END-IF
            .
       P310-FIM.
       P320-UM-PATRIMONIO.
            IF PAT-BAIXADO
                GO TO P320-FIM
            END-IF
            IF VL-AQUISICAO-PAT EQUAL ZEROS OR
               QT-VIDA-UTIL-PAT EQUAL ZEROS
                ADD 1 TO WS-QTD-INCOMPLETOS
                DISPLAY NR-PATRIMONIO ' ' DS-PATRIMONIO
                        ' SEM CUSTO OU VIDA UTIL - NAO DEPRECIADO'
                GO TO P320-FIM
            END-IF
            IF VL-DEPR-ACUM-PAT NOT < VL-AQUISICAO-PAT
                GO TO P320-FIM
            END-IF
      * A DEPRECIACAO COMECA NO MES SEGUINTE AO DA AQUISICAO
            DIVIDE DT-AQUISICAO-PAT BY 100 GIVING WS-AAAAMM
            COMPUTE WS-IDX-AQUIS = WS-AAAAMM-ANO * 12 + WS-AAAAMM-MES
            IF CP-ULT-DEPR-PAT > ZEROS
                MOVE CP-ULT-DEPR-PAT TO WS-AAAAMM
                COMPUTE WS-IDX-INICIO =
                        WS-AAAAMM-ANO * 12 + WS-AAAAMM-MES
            ELSE
                MOVE WS-IDX-AQUIS TO WS-IDX-INICIO
            END-IF
            COMPUTE WS-QT-MESES = WS-IDX-COMP - WS-IDX-INICIO
            IF WS-QT-MESES NOT > ZEROS
                GO TO P320-FIM
            END-IF
            COMPUTE WS-QT-DECORRIDOS = WS-IDX-COMP - WS-IDX-AQUIS
            COMPUTE WS-VL-SALDO = VL-AQUISICAO-PAT - VL-DEPR-ACUM-PAT
            COMPUTE WS-VL-QUOTA ROUNDED =
                    VL-AQUISICAO-PAT / QT-VIDA-UTIL-PAT
            COMPUTE WS-VL-DEPR = WS-VL-QUOTA * WS-QT-MESES
      * NO FIM DA VIDA UTIL SAI TODO O SALDO (SOBRA DE ARREDONDAMENTO)
            IF WS-QT-DECORRIDOS NOT < QT-VIDA-UTIL-PAT OR
               WS-VL-DEPR > WS-VL-SALDO
                MOVE WS-VL-SALDO  TO WS-VL-DEPR
            END-IF

            MOVE WS-DT-FIM-MES    TO DT-MOV-DEP
            MOVE NR-PATRIMONIO    TO NR-PATRIMONIO-DEP
            SET DEP-MENSAL        TO TRUE
            MOVE CD-CLASSE-PAT    TO CD-CLASSE-DEP
            MOVE DS-PATRIMONIO    TO DS-PATRIMONIO-DEP
            MOVE WS-VL-DEPR       TO VL-MOV-DEP
            MOVE WS-QT-MESES      TO QT-MESES-DEP
            WRITE REG-MOV-DEPRECIACAO
                INVALID KEY
                    DISPLAY NR-PATRIMONIO ' JA DEPRECIADO EM '
                            WS-DT-FIM-MES ' - PULADO'
                    GO TO P320-FIM
            END-WRITE
            ADD WS-VL-DEPR        TO VL-DEPR-ACUM-PAT
            MOVE WS-COMPETENCIA   TO CP-ULT-DEPR-PAT
            REWRITE REG-PATRIMONIO
            IF NOT FS-PAT-OK
                DISPLAY 'ERRO AO ATUALIZAR O PATRIMONIO '
                        NR-PATRIMONIO ' - FILE STATUS: ' WS-FS-PAT
                GO TO P320-FIM
            END-IF
            ADD 1                 TO WS-QTD-DEPRECIADOS
            ADD WS-VL-DEPR        TO WS-TOT-DEPR
            COMPUTE WS-VL-CONTABIL =
                    VL-AQUISICAO-PAT - VL-DEPR-ACUM-PAT
            DISPLAY NR-PATRIMONIO ' ' DS-PATRIMONIO ' '
                    CD-CLASSE-PAT ' ' WS-QT-MESES ' '
                    WS-VL-DEPR ' ' VL-DEPR-ACUM-PAT ' '
                    WS-VL-CONTABIL
            .
       P320-FIM.
       P400-REGISTRO.
            DISPLAY 'Informe o ano do registro (AAAA): '
            ACCEPT WS-ANO
            COMPUTE WS-DT-INI-ANO = WS-ANO * 10000 + 0101
            COMPUTE WS-DT-FIM-ANO = WS-ANO * 10000 + 1231
            PERFORM P410-CARREGA-PATRIMONIO THRU P410-FIM
            PERFORM P420-LE-MOVIMENTOS      THRU P420-FIM
            INITIALIZE WS-TOTAIS-GERAL
            DISPLAY '**************************************************'
            DISPLAY '*** REGISTRO DO IMOBILIZADO EM 31/12/' WS-ANO
            DISPLAY '**************************************************'
      * UMA PASSADA POR CLASSE DA TABELA E UMA PARA OS SEM CLASSE
            PERFORM VARYING WS-IND-CL FROM 1 BY 1
                    UNTIL WS-IND-CL > WS-QTD-CLASSES-PAT + 1
                PERFORM P430-IMPRIME-CLASSE THRU P430-FIM
            END-PERFORM
            DISPLAY '=================================================='
            DISPLAY 'TOTAL GERAL - CUSTO       : ' WS-TG-CUSTO
            DISPLAY '              DEPREC. ANO : ' WS-TG-DEPR-ANO
            DISPLAY '              ACUMULADA   : ' WS-TG-ACUM
            DISPLAY '              VL CONTABIL : ' WS-TG-CONTABIL
            DISPLAY '              PERDA BAIXAS: ' WS-TG-PERDA
            .
       P400-FIM.
       P410-CARREGA-PATRIMONIO.
            MOVE ZEROS            TO WS-QTD-PAT
            SET EOF-OK            TO FALSE
            SET FS-PAT-OK         TO TRUE
            OPEN INPUT PATRIMONIO
            IF NOT FS-PAT-OK
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE PATRIMONIO. '
                DISPLAY 'FILE STATUS: ' WS-FS-PAT
                GO TO P410-FIM
            END-IF
            PERFORM UNTIL EOF-OK
                READ PATRIMONIO NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF WS-QTD-PAT < 100
                            ADD 1 TO WS-QTD-PAT
                            PERFORM P415-GUARDA-PATRIMONIO
                                THRU P415-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PATRIMONIO
            .
       P410-FIM.
       P415-GUARDA-PATRIMONIO.
            MOVE NR-PATRIMONIO    TO WS-TP-NR(WS-QTD-PAT)
            MOVE DS-PATRIMONIO    TO WS-TP-DS(WS-QTD-PAT)
            MOVE DT-AQUISICAO-PAT TO WS-TP-DT-AQUIS(WS-QTD-PAT)
            MOVE VL-AQUISICAO-PAT TO WS-TP-CUSTO(WS-QTD-PAT)
            MOVE VL-DEPR-ACUM-PAT TO WS-TP-ACUM(WS-QTD-PAT)
            MOVE ZEROS            TO WS-TP-DEPR-ANO(WS-QTD-PAT)
                                     WS-TP-DEPR-POS(WS-QTD-PAT)
            COMPUTE WS-TP-CLASSE(WS-QTD-PAT) = WS-QTD-CLASSES-PAT + 1
            PERFORM VARYING WS-IND-CL FROM 1 BY 1
                    UNTIL WS-IND-CL > WS-QTD-CLASSES-PAT
                IF WS-CLP-CODIGO(WS-IND-CL) EQUAL CD-CLASSE-PAT
                    MOVE WS-IND-CL TO WS-TP-CLASSE(WS-QTD-PAT)
                END-IF
            END-PERFORM
      * ESTAVA NO REGISTRO EM 31/12 SE JA TINHA SIDO ADQUIRIDO E NAO
      * FOI BAIXADO ATE ENTAO
            MOVE 'S'              TO WS-TP-NO-REGISTRO(WS-QTD-PAT)
            IF DT-AQUISICAO-PAT > WS-DT-FIM-ANO
                MOVE 'N'          TO WS-TP-NO-REGISTRO(WS-QTD-PAT)
            END-IF
            IF PAT-BAIXADO AND DT-BAIXA-PAT NOT > WS-DT-FIM-ANO
                MOVE 'N'          TO WS-TP-NO-REGISTRO(WS-QTD-PAT)
            END-IF
            .
       P415-FIM.
      * DEPRECIACAO DO ANO, DEPRECIACAO POSTERIOR (PARA VOLTAR A
      * ACUMULADA A 31/12) E BAIXAS DO ANO
       P420-LE-MOVIMENTOS.
            MOVE ZEROS            TO WS-QTD-BAIXAS
            SET EOF-OK            TO FALSE
            SET FS-DEP-OK         TO TRUE
            OPEN INPUT MOV-DEPRECIACAO
            IF NOT FS-DEP-OK
                GO TO P420-FIM
            END-IF
            MOVE WS-DT-INI-ANO    TO DT-MOV-DEP
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
                        PERFORM P425-UM-MOVIMENTO THRU P425-FIM
                END-READ
            END-PERFORM
            CLOSE MOV-DEPRECIACAO
            .
       P420-FIM.
       P425-UM-MOVIMENTO.
            IF DEP-MENSAL
                PERFORM VARYING WS-IND FROM 1 BY 1
                        UNTIL WS-IND > WS-QTD-PAT
                    IF WS-TP-NR(WS-IND) EQUAL NR-PATRIMONIO-DEP
                        IF DT-MOV-DEP > WS-DT-FIM-ANO
                            ADD VL-MOV-DEP TO WS-TP-DEPR-POS(WS-IND)
                        ELSE
                            ADD VL-MOV-DEP TO WS-TP-DEPR-ANO(WS-IND)
                        END-IF
                    END-IF
                END-PERFORM
                GO TO P425-FIM
            END-IF
            IF DT-MOV-DEP > WS-DT-FIM-ANO
                GO TO P425-FIM
            END-IF
      * AS DUAS PARTIDAS DA BAIXA VIRAM UMA LINHA
            SET ACHOU-OK          TO FALSE
            PERFORM VARYING WS-IND2 FROM 1 BY 1
                    UNTIL WS-IND2 > WS-QTD-BAIXAS OR ACHOU-OK
                IF WS-TB-NR(WS-IND2) EQUAL NR-PATRIMONIO-DEP AND
                   WS-TB-DATA(WS-IND2) EQUAL DT-MOV-DEP
                    SET ACHOU-OK  TO TRUE
                END-IF
            END-PERFORM
            IF ACHOU-OK
                SUBTRACT 1 FROM WS-IND2
            ELSE
                IF WS-QTD-BAIXAS NOT < 100
                    GO TO P425-FIM
                END-IF
                ADD 1 TO WS-QTD-BAIXAS
                MOVE WS-QTD-BAIXAS TO WS-IND2
                MOVE NR-PATRIMONIO-DEP TO WS-TB-NR(WS-IND2)
                MOVE DS-PATRIMONIO-DEP TO WS-TB-DS(WS-IND2)
                MOVE DT-MOV-DEP        TO WS-TB-DATA(WS-IND2)
                MOVE ZEROS             TO WS-TB-ACUM(WS-IND2)
                                          WS-TB-PERDA(WS-IND2)
                COMPUTE WS-TB-CLASSE(WS-IND2) =
                        WS-QTD-CLASSES-PAT + 1
                PERFORM VARYING WS-IND-CL FROM 1 BY 1
                        UNTIL WS-IND-CL > WS-QTD-CLASSES-PAT
                    IF WS-CLP-CODIGO(WS-IND-CL) EQUAL CD-CLASSE-DEP
                        MOVE WS-IND-CL TO WS-TB-CLASSE(WS-IND2)
                    END-IF
                END-PERFORM
            END-IF
            IF DEP-BAIXA-ACUM
                ADD VL-MOV-DEP    TO WS-TB-ACUM(WS-IND2)
            ELSE
                ADD VL-MOV-DEP    TO WS-TB-PERDA(WS-IND2)
            END-IF
            .
       P425-FIM.
       P430-IMPRIME-CLASSE.
            INITIALIZE WS-TOTAIS-CLASSE
            IF WS-IND-CL > WS-QTD-CLASSES-PAT
                MOVE 'SEM CLASSE'     TO WS-NM-CLASSE
            ELSE
                MOVE WS-CLP-NOME(WS-IND-CL) TO WS-NM-CLASSE
            END-IF
            DISPLAY ' '
            DISPLAY 'CLASSE: ' WS-NM-CLASSE
            DISPLAY 'PATRIM DESCRICAO            AQUISICAO      '
                    'CUSTO   DEPR ANO  ACUMULADA VL CONTABIL'
            PERFORM VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND > WS-QTD-PAT
                IF WS-TP-CLASSE(WS-IND) EQUAL WS-IND-CL AND
                   WS-TP-NO-REGISTRO(WS-IND) EQUAL 'S'
                    COMPUTE WS-ACUM-FIM-ANO =
                            WS-TP-ACUM(WS-IND) - WS-TP-DEPR-POS(WS-IND)
                    COMPUTE WS-VL-CONTABIL =
                            WS-TP-CUSTO(WS-IND) - WS-ACUM-FIM-ANO
                    DISPLAY WS-TP-NR(WS-IND) ' ' WS-TP-DS(WS-IND)
                            ' ' WS-TP-DT-AQUIS(WS-IND)
                            ' ' WS-TP-CUSTO(WS-IND)
                            ' ' WS-TP-DEPR-ANO(WS-IND)
                            ' ' WS-ACUM-FIM-ANO
                            ' ' WS-VL-CONTABIL
                    ADD WS-TP-CUSTO(WS-IND)    TO WS-TC-CUSTO
                    ADD WS-TP-DEPR-ANO(WS-IND) TO WS-TC-DEPR-ANO
                    ADD WS-ACUM-FIM-ANO        TO WS-TC-ACUM
                    ADD WS-VL-CONTABIL         TO WS-TC-CONTABIL
                END-IF
            END-PERFORM
            PERFORM VARYING WS-IND2 FROM 1 BY 1
                    UNTIL WS-IND2 > WS-QTD-BAIXAS
                IF WS-TB-CLASSE(WS-IND2) EQUAL WS-IND-CL
                    DISPLAY 'BAIXA  ' WS-TB-NR(WS-IND2) ' '
                            WS-TB-DS(WS-IND2) ' EM '
                            WS-TB-DATA(WS-IND2)
                            ' DEPR BAIXADA ' WS-TB-ACUM(WS-IND2)
                            ' PERDA ' WS-TB-PERDA(WS-IND2)
                    ADD WS-TB-PERDA(WS-IND2) TO WS-TC-PERDA
                END-IF
            END-PERFORM
            PERFORM VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND > WS-QTD-PAT
                IF WS-TP-CLASSE(WS-IND) EQUAL WS-IND-CL AND
                   WS-TP-NO-REGISTRO(WS-IND) NOT EQUAL 'S'
                    ADD WS-TP-DEPR-ANO(WS-IND) TO WS-TC-DEPR-ANO
                END-IF
            END-PERFORM
            DISPLAY 'SUBTOTAL ' WS-NM-CLASSE
                    ' CUSTO ' WS-TC-CUSTO
                    ' DEPR ANO ' WS-TC-DEPR-ANO
            DISPLAY '         ACUMULADA ' WS-TC-ACUM
                    ' VL CONTABIL ' WS-TC-CONTABIL
                    ' PERDA ' WS-TC-PERDA
            ADD WS-TC-CUSTO       TO WS-TG-CUSTO
            ADD WS-TC-DEPR-ANO    TO WS-TG-DEPR-ANO
            ADD WS-TC-ACUM        TO WS-TG-ACUM
            ADD WS-TC-CONTABIL    TO WS-TG-CONTABIL
            ADD WS-TC-PERDA       TO WS-TG-PERDA
            .
       P430-FIM.
       P900-FIM.
            GOBACK.
      * RESOLVE OS CAMINHOS FISICOS PELO CONFIGSYS (PRODUCAO OU
      * TESTE); SEM CONFIGURACAO VALEM OS PADROES ACIMA
       P050-CONFIGURA.
            MOVE 'M4-PATRIMON' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-M4-PATRIMON TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-M4-PATRIMON
            MOVE 'DEPRMOV' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-DEPRMOV TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-DEPRMOV
            .
       P050-FIM.
       END PROGRAM SISDEPRE.

      ******************************************************************
      * Author: ANDREI BATISTA
      * Date: 15/10/2026
      * Purpose: CALCULO DOS ENCARGOS NA BAIXA DA MENSALIDADE - COM O
      *          VENCIMENTO, A DATA DE PAGAMENTO E O PRINCIPAL DEVOLVE
      *          A MULTA (PC-MULTA, PADRAO 2%), OS JUROS DE MORA PRO
      *          RATA DIA (PC-JUROS-MES, PADRAO 1% A.M. SOBRE 30
      *          DIAS) E O DESCONTO DE PONTUALIDADE (PC-DESC-PONTUAL
      *          PARA PAGAMENTO ATE O DIA DIA-DESC-PONTUAL DO MES DO
      *          VENCIMENTO, PADRAO 0% = SEM DESCONTO). PERCENTUAIS NO
      *          CONFIGSYS COM DUAS DECIMAIS SEM VIRGULA (0200 = 2,00%).
      *          COMPARTILHADO ENTRE SISCAIXA/SISRETOR
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCMORA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 WS-PC-MULTA                      PIC 9(02)V99 VALUE 2.
       77 WS-PC-JUROS-MES                  PIC 9(02)V99 VALUE 1.
       77 WS-PC-DESC-PONTUAL               PIC 9(02)V99 VALUE ZEROS.
       77 WS-DIA-DESC-PONTUAL              PIC 9(02) VALUE 5.
       77 WS-CFG-PARAMETRO                 PIC X(60) VALUE SPACES.
       01 WS-PC-CONFIG                     PIC 9(04).
       01 WS-PC-CONFIG-R REDEFINES WS-PC-CONFIG
                                           PIC 9(02)V99.
       01 WS-DT-LIMITE-DESC                PIC 9(08).
       01 WS-DT-LIMITE-DESC-R REDEFINES WS-DT-LIMITE-DESC.
          03 WS-AAAAMM-LIMITE              PIC 9(06).
          03 WS-DD-LIMITE                  PIC 9(02).
       77 WS-PARAMETROS-LIDOS              PIC X(01) VALUE 'N'.
          88 PARAMETROS-LIDOS              VALUE 'S'.
          COPY CFG_AREA.

       LINKAGE SECTION.
       01 LK-PARAMETROS-MORA.
          03 LK-DT-VENCIMENTO              PIC 9(08).
          03 LK-DT-PAGAMENTO               PIC 9(08).
          03 LK-VL-PRINCIPAL               PIC 9(06)V99.
          03 LK-QT-DIAS-ATRASO             PIC 9(05).
          03 LK-VL-MULTA                   PIC 9(06)V99.
          03 LK-VL-JUROS                   PIC 9(06)V99.
          03 LK-VL-DESCONTO                PIC 9(06)V99.
          03 LK-VL-TOTAL                   PIC 9(06)V99.

       PROCEDURE DIVISION USING LK-PARAMETROS-MORA.
       MAIN-PROCEDURE.
            IF NOT PARAMETROS-LIDOS
                PERFORM P050-CONFIGURA THRU P050-FIM
                SET PARAMETROS-LIDOS TO TRUE
            END-IF
            MOVE ZEROS TO LK-QT-DIAS-ATRASO LK-VL-MULTA LK-VL-JUROS
                          LK-VL-DESCONTO
            MOVE LK-VL-PRINCIPAL TO LK-VL-TOTAL

            IF LK-DT-PAGAMENTO > LK-DT-VENCIMENTO
      * ATRASO: MULTA UNICA SOBRE O PRINCIPAL + JUROS SIMPLES POR DIA
                COMPUTE LK-QT-DIAS-ATRASO =
                        FUNCTION INTEGER-OF-DATE(LK-DT-PAGAMENTO)
                      - FUNCTION INTEGER-OF-DATE(LK-DT-VENCIMENTO)
                COMPUTE LK-VL-MULTA ROUNDED =
                        LK-VL-PRINCIPAL * WS-PC-MULTA / 100
                COMPUTE LK-VL-JUROS ROUNDED =
                        LK-VL-PRINCIPAL * WS-PC-JUROS-MES / 100
                      * LK-QT-DIAS-ATRASO / 30
            ELSE
      * EM DIA: DESCONTO SE PAGO ATE O DIA LIMITE DO MES DO VENCIMENTO
      * (OU ATE O PROPRIO VENCIMENTO, SE ELE VIER ANTES DO DIA LIMITE)
                MOVE LK-DT-VENCIMENTO(1:6) TO WS-AAAAMM-LIMITE
                MOVE WS-DIA-DESC-PONTUAL   TO WS-DD-LIMITE
                IF WS-DT-LIMITE-DESC > LK-DT-VENCIMENTO
                    MOVE LK-DT-VENCIMENTO TO WS-DT-LIMITE-DESC
                END-IF
                IF LK-DT-PAGAMENTO NOT > WS-DT-LIMITE-DESC
                    COMPUTE LK-VL-DESCONTO ROUNDED =
                            LK-VL-PRINCIPAL * WS-PC-DESC-PONTUAL / 100
                END-IF
            END-IF

            COMPUTE LK-VL-TOTAL = LK-VL-PRINCIPAL + LK-VL-MULTA
                                + LK-VL-JUROS - LK-VL-DESCONTO
            GOBACK
            .
      * TAXAS DO CONTRATO AJUSTAVEIS PELO CONFIGSYS; SEM CONFIGURACAO
      * (OU COM VALOR INVALIDO) VALEM OS PADROES ACIMA
       P050-CONFIGURA.
            MOVE 'PC-MULTA' TO WL-CFG-CHAVE
            MOVE SPACES TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-CFG-PARAMETRO
            IF WS-CFG-PARAMETRO(1:4) NUMERIC
                MOVE WS-CFG-PARAMETRO(1:4) TO WS-PC-CONFIG
                MOVE WS-PC-CONFIG-R TO WS-PC-MULTA
            END-IF
            MOVE 'PC-JUROS-MES' TO WL-CFG-CHAVE
            MOVE SPACES TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-CFG-PARAMETRO
            IF WS-CFG-PARAMETRO(1:4) NUMERIC
                MOVE WS-CFG-PARAMETRO(1:4) TO WS-PC-CONFIG
                MOVE WS-PC-CONFIG-R TO WS-PC-JUROS-MES
            END-IF
            MOVE 'PC-DESC-PONTUAL' TO WL-CFG-CHAVE
            MOVE SPACES TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-CFG-PARAMETRO
            IF WS-CFG-PARAMETRO(1:4) NUMERIC
                MOVE WS-CFG-PARAMETRO(1:4) TO WS-PC-CONFIG
                MOVE WS-PC-CONFIG-R TO WS-PC-DESC-PONTUAL
            END-IF
            MOVE 'DIA-DESC-PONTUAL' TO WL-CFG-CHAVE
            MOVE SPACES TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-CFG-PARAMETRO
            IF WS-CFG-PARAMETRO(1:2) NUMERIC
               AND WS-CFG-PARAMETRO(1:2) > '00'
               AND WS-CFG-PARAMETRO(1:2) < '29'
                MOVE WS-CFG-PARAMETRO(1:2) TO WS-DIA-DESC-PONTUAL
            END-IF
            .
       P050-FIM.
       END PROGRAM CALCMORA.

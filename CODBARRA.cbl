      ******************************************************************
      * Author: ANDREI BATISTA
      * Date: 15/10/2026
      * Purpose: CODIGO DE BARRAS E LINHA DIGITAVEL DO BOLETO NO
      *          PADRAO FEBRABAN - COM O BANCO, O VENCIMENTO, O VALOR
      *          E O CAMPO LIVRE (25 POSICOES, LEIAUTE DO BANCO)
      *          DEVOLVE OS 44 DIGITOS DO CODIGO DE BARRAS (DV GERAL
      *          MODULO 11), A LINHA DIGITAVEL DE 47 DIGITOS FORMATADA
      *          (DV DOS CAMPOS MODULO 10) E A SEQUENCIA DE BARRAS DO
      *          INTERCALADO 2 DE 5 (N/W = BARRA FINA/LARGA, n/w =
      *          ESPACO FINO/LARGO) PARA A IMPRESSORA DE BOLETOS
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CODBARRA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-CODIGO-BARRAS.
          03 WS-CB-BANCO                   PIC 9(03).
          03 WS-CB-MOEDA                   PIC 9(01).
          03 WS-CB-DV                      PIC 9(01).
          03 WS-CB-FATOR                   PIC 9(04).
          03 WS-CB-VALOR                   PIC 9(08)V99.
          03 WS-CB-CAMPO-LIVRE             PIC X(25).
       01 WS-CODIGO-BARRAS-R REDEFINES WS-CODIGO-BARRAS.
          03 WS-CB-DIGITO                  PIC 9(01) OCCURS 44 TIMES.
      * CAMPO DE TRABALHO DO MODULO 10 DA LINHA DIGITAVEL
       01 WS-M10-CAMPO                     PIC X(10).
       01 WS-M10-CAMPO-R REDEFINES WS-M10-CAMPO.
          03 WS-M10-DIGITO                 PIC 9(01) OCCURS 10 TIMES.
       77 WS-M10-TAM                       PIC 9(02).
       77 WS-M10-DV                        PIC 9(01).
       77 WS-SOMA                          PIC 9(05).
       77 WS-PESO                          PIC 9(02).
       77 WS-PRODUTO                       PIC 9(03).
       77 WS-QUOCIENTE                     PIC 9(05).
       77 WS-RESTO                         PIC 9(02).
       77 WS-DV-CALC                       PIC 9(02).
       77 WS-IND1                          PIC 9(02).
       77 WS-IND2                          PIC 9(02).
       77 WS-POS                           PIC 9(03).
       77 WS-DIAS-BASE                     PIC S9(07).
       77 WS-DV-C1                         PIC 9(01).
       77 WS-DV-C2                         PIC 9(01).
       77 WS-DV-C3                         PIC 9(01).
      * FATOR DE VENCIMENTO: DIAS DESDE 07/10/1997; AO CHEGAR A 10000
      * (22/02/2025) O FATOR RECOMECA EM 1000
       77 WS-DT-BASE-FATOR                 PIC 9(08) VALUE 19971007.
      * BARRAS (N = FINA, W = LARGA) DE CADA DIGITO NO 2 DE 5
       01 WS-TABELA-I25-V                  PIC X(50) VALUE
          'NNWWNWNNNWNWNNWWWNNNNNWNWWNWNNNWWNNNNNWWWNNWNNWNWN'.
       01 WS-TABELA-I25 REDEFINES WS-TABELA-I25-V.
          03 WS-I25-PADRAO                 PIC X(05) OCCURS 10 TIMES.
       77 WS-PADRAO-BARRA                  PIC X(05).
       77 WS-PADRAO-ESPACO                 PIC X(05).

       LINKAGE SECTION.
       01 LK-PARAMETROS-BOLETO.
          03 LK-BOL-BANCO                  PIC 9(03).
          03 LK-BOL-DT-VENCIMENTO          PIC 9(08).
          03 LK-BOL-VALOR                  PIC 9(08)V99.
          03 LK-BOL-CAMPO-LIVRE            PIC X(25).
          03 LK-BOL-CODIGO-BARRAS          PIC X(44).
          03 LK-BOL-LINHA-DIGITAVEL        PIC X(54).
          03 LK-BOL-BARRAS-I25             PIC X(227).

       PROCEDURE DIVISION USING LK-PARAMETROS-BOLETO.
       MAIN-PROCEDURE.
            MOVE LK-BOL-BANCO     TO WS-CB-BANCO
            MOVE 9                TO WS-CB-MOEDA
            MOVE ZEROS            TO WS-CB-DV
            MOVE LK-BOL-VALOR     TO WS-CB-VALOR
            MOVE LK-BOL-CAMPO-LIVRE TO WS-CB-CAMPO-LIVRE
            PERFORM P300-FATOR    THRU P300-FIM
            PERFORM P310-DV-GERAL THRU P310-FIM
            MOVE WS-CODIGO-BARRAS TO LK-BOL-CODIGO-BARRAS
            PERFORM P320-LINHA-DIGITAVEL THRU P320-FIM
            PERFORM P330-BARRAS-I25 THRU P330-FIM
            GOBACK
            .
       P300-FATOR.
            IF LK-BOL-DT-VENCIMENTO EQUAL ZEROS
                MOVE ZEROS        TO WS-CB-FATOR
                GO TO P300-FIM
            END-IF
            COMPUTE WS-DIAS-BASE =
                    FUNCTION INTEGER-OF-DATE(LK-BOL-DT-VENCIMENTO)
                  - FUNCTION INTEGER-OF-DATE(WS-DT-BASE-FATOR)
            IF WS-DIAS-BASE < 1000
                MOVE ZEROS        TO WS-CB-FATOR
            ELSE
                IF WS-DIAS-BASE > 9999
                    SUBTRACT 10000 FROM WS-DIAS-BASE
                    DIVIDE WS-DIAS-BASE BY 9000
                           GIVING WS-QUOCIENTE
                           REMAINDER WS-DIAS-BASE
                    ADD 1000      TO WS-DIAS-BASE
                END-IF
                MOVE WS-DIAS-BASE TO WS-CB-FATOR
            END-IF
            .
       P300-FIM.
      * DV GERAL (POSICAO 5): MODULO 11 COM PESOS 2 A 9 DA DIREITA
      * PARA A ESQUERDA SOBRE AS OUTRAS 43 POSICOES; 0, 10 E 11 = 1
       P310-DV-GERAL.
            MOVE ZEROS            TO WS-SOMA
            MOVE 2                TO WS-PESO
            PERFORM VARYING WS-IND1 FROM 44 BY -1 UNTIL WS-IND1 < 1
                IF WS-IND1 NOT EQUAL 5
                    COMPUTE WS-SOMA = WS-SOMA +
                            WS-CB-DIGITO(WS-IND1) * WS-PESO
                    ADD 1         TO WS-PESO
                    IF WS-PESO > 9
                        MOVE 2    TO WS-PESO
                    END-IF
                END-IF
            END-PERFORM
            DIVIDE WS-SOMA BY 11 GIVING WS-QUOCIENTE
                   REMAINDER WS-RESTO
            COMPUTE WS-DV-CALC = 11 - WS-RESTO
            IF WS-DV-CALC EQUAL 0 OR 10 OR 11
                MOVE 1            TO WS-DV-CALC
            END-IF
            MOVE WS-DV-CALC       TO WS-CB-DV
            .
       P310-FIM.
      * LINHA DIGITAVEL: BANCO+MOEDA+LIVRE(1-5)+DV / LIVRE(6-15)+DV /
      * LIVRE(16-25)+DV / DV GERAL / FATOR+VALOR
       P320-LINHA-DIGITAVEL.
            MOVE SPACES           TO WS-M10-CAMPO
            MOVE WS-CODIGO-BARRAS(1:4) TO WS-M10-CAMPO(1:4)
            MOVE WS-CB-CAMPO-LIVRE(1:5) TO WS-M10-CAMPO(5:5)
            MOVE 9                TO WS-M10-TAM
            PERFORM P340-MODULO-10 THRU P340-FIM
            MOVE WS-M10-DV        TO WS-DV-C1
            MOVE WS-CB-CAMPO-LIVRE(6:10) TO WS-M10-CAMPO
            MOVE 10               TO WS-M10-TAM
            PERFORM P340-MODULO-10 THRU P340-FIM
            MOVE WS-M10-DV        TO WS-DV-C2
            MOVE WS-CB-CAMPO-LIVRE(16:10) TO WS-M10-CAMPO
            PERFORM P340-MODULO-10 THRU P340-FIM
            MOVE WS-M10-DV        TO WS-DV-C3
            MOVE SPACES           TO LK-BOL-LINHA-DIGITAVEL
            STRING WS-CODIGO-BARRAS(1:4)
                   WS-CB-CAMPO-LIVRE(1:1) '.'
                   WS-CB-CAMPO-LIVRE(2:4) WS-DV-C1 ' '
                   WS-CB-CAMPO-LIVRE(6:5) '.'
                   WS-CB-CAMPO-LIVRE(11:5) WS-DV-C2 ' '
                   WS-CB-CAMPO-LIVRE(16:5) '.'
                   WS-CB-CAMPO-LIVRE(21:5) WS-DV-C3 ' '
                   WS-CB-DV ' '
                   WS-CODIGO-BARRAS(6:14)
                   DELIMITED BY SIZE
                   INTO LK-BOL-LINHA-DIGITAVEL
            .
       P320-FIM.
      * INTERCALADO 2 DE 5: INICIO NnNn, CADA PAR DE DIGITOS COM AS
      * BARRAS DO PRIMEIRO E OS ESPACOS DO SEGUNDO, FIM WnN
       P330-BARRAS-I25.
            MOVE SPACES           TO LK-BOL-BARRAS-I25
            MOVE 'NnNn'           TO LK-BOL-BARRAS-I25(1:4)
            MOVE 5                TO WS-POS
            PERFORM VARYING WS-IND1 FROM 1 BY 2 UNTIL WS-IND1 > 43
                MOVE WS-I25-PADRAO(WS-CB-DIGITO(WS-IND1) + 1)
                                  TO WS-PADRAO-BARRA
                MOVE WS-I25-PADRAO(WS-CB-DIGITO(WS-IND1 + 1) + 1)
                                  TO WS-PADRAO-ESPACO
                INSPECT WS-PADRAO-ESPACO CONVERTING 'NW' TO 'nw'
                PERFORM VARYING WS-IND2 FROM 1 BY 1
                        UNTIL WS-IND2 > 5
                    MOVE WS-PADRAO-BARRA(WS-IND2:1)
                                  TO LK-BOL-BARRAS-I25(WS-POS:1)
                    ADD 1         TO WS-POS
                    MOVE WS-PADRAO-ESPACO(WS-IND2:1)
                                  TO LK-BOL-BARRAS-I25(WS-POS:1)
                    ADD 1         TO WS-POS
                END-PERFORM
            END-PERFORM
            MOVE 'WnN'            TO LK-BOL-BARRAS-I25(WS-POS:3)
            .
       P330-FIM.
      * MODULO 10: PESOS 2 E 1 ALTERNADOS DA DIREITA PARA A ESQUERDA,
      * PRODUTO ACIMA DE 9 SOMA OS ALGARISMOS
       P340-MODULO-10.
            MOVE ZEROS            TO WS-SOMA
            MOVE 2                TO WS-PESO
            PERFORM VARYING WS-IND1 FROM WS-M10-TAM BY -1
                    UNTIL WS-IND1 < 1
                COMPUTE WS-PRODUTO = WS-M10-DIGITO(WS-IND1) * WS-PESO
                IF WS-PRODUTO > 9
                    SUBTRACT 9    FROM WS-PRODUTO
                END-IF
                ADD WS-PRODUTO    TO WS-SOMA
                IF WS-PESO EQUAL 2
                    MOVE 1        TO WS-PESO
                ELSE
                    MOVE 2        TO WS-PESO
                END-IF
            END-PERFORM
            DIVIDE WS-SOMA BY 10 GIVING WS-QUOCIENTE
                   REMAINDER WS-RESTO
            IF WS-RESTO EQUAL ZEROS
                MOVE ZEROS        TO WS-M10-DV
            ELSE
                COMPUTE WS-M10-DV = 10 - WS-RESTO
            END-IF
            .
       P340-FIM.
       END PROGRAM CODBARRA.

      ******************************************************************
      * Author: ANDREI BATISTA
      * Date: 15/10/2026
      * Purpose: VALIDAR OS DOIS DIGITOS VERIFICADORES DE UM CPF
      *          (MODULO 11) - REJEITA TAMBEM OS CPFS COM TODOS OS
      *          DIGITOS IGUAIS; COMPARTILHADO PELOS CADASTROS QUE
      *          GUARDAM CPF
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALIDCPF.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-CPF                           PIC 9(11).
       01 FILLER REDEFINES WS-CPF.
          03 WS-DIG                        PIC 9(01) OCCURS 11 TIMES.
       77 WS-IND                           PIC 9(02).
       77 WS-SOMA                          PIC 9(04).
       77 WS-RESTO                         PIC 9(02).
       77 WS-DV                            PIC 9(02).
       77 WS-IGUAIS                        PIC X VALUE 'S'.
          88 DIGITOS-IGUAIS                VALUE 'S' FALSE 'N'.

       LINKAGE SECTION.
       01 LK-PARAMETROS-CPF.
          03 LK-CPF                        PIC 9(11).
          03 LK-CPF-OK                     PIC X(01).
             88 CPF-VALIDO                 VALUE 'S'.
             88 CPF-INVALIDO               VALUE 'N'.

       PROCEDURE DIVISION USING LK-PARAMETROS-CPF.
       MAIN-PROCEDURE.
            SET CPF-INVALIDO      TO TRUE
            MOVE LK-CPF           TO WS-CPF
            SET DIGITOS-IGUAIS    TO TRUE
            PERFORM VARYING WS-IND FROM 2 BY 1 UNTIL WS-IND > 11
                IF WS-DIG(WS-IND) NOT EQUAL WS-DIG(1)
                    SET DIGITOS-IGUAIS TO FALSE
                END-IF
            END-PERFORM
            IF DIGITOS-IGUAIS
                GOBACK
            END-IF
      * PRIMEIRO DIGITO: PESOS 10 A 2 SOBRE OS NOVE PRIMEIROS
            MOVE ZEROS            TO WS-SOMA
            PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 9
                COMPUTE WS-SOMA = WS-SOMA
                                + WS-DIG(WS-IND) * (11 - WS-IND)
            END-PERFORM
            PERFORM P100-DIGITO THRU P100-FIM
            IF WS-DV NOT EQUAL WS-DIG(10)
                GOBACK
            END-IF
      * SEGUNDO DIGITO: PESOS 11 A 2 SOBRE OS DEZ PRIMEIROS
            MOVE ZEROS            TO WS-SOMA
            PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 10
                COMPUTE WS-SOMA = WS-SOMA
                                + WS-DIG(WS-IND) * (12 - WS-IND)
            END-PERFORM
            PERFORM P100-DIGITO THRU P100-FIM
            IF WS-DV EQUAL WS-DIG(11)
                SET CPF-VALIDO    TO TRUE
            END-IF
            GOBACK
            .
       P100-DIGITO.
            COMPUTE WS-RESTO = FUNCTION MOD(WS-SOMA, 11)
            IF WS-RESTO < 2
                MOVE ZEROS        TO WS-DV
            ELSE
                COMPUTE WS-DV = 11 - WS-RESTO
            END-IF
            .
       P100-FIM.
       END PROGRAM VALIDCPF.

             05 WS-PRE-HEADCOUNT          PIC 9(04).
             05 WS-PRE-REC-ATUAL          PIC 9(09)V99.
             05 WS-PRE-REC-NOVA           PIC 9(09)V99.
             05 WS-PRE-UNIDADE            PIC X(02).
       77 WS-IND1                          PIC 9(03).
       77 WS-ACHOU                         PIC X VALUE 'N'.
          88 ACHOU-OK                      VALUE 'S' FALSE 'N'.
                                ADD 1 TO WS-QTD-PRECOS
                                MOVE TURMA-PRE TO
                                    WS-PRE-TURMA(WS-QTD-PRECOS)
                                MOVE CD-UNIDADE-PRE TO
                                    WS-PRE-UNIDADE(WS-QTD-PRECOS)
                                MOVE VL-PRECO TO
                                    WS-PRE-ATUAL(WS-QTD-PRECOS)
                                MOVE WS-PC-GLOBAL TO
                PERFORM VARYING WS-IND1 FROM 1 BY 1
                        UNTIL WS-IND1 > WS-QTD-PRECOS
                    MOVE WS-PRE-TURMA(WS-IND1) TO TURMA-PRE
                    MOVE WS-PRE-UNIDADE(WS-IND1) TO CD-UNIDADE-PRE
                    MOVE WS-TERMO-NOVO         TO CD-TERMO-PRE
                    MOVE WS-PRE-NOVO(WS-IND1)  TO VL-PRECO
                    WRITE REG-PRECO

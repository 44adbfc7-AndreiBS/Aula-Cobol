          88 CARREGADO                     VALUE 'S' FALSE 'N'.
       77 WS-QTD-CHAVES                    PIC 9(03) VALUE ZEROS.
       01 WS-TABELA-CONFIG.
          03 WS-TAB-CFG OCCURS 500 TIMES.
             05 WS-CFG-CHAVE              PIC X(20).
             05 WS-CFG-VALOR              PIC X(60).
       77 WS-IND1                          PIC 9(03).
                                MOVE WS-VALOR-LIDO TO WS-AMBIENTE
                            ELSE
                                IF WS-CHAVE-LIDA NOT EQUAL SPACES
                                   AND WS-QTD-CHAVES < 500
                                    ADD 1 TO WS-QTD-CHAVES
                                    MOVE WS-CHAVE-LIDA TO
                                        WS-CFG-CHAVE(WS-QTD-CHAVES)

                        END-IF
                        EVALUATE SRT-RESULTADO
                            WHEN 'APROVADO'
                            WHEN 'APROV-CONSELHO'
                                ADD 1 TO WS-QTD-APROVADOS
                            WHEN 'DE RECUPERACAO'
                                ADD 1 TO WS-QTD-PENDENTES

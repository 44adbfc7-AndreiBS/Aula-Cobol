                            CONTINUE
                        NOT INVALID KEY
                            IF RESULTADO-BOLETIM EQUAL 'APROVADO'
                               OR 'CREDITADA' OR 'APROV-CONSELHO'
                                SET APROVADO-OK TO TRUE
                            END-IF
                    END-READ
                               AND WS-BUF-ID-MATERIA EQUAL
                               WS-TAB-REQUISITO(WS-IND1)
                               AND (WS-BUF-RESULTADO EQUAL
                               'APROVADO' OR 'CREDITADA' OR
                               'APROV-CONSELHO')
                                SET APROVADO-OK TO TRUE
                            END-IF
                    END-READ

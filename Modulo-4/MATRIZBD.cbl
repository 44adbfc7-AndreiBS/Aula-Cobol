                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF PAT-DEFEITO OR PAT-MANUTENCAO OR
                           PAT-BAIXADO
                            DISPLAY 'ATENCAO: EQUIPAMENTO DO '
                                    'ASSENTO ESTA PARADO ('
                                    DS-PATRIMONIO ' SITUACAO '

                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        MOVE WS-BUF(1:173) TO REG-ALUNO
                        WRITE REG-ALUNO
                            INVALID KEY
                                SET TEM-FALHA TO TRUE
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        MOVE WS-BUF(1:117) TO REG-MENSALIDADE
                        WRITE REG-MENSALIDADE
                            INVALID KEY
                                SET TEM-FALHA TO TRUE

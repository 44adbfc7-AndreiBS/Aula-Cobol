            ADD MEDIA-BOLETIM TO WS-MAT-SOMA-MEDIA(WS-IND-MAT)
            EVALUATE RESULTADO-BOLETIM
                WHEN 'APROVADO'
                WHEN 'APROV-CONSELHO'
                    ADD 1 TO WS-MAT-APROV(WS-IND-MAT)
                WHEN 'DE RECUPERACAO'
                    CONTINUE

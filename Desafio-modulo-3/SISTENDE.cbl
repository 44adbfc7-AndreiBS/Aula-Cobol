            ADD WS-BUF-MEDIA
                TO WS-TEN-SOMA-MEDIA(WS-IND-MAT, WS-IND-TRM)
                   WS-GER-SOMA-MEDIA(WS-IND-TRM)
            IF WS-BUF-RESULTADO EQUAL 'APROVADO' OR 'APROV-CONSELHO'
                ADD 1 TO WS-TEN-APROVADOS(WS-IND-MAT, WS-IND-TRM)
                         WS-GER-APROVADOS(WS-IND-TRM)
            END-IF

                    MOVE 1                 TO QT-INSCRITOS-RMT
                    MOVE ZEROS             TO QT-APROVADOS-RMT
                    MOVE WS-BUF-MEDIA      TO SOMA-MEDIA-RMT
                    IF WS-BUF-RESULTADO EQUAL 'APROVADO' OR
                       'APROV-CONSELHO'
                        MOVE 1 TO QT-APROVADOS-RMT
                    END-IF
                    WRITE REG-RESUMO-MATERIA
                NOT INVALID KEY
                    ADD 1             TO QT-INSCRITOS-RMT
                    ADD WS-BUF-MEDIA  TO SOMA-MEDIA-RMT
                    IF WS-BUF-RESULTADO EQUAL 'APROVADO' OR
                       'APROV-CONSELHO'
                        ADD 1 TO QT-APROVADOS-RMT
                    END-IF
                    REWRITE REG-RESUMO-MATERIA

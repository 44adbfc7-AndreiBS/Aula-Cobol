          03 SET-QTD-CONTATOS              PIC 9(05).
          03 SET-QTD-TODOS                 PIC 9(05).
       FD BKP-TEXTO.
       01 REG-BKP-TEXTO                    PIC X(173).
       FD ALUNOS-STG.
          COPY FD_REGIS.
       FD MATERIAS-STG.
       01 REG-ALUNO-REAL.
          03 ID-ALUNO-REAL                 PIC 9(06).
          03 NM-ALUNO-REAL                 PIC X(20).
          03 FILLER                        PIC X(147).
       FD MATERIAS-REAL.
       01 REG-MATERIA-REAL.
          03 ID-MATERIA-REAL               PIC 9(03).
                            SET EOF-OK TO TRUE
                        NOT AT END
                            MOVE REG-BKP-TEXTO TO REG-ALUNO
      * BACKUP ANTERIOR A IDENTIFICACAO CIVIL: CAMPOS NAO CAPTURADOS
                            IF NR-CPF-ALUNO NOT NUMERIC
                                MOVE ZEROS TO NR-CPF-ALUNO
                            END-IF
                            IF DT-NASCIMENTO-ALUNO NOT NUMERIC
                                MOVE ZEROS TO DT-NASCIMENTO-ALUNO
                            END-IF
                            WRITE REG-ALUNO
                                INVALID KEY
                                    DISPLAY 'CHAVE DUPLICADA NO '

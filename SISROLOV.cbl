          COPY FD_TODOS.

       FD ALUNOS-ARQ.
       01 REG-ALUNOS-ARQ                   PIC X(173).
       FD MATERIAS-ARQ.
       01 REG-MATERIAS-ARQ                 PIC X(62).
       FD TODOS-ARQ.
       01 REG-TODOS-ARQ                    PIC X(153).
       FD ALUNOS-NOVOS.
       01 REG-ALUNOS-NOVOS                 PIC X(173).
       FD MATERIAS-NOVAS.
       01 REG-MATERIAS-NOVAS               PIC X(62).
       FD CALENDARIO.
       01 REG-SIMULACAO-OUT                PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-BUF-ALUNOS                    PIC X(173).
       01 WS-BUF-ALUNOS-R REDEFINES WS-BUF-ALUNOS.
          03 FILLER                        PIC X(51).
          03 WS-BUF-SITUACAO-ALUNO         PIC X(01).
             88 BUF-ALUNO-ATIVO            VALUE 'A'.
          03 FILLER                        PIC X(121).
       01 WS-BUF-MATERIAS                  PIC X(62).
       01 WS-BUF-MATERIAS-R REDEFINES WS-BUF-MATERIAS.
          03 FILLER                        PIC X(27).
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

          COPY FD_TODOS.

       FD ALUNOS-BKP.
       01 REG-ALUNOS-BKP                   PIC X(173).
       FD MATERIAS-BKP.
       01 REG-MATERIAS-BKP                 PIC X(62).
       FD CONTATOS-BKP.
          03 WL-RL-FASE                    PIC X(01).
          03 WL-RL-REGISTROS               PIC 9(07).
          03 WL-RL-STATUS                  PIC X(08).
       01 WS-BUF-ALUNOS                    PIC X(173).
       01 WS-BUF-MATERIAS                  PIC X(62).
       01 WS-BUF-CONTATOS                  PIC X(69).
       01 WS-BUF-TODOS                     PIC X(153).

       01 REG-CSV                          PIC X(130).

       WORKING-STORAGE SECTION.
       01 WS-REGISTRO                      PIC X(173) VALUE SPACES.
       01 FILLER REDEFINES WS-REGISTRO.
          03 WS-ID-ALUNO                   PIC 9(06).
          03 WS-NM-ALUNO                   PIC X(20).

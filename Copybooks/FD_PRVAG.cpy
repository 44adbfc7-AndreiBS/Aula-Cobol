      ******************************************************************
      * Copybook: FD_PRVAG
      * Purpose: Layout da agenda de provas (PROVAS.DAT) - um registro
      *          por termo x materia com o dia e o periodo da prova
      *          distribuidos pelo SISPROVA na semana de provas; e de
      *          onde os cartoes de horario (SISCHORA) tiram as provas
      *          do termo.
      ******************************************************************
       01 REG-AGENDA-PROVA.
          03 CHAVE-AGENDA-PROVA.
             05 CD-TERMO-APV              PIC X(06).
             05 ID-MATERIA-APV            PIC 9(03).
          03 DT-PROVA-APV                 PIC 9(08).
          03 PERIODO-APV                  PIC 9(01).
          03 DT-GERACAO-APV               PIC 9(08).

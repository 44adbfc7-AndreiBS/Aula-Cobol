      ******************************************************************
      * Copybook: FD_MONPR
      * Purpose: Layout da presenca na monitoria (MONIPRES.DAT) - um
      *          registro por aluno atendido em cada sessao do
      *          MONISESS, com o termo e a materia repetidos para o
      *          relatorio de aproveitamento dos atendidos.
      ******************************************************************
       01 REG-PRESENCA-MONITORIA.
          03 CHAVE-PRESENCA-MPR.
             05 NR-SESSAO-MPR              PIC 9(06).
             05 ID-ALUNO-MPR               PIC 9(06).
          03 CD-TERMO-MPR                  PIC X(06).
          03 ID-MATERIA-MPR                PIC 9(03).

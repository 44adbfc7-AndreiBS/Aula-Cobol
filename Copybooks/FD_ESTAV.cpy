      ******************************************************************
      * Copybook: FD_ESTAV
      * Purpose: Layout das avaliacoes de estagio (ESTAVAL.DAT) - uma
      *          por termo, avaliador (E = supervisor da empresa,
      *          O = orientador da escola) e numero sequencial; cada
      *          avaliador deve uma avaliacao a cada 6 meses de
      *          vigencia e uma final no encerramento (CHKESTAG).
      ******************************************************************
       01 REG-ESTAGIO-AVAL.
          03 CHAVE-ESTAGIO-AVAL.
             05 NR-TERMO-EAV              PIC 9(06).
             05 TP-AVALIADOR-EAV          PIC X(01).
                88 EAV-EMPRESA            VALUE 'E'.
                88 EAV-ORIENTADOR         VALUE 'O'.
             05 NR-AVALIACAO-EAV          PIC 9(02).
          03 DT-AVALIACAO-EAV             PIC 9(08).
          03 NOTA-EAV                     PIC 9(02)V99.
          03 PARECER-EAV                  PIC X(60).

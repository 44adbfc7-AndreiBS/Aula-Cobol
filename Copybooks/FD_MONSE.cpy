      ******************************************************************
      * Copybook: FD_MONSE
      * Purpose: Layout das sessoes de monitoria realizadas
      *          (MONISESS.DAT) - numeradas pelo CONTROLE.DAT (chave
      *          'MONISESS'); cada sessao e um slot da grade do monitor
      *          (MONIHOR) numa data, com as horas que conta para o
      *          certificado. Os alunos atendidos ficam no MONIPRES.
      *          A chave alternativa (monitor + data + periodo) impede
      *          lancar a mesma sessao duas vezes.
      ******************************************************************
       01 REG-SESSAO-MONITORIA.
          03 NR-SESSAO-MSS                 PIC 9(06).
          03 CHAVE-ALT-SESSAO-MSS.
             05 ID-MONITOR-MSS             PIC 9(06).
             05 DT-SESSAO-MSS              PIC 9(08).
             05 PERIODO-MSS                PIC 9(01).
          03 CD-TERMO-MSS                  PIC X(06).
          03 ID-MATERIA-MSS                PIC 9(03).
          03 DIA-SEMANA-MSS                PIC 9(01).
          03 CH-SESSAO-MSS                 PIC 9(02).
          03 QT-PRESENTES-MSS              PIC 9(03).
          03 CD-OPERADOR-MSS               PIC X(06).

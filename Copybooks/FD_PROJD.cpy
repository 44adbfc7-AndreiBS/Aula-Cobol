      ******************************************************************
      * Copybook: FD_PROJD
      * Purpose: Layout da projecao de demanda do proximo termo
      *          (PROJECAO.DAT) - um registro por termo encerrado x
      *          materia com as parcelas da demanda estimada
      *          (retomadas e avancos da rematricula, fila de espera,
      *          ingressantes dos cursos), a perda historica aplicada,
      *          a capacidade por turma e a recomendacao de oferta.
      *          Gravada pelo SISPROJD e conferida pelo SISCLONE antes
      *          de montar o termo novo.
      ******************************************************************
       01 REG-PROJECAO.
          03 CHAVE-PROJECAO.
             05 CD-TERMO-PJD              PIC X(06).
             05 ID-MATERIA-PJD            PIC 9(03).
          03 QT-RETOMADAS-PJD             PIC 9(04).
          03 QT-AVANCOS-PJD               PIC 9(04).
          03 QT-ESPERA-PJD                PIC 9(04).
          03 QT-INGRESSANTES-PJD          PIC 9(04).
          03 PC-PERDA-PJD                 PIC 9(03)V99.
          03 QT-DEMANDA-PJD               PIC 9(05).
          03 QT-CAPACIDADE-PJD            PIC 9(03).
          03 QT-TURMAS-PJD                PIC 9(02).
          03 CD-RECOMENDACAO-PJD          PIC X(01).
             88 PJD-ABRIR                 VALUE 'A'.
             88 PJD-DIVIDIR               VALUE 'D'.
             88 PJD-JUNTAR                VALUE 'J'.
             88 PJD-NAO-ABRIR             VALUE 'N'.
          03 DT-PROJECAO-PJD              PIC 9(08).

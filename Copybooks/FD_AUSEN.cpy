      ******************************************************************
      * Copybook: FD_AUSEN
      * Purpose: Layout do registro de ausencias de professores
      *          (AUSENCIA.DAT) - um registro por aula da grade
      *          (HORARIOS.DAT) afetada pela falta: professor, data,
      *          periodo e materia, motivo, se a falta foi justificada
      *          e o professor substituto (zero = aula descoberta).
      *          A aula descoberta vira candidata a reposicao no
      *          SISREPOS, que baixa a situacao para 'R' ao agendar.
      *          O RELHORAS desconta as faltas nao justificadas do
      *          ausente e credita as aulas cobertas ao substituto.
      ******************************************************************
       01 REG-AUSENCIA.
          03 CHAVE-AUSENCIA.
             05 ID-PROFESSOR-AUS          PIC 9(03).
             05 DT-AUSENCIA-AUS           PIC 9(08).
             05 PERIODO-AUS               PIC 9(01).
             05 ID-MATERIA-AUS            PIC 9(03).
          03 MOTIVO-AUS                    PIC X(30).
          03 FL-JUSTIFICADA-AUS            PIC X(01).
             88 AUS-JUSTIFICADA            VALUE 'S'.
             88 AUS-NAO-JUSTIFICADA        VALUE 'N'.
          03 ID-SUBSTITUTO-AUS             PIC 9(03).
          03 ST-COBERTURA-AUS              PIC X(01).
             88 AUS-COBERTA                VALUE 'C'.
             88 AUS-DESCOBERTA             VALUE 'D'.
             88 AUS-REPOSTA                VALUE 'R'.
          03 DT-REGISTRO-AUS               PIC 9(08).

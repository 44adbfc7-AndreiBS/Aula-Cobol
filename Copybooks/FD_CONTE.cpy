      ******************************************************************
      * Copybook: FD_CONTE
      * Purpose: Layout do conteudo ministrado no diario de classe
      *          (CONTEUDO.DAT) - um registro por aula (materia +
      *          data + periodo, a mesma chave de aula do
      *          FREQUENCIA.DAT) com o resumo do que foi dado e ate
      *          cinco topicos da ementa (EMENTA.DAT) cobertos. Cada
      *          aula vale uma hora-aula, repartida entre os topicos.
      ******************************************************************
       01 REG-CONTEUDO.
          03 CHAVE-CONTEUDO.
             05 ID-MATERIA-CTD            PIC 9(03).
             05 DT-AULA-CTD               PIC 9(08).
             05 PERIODO-CTD               PIC 9(01).
          03 DS-CONTEUDO-CTD              PIC X(60).
          03 QT-TOPICOS-CTD               PIC 9(01).
          03 NR-TOPICO-CTD                PIC 9(02) OCCURS 5 TIMES.
          03 DT-LANCTO-CTD                PIC 9(08).

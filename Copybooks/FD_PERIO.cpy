      ******************************************************************
      * Copybook: FD_PERIO
      * Purpose: Layout do controle de periodos contabeis
      *          (PERIODOS.DAT) - uma competencia por registro; com o
      *          periodo fechado nenhum programa que movimenta
      *          dinheiro aceita transacao datada nele. Competencia
      *          sem registro esta aberta.
      ******************************************************************
       01 REG-PERIODO.
          03 CP-PERIODO                    PIC 9(06).
          03 ST-PERIODO                    PIC X(01).
             88 PER-ABERTO                 VALUE 'A'.
             88 PER-FECHADO                VALUE 'F'.
          03 DT-FECHAMENTO-PER             PIC 9(08).
          03 CD-OPERADOR-FECH-PER          PIC X(06).
          03 QT-REABERTURAS-PER            PIC 9(03).

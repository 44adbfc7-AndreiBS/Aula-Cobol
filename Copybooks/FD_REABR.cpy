      ******************************************************************
      * Copybook: FD_REABR
      * Purpose: Layout do historico de reaberturas de periodo
      *          contabil (REABERTU.DAT) - uma linha por reabertura
      *          com o operador, o motivo e a data em que o periodo
      *          voltou a ser fechado.
      ******************************************************************
       01 REG-REABERTURA.
          03 CHAVE-REABERTURA.
             05 CP-PERIODO-REA             PIC 9(06).
             05 DT-REABERTURA              PIC 9(08).
             05 HR-REABERTURA              PIC 9(06).
          03 CD-OPERADOR-REA               PIC X(06).
          03 DS-MOTIVO-REA                 PIC X(50).
          03 DT-REFECHAMENTO-REA           PIC 9(08).

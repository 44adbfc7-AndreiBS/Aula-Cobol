      ******************************************************************
      * Copybook: FD_ESTHR
      * Purpose: Layout da folha mensal de horas de estagio
      *          (ESTHORAS.DAT) - um registro por termo de compromisso
      *          e competencia (AAAAMM); o total do mes nao pode
      *          passar da carga semanal do termo proporcional aos
      *          dias do mes dentro da vigencia.
      ******************************************************************
       01 REG-ESTAGIO-HORAS.
          03 CHAVE-ESTAGIO-HORAS.
             05 NR-TERMO-EHR              PIC 9(06).
             05 CP-COMPETENCIA-EHR        PIC 9(06).
          03 QT-HORAS-EHR                 PIC 9(03).
          03 DT-LANCTO-EHR                PIC 9(08).

          03 CP-COMPETENCIA-EST            PIC 9(06).
          03 VL-ESTORNADO                  PIC 9(06)V99.
          03 FORMA-PGTO-EST                PIC X(01).
      * 'M' = RECIBO MULTIPLO PAGO EM VARIAS FORMAS (DETALHE NAS
      *       LINHAS 'F' DE RECIBITE.DAT)
             88 PGTO-MISTO-EST             VALUE 'M'.
          03 MOTIVO-EST                    PIC X(30).
          03 DT-ESTORNO                    PIC 9(08).

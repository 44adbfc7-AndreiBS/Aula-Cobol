          03 VL-PAGO-AP                   PIC 9(06)V99.
          03 FORMA-PGTO-AP                PIC X(01).
          03 NR-RECIBO-AP                 PIC 9(06).
      * NOSSO-NUMERO DO BOLETO DA PARCELA (MESMA REGRA DA
      * MENSALIDADE); ZERO = AINDA SEM BOLETO
          03 NR-NOSSO-NUM-AP              PIC 9(11).

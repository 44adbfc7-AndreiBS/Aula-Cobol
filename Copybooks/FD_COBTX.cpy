      ******************************************************************
      * Copybook: FD_COBTX
      * Purpose: Layout da cobranca de taxa avulsa (COBRTAXA.DAT) - um
      *          registro por taxa lancada na conta do aluno (CONTROLE
      *          'COBTAXAS'), automatica pelo programa emissor ou manual
      *          pela secretaria; recebida no caixa (recibo multiplo),
      *          aparece no extrato e no aging e entra no diario.
      ******************************************************************
       01 REG-COBRANCA-TAXA.
          03 NR-COBRANCA-TX                PIC 9(06).
          03 ID-ALUNO-TX                   PIC 9(06).
          03 CD-TAXA-TX                    PIC X(06).
          03 DS-COBRANCA-TX                PIC X(30).
          03 VL-COBRANCA-TX                PIC 9(06)V99.
          03 CD-CONTA-TX                   PIC X(08).
          03 DT-LANCAMENTO-TX              PIC 9(08).
          03 DT-VENCIMENTO-TX              PIC 9(08).
          03 ST-COBRANCA-TX                PIC X(01).
             88 TX-ABERTA                  VALUE 'A'.
             88 TX-PAGA                    VALUE 'P'.
             88 TX-CANCELADA               VALUE 'C'.
          03 DT-PAGAMENTO-TX               PIC 9(08).
          03 FORMA-PGTO-TX                 PIC X(01).
          03 NR-RECIBO-TX                  PIC 9(06).
      * PROGRAMA QUE LANCOU A COBRANCA (SISTAXAS = MANUAL)
          03 CD-PROGRAMA-TX                PIC X(08).

      ******************************************************************
      * Copybook: FD_TAXAS
      * Purpose: Layout do catalogo de taxas avulsas (TAXAS.DAT) - um
      *          registro por servico cobrado fora da mensalidade
      *          (2a via de carteirinha, declaracao, segunda chamada,
      *          excursao, equipamento perdido), com o valor vigente e
      *          a conta contabil de receita usada pelo SISDIARI.
      ******************************************************************
       01 REG-TAXA.
          03 CD-TAXA                       PIC X(06).
          03 DS-TAXA                       PIC X(30).
      * VALOR ZERO = VALOR VARIAVEL, INFORMADO NA COBRANCA
          03 VL-TAXA                       PIC 9(06)V99.
      * CONTA DE RECEITA (PLANCONT); EM BRANCO VALE A DO EVENTO TAXA
          03 CD-CONTA-TAXA                 PIC X(08).
          03 ST-TAXA                       PIC X(01).
             88 TAXA-ATIVA                 VALUE 'A'.
             88 TAXA-INATIVA               VALUE 'I'.

      ******************************************************************
      * Copybook: FD_RECIT
      * Purpose: Layout do item de recibo multiplo (RECIBITE.DAT) -
      *          um registro por item cobrado ('M' mensalidade, 'A'
      *          parcela de acordo, 'T' taxa avulsa, 'C' credito de
      *          acerto abatido) e
      *          por forma de pagamento ('F') do recibo emitido no
      *          caixa; o estorno do recibo reverte todos os itens e
      *          cada forma vira um movimento proprio da sessao.
      ******************************************************************
       01 REG-ITEM-RECIBO.
          03 CHAVE-ITEM-RECIBO.
             05 NR-RECIBO-ITR             PIC 9(06).
             05 NR-ITEM-ITR               PIC 9(02).
          03 TP-ITEM-ITR                  PIC X(01).
             88 ITR-MENSALIDADE           VALUE 'M'.
             88 ITR-PARCELA-ACORDO        VALUE 'A'.
             88 ITR-CREDITO-ACERTO        VALUE 'C'.
             88 ITR-TAXA-AVULSA           VALUE 'T'.
             88 ITR-ANUIDADE              VALUE 'N'.
             88 ITR-RECARGA               VALUE 'R'.
             88 ITR-FORMA-PGTO            VALUE 'F'.
          03 ID-ALUNO-ITR                 PIC 9(06).
      * COMPETENCIA (M), NUMERO DO ACORDO (A), DA COBRANCA DE TAXA
      * (T), DO CONTRATO DE ANUIDADE (N) OU DO DOCUMENTO DE ACERTO
      * (C); NA PARCELA DE ACORDO VAI TAMBEM O NUMERO DELA; ZERO NA
      * RECARGA DA CARTEIRA PRE-PAGA (R)
          03 NR-REFERENCIA-ITR            PIC 9(06).
          03 NR-PARCELA-ITR               PIC 9(02).
          03 FORMA-PGTO-ITR               PIC X(01).
          03 VL-ITEM-ITR                  PIC 9(06)V99.
          03 DT-ITEM-ITR                  PIC 9(08).
          03 ST-ITEM-ITR                  PIC X(01).
             88 ITR-ATIVO                 VALUE 'A'.
             88 ITR-ESTORNADO             VALUE 'E'.

      ******************************************************************
      * Copybook: FD_ARITE
      * Purpose: Layout da posicao dos titulos em aberto no
      *          fechamento do contas a receber (ARITENS.DAT) - um
      *          registro por titulo aberto na competencia fechada:
      *          'M' = mensalidade (aluno + competencia), 'P' =
      *          parcela de acordo (acordo + parcela). E a base do
      *          movimento titulo a titulo do mes seguinte.
      ******************************************************************
       01 REG-ITEM-AR.
          03 CHAVE-ITEM-AR.
             05 CP-FECHAMENTO-AI           PIC 9(06).
             05 TP-ITEM-AI                 PIC X(01).
                88 ITEM-MENSALIDADE        VALUE 'M'.
                88 ITEM-PARCELA            VALUE 'P'.
             05 ID-ITEM-AI                 PIC 9(06).
             05 NR-ITEM-AI                 PIC 9(06).
          03 VL-ABERTO-AI                  PIC 9(07)V99.

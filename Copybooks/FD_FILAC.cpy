      ******************************************************************
      * Copybook: FD_FILAC
      * Purpose: Layout da fila de trabalho da coordenacao
      *          (FILACOOR.DAT) - um registro por pendencia de
      *          aprovacao encontrada nos arquivos dos programas donos
      *          (tipo + chave do item), com a data em que apareceu
      *          pela primeira vez (idade dos itens cujo arquivo nao
      *          guarda data); o item decidido no programa dono sai
      *          da fila na varredura seguinte.
      ******************************************************************
       01 REG-FILA-COORD.
          03 CHAVE-FILA-COORD.
             05 TP-ITEM-FIL               PIC X(04).
                88 ITEM-NOTA              VALUE 'NOTA'.
                88 ITEM-JUSTIFICATIVA     VALUE 'JUST'.
                88 ITEM-EQUIVALENCIA      VALUE 'EQUI'.
                88 ITEM-BOLSA             VALUE 'BOLS'.
                88 ITEM-PROTOCOLO         VALUE 'PROT'.
                88 ITEM-ESPERA            VALUE 'ESPE'.
             05 CH-ITEM-FIL               PIC X(20).
          03 DT-ENTRADA-FIL               PIC 9(08).

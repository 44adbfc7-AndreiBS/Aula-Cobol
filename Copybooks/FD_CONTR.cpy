      ******************************************************************
      * Copybook: FD_CONTR
      * Purpose: Layout do contrato de financiamento (CONTRATOS.DAT)
      *          - data de inicio do contrato e, por parcela, o valor
      *          e o vencimento (mensal a partir do inicio). O
      *          comprador vem do cadastro de clientes (CLIENTES.DAT);
      *          NM-CLIENTE guarda o nome dele na data do contrato
      ******************************************************************
       01 REG-CONTRATO.
          03 ID-CONTRATO                  PIC 9(05).
      * ZERO = CONTRATO ANTIGO AINDA SEM CLIENTE VINCULADO
          03 ID-CLIENTE-CTR               PIC 9(05).
          03 NM-CLIENTE                   PIC X(20).
          03 NM-OBJETO                    PIC X(20).
          03 VL-OBJETO                    PIC 9(06)V99.
          03 DT-INICIO-CTR                PIC 9(08).
          03 NUM-PARCELAS-CTR             PIC 9(03).
          03 PARCELA-CTR                  OCCURS 1 TO 420
                                           TIMES DEPENDING ON
                                           NUM-PARCELAS-CTR.
             05 VL-PARCELA-CTR            PIC 9(05)V99.
             05 DT-VENCIMENTO-CTR         PIC 9(08).

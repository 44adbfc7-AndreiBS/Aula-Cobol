      ******************************************************************
      * Copybook: FD_PPMOV
      * Purpose: Layout do movimento da carteira pre-paga
      *          (PREPMOV.DAT) - recarga no caixa ('R'), debito no
      *          ponto de venda ('D'), estorno de recarga ('E') e
      *          encerramento com devolucao do saldo ('X'); imutavel,
      *          e a base do extrato do responsavel e do diario.
      ******************************************************************
       01 REG-MOV-PREPAGO.
          03 CHAVE-MOV-PREPAGO.
             05 ID-ALUNO-PPM              PIC 9(06).
             05 NR-SEQ-PPM                PIC 9(05).
          03 TP-MOV-PPM                   PIC X(01).
             88 PPM-RECARGA               VALUE 'R'.
             88 PPM-DEBITO                VALUE 'D'.
             88 PPM-ESTORNO               VALUE 'E'.
             88 PPM-ENCERRAMENTO          VALUE 'X'.
          03 DT-MOV-PPM                   PIC 9(08).
          03 HR-MOV-PPM                   PIC 9(06).
          03 VL-MOV-PPM                   PIC 9(06)V99.
      * SALDO DA CARTEIRA DEPOIS DO MOVIMENTO
          03 VL-SALDO-PPM                 PIC 9(06)V99.
      * PONTO DE VENDA DO DEBITO: 'C' = CANTINA, 'R' = REPROGRAFIA
          03 PONTO-VENDA-PPM              PIC X(01).
             88 PDV-CANTINA               VALUE 'C'.
             88 PDV-REPROGRAFIA           VALUE 'R'.
      * RECIBO DO CAIXA (R/E) OU DOCUMENTO DE ACERTO (X)
          03 NR-DOCUMENTO-PPM             PIC 9(06).
          03 CD-PROGRAMA-PPM              PIC X(08).

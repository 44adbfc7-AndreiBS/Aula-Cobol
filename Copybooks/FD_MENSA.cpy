             88 PGTO-PIX                  VALUE 'X'.
             88 PGTO-CARTAO               VALUE 'C'.
             88 PGTO-BOLETO               VALUE 'B'.
      * 'M' = RECIBO MULTIPLO PAGO EM MAIS DE UMA FORMA; O RATEIO
      * POR FORMA FICA NAS LINHAS 'F' DO RECIBITE.DAT
             88 PGTO-MISTO                VALUE 'M'.
      * 'A' = BAIXADA PELO SISMENSA CONTRA O SALDO DA ANUIDADE
      * ANTECIPADA (ANUIDADE.DAT); NR-RECIBO-MEN = RECIBO DA ANUIDADE
             88 PGTO-ANUIDADE             VALUE 'A'.
          03 NR-RECIBO-MEN                PIC 9(06).
      * DESCONTO DE IRMAO (2O FILHO EM DIANTE DO MESMO RESPONSAVEL),
      * CUMULATIVO COM A BOLSA; ZERO = SEM DESCONTO
          03 PC-IRMAO-MEN                 PIC 9(03).
      * DIVISAO DO VALOR PAGO NA BAIXA (CALCMORA): MULTA E JUROS DE
      * MORA COBRADOS POR ATRASO E DESCONTO DE PONTUALIDADE CONCEDIDO;
      * VL-PAGO-MEN = VL-MENSALIDADE + MULTA + JUROS - DESCONTO
          03 VL-MULTA-MEN                 PIC 9(06)V99.
          03 VL-JUROS-MEN                 PIC 9(06)V99.
          03 VL-DESCONTO-MEN              PIC 9(06)V99.
      * NOSSO-NUMERO DO BOLETO (NOSSONUM), ATRIBUIDO NA PRIMEIRA
      * REMESSA OU IMPRESSAO E REAPROVEITADO NAS REIMPRESSOES;
      * ZERO = AINDA SEM BOLETO
          03 NR-NOSSO-NUM-MEN             PIC 9(11).

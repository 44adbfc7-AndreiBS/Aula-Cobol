      ******************************************************************
      * Copybook: FD_ANUID
      * Purpose: Layout do contrato de anuidade antecipada
      *          (ANUIDADE.DAT) - um por aluno e termo, com o desconto
      *          acordado; recebido de uma vez no caixa (recibo
      *          multiplo, item 'N') e apropriado competencia a
      *          competencia pelo SISMENSA, que baixa a mensalidade
      *          gerada contra o saldo nao apropriado (receita
      *          diferida). Na evasao o saldo vira acerto (ACERTEVA).
      ******************************************************************
       01 REG-ANUIDADE.
          03 CHAVE-ANUIDADE.
             05 ID-ALUNO-ANU              PIC 9(06).
             05 CD-TERMO-ANU              PIC X(06).
      * NUMERO DO CONTRATO (CONTROLE 'ANUIDADE') - CHAVE ALTERNATIVA
      * USADA NO CAIXA
          03 NR-ANUIDADE                  PIC 9(06).
          03 DT-CONTRATO-ANU              PIC 9(08).
      * FAIXA DE COMPETENCIAS COBERTAS (AAAAMM)
          03 CP-INICIAL-ANU               PIC 9(06).
          03 CP-FINAL-ANU                 PIC 9(06).
          03 QT-COMPETENCIAS-ANU          PIC 9(02).
      * MENSALIDADE BASE (TABELA COM BOLSA) E DESCONTO DA ANUIDADE;
      * VL-CONTRATO-ANU = BASE x COMPETENCIAS x (100 - DESCONTO) / 100
          03 VL-BASE-MENSAL-ANU           PIC 9(06)V99.
          03 PC-DESCONTO-ANU              PIC 9(02).
          03 VL-CONTRATO-ANU              PIC 9(06)V99.
      * APROPRIACAO PELO SISMENSA: SALDO = CONTRATO - APROPRIADO
      * (- DEVOLVIDO NO ENCERRAMENTO)
          03 VL-APROPRIADO-ANU            PIC 9(06)V99.
          03 QT-APROPRIADAS-ANU           PIC 9(02).
          03 VL-SALDO-ANU                 PIC 9(06)V99.
          03 ST-ANUIDADE                  PIC X(01).
      * 'C' = CONTRATADA, AGUARDANDO O PAGAMENTO NO CAIXA
             88 ANU-CONTRATADA            VALUE 'C'.
      * 'A' = PAGA, COM SALDO A APROPRIAR
             88 ANU-ATIVA                 VALUE 'A'.
      * 'E' = ENCERRADA (SALDO TODO APROPRIADO OU RESIDUO DEVOLVIDO)
             88 ANU-ENCERRADA             VALUE 'E'.
      * 'D' = ALUNO DESLIGADO - SALDO CONVERTIDO EM ACERTO
             88 ANU-DESLIGADA             VALUE 'D'.
      * 'X' = CONTRATO CANCELADO ANTES DO PAGAMENTO
             88 ANU-CANCELADA             VALUE 'X'.
          03 DT-PAGAMENTO-ANU             PIC 9(08).
          03 FORMA-PGTO-ANU               PIC X(01).
          03 NR-RECIBO-ANU                PIC 9(06).
      * ENCERRAMENTO COM DEVOLUCAO: VALOR NAO USADO E DOCUMENTO DE
      * ACERTO (ACERTEVA.DAT) GERADO PARA ELE
          03 DT-ENCERRAMENTO-ANU          PIC 9(08).
          03 VL-DEVOLVIDO-ANU             PIC 9(06)V99.
          03 NR-ACERTO-ANU                PIC 9(06).

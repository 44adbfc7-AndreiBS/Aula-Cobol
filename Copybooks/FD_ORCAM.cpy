      ******************************************************************
      * Copybook: FD_ORCAM
      * Purpose: Layout do orcamento de matricula (ORCAMENT.DAT) -
      *          mensalidade cotada no balcao para a familia
      *          interessada, com as mesmas regras do SISMENSA
      *          (tabela da turma no termo, bolsa, irmao, convenio).
      *          Vinculado ao aluno depois da matricula, o valor
      *          orcado e honrado pelo SISMENSA ate a validade.
      ******************************************************************
       01 REG-ORCAMENTO.
      * NUMERO DO ORCAMENTO (CONTROLE 'ORCAMENTO')
          03 NR-ORCAMENTO                 PIC 9(06).
          03 DT-EMISSAO-ORC               PIC 9(08).
      * COMPETENCIAS QUE COMECAM ATE ESTA DATA SAEM PELO VALOR ORCADO
          03 DT-VALIDADE-ORC              PIC 9(08).
          03 NM-INTERESSADO-ORC           PIC X(20).
          03 TURMA-ORC                    PIC X(10).
          03 CD-TERMO-ORC                 PIC X(06).
      * RESPONSAVEL (CONTATO) QUE DEFINE O GRUPO DE IRMAOS; ZERO =
      * NAO INFORMADO
          03 ID-CONTATO-ORC               PIC 9(05).
      * CONVENIO DA EMPRESA QUE PAGARA A MENSALIDADE; ZERO = CAIXA
          03 ID-CONVENIO-ORC              PIC 9(03).
          03 VL-TABELA-ORC                PIC 9(06)V99.
          03 PC-BOLSA-ORC                 PIC 9(03).
          03 PC-IRMAO-ORC                 PIC 9(03).
          03 VL-ORCADO-ORC                PIC 9(06)V99.
          03 ST-ORCAMENTO                 PIC X(01).
      * 'E' = EMITIDO, AGUARDANDO A MATRICULA
             88 ORC-EMITIDO               VALUE 'E'.
      * 'V' = VINCULADO AO ALUNO MATRICULADO (ID-ALUNO-ORC)
             88 ORC-VINCULADO             VALUE 'V'.
      * 'C' = CANCELADO
             88 ORC-CANCELADO             VALUE 'C'.
      * ALUNO MATRICULADO - CHAVE ALTERNATIVA COM DUPLICATAS (ZERO
      * ENQUANTO EMITIDO)
          03 ID-ALUNO-ORC                 PIC 9(06).

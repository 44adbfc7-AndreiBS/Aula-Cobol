      ******************************************************************
      * Copybook: FD_BBEMP
      * Purpose: Layout dos emprestimos da biblioteca (BIBEMPRE.DAT)
      *          - um registro por saida de exemplar, numerado pelo
      *          CONTROLE 'BIBEMPRE', para aluno ('A', pela
      *          carteirinha) ou professor ('P'). Devolvido com
      *          atraso, o aluno recebe a multa 'MULBIB' na conta
      *          (LANCTAXA, NR-COBRANCA-EMB); o exemplar perdido fecha
      *          o emprestimo como cobrado ('C') com a reposicao
      *          'LIVRO' (NR-COBRANCA-PERDA-EMB). DT-ULT-AVISO-EMB e a
      *          ultima cobranca de devolucao mandada pelo SISMSGQ.
      ******************************************************************
       01 REG-EMPRESTIMO-BIB.
          03 NR-EMPRESTIMO-BIB             PIC 9(06).
          03 CHAVE-LEITOR-EMB.
             05 TP-LEITOR-EMB              PIC X(01).
                88 EMB-LEITOR-ALUNO        VALUE 'A'.
                88 EMB-LEITOR-PROFESSOR    VALUE 'P'.
             05 ID-LEITOR-EMB              PIC 9(06).
          03 NR-PATRIMONIO-EMB             PIC 9(06).
          03 NR-TITULO-EMB                 PIC 9(06).
          03 DT-EMPRESTIMO-EMB             PIC 9(08).
          03 DT-PREVISTA-EMB               PIC 9(08).
          03 QT-RENOVACOES-EMB             PIC 9(02).
          03 DT-DEVOLUCAO-EMB              PIC 9(08).
          03 ST-EMPRESTIMO-BIB             PIC X(01).
             88 EMB-ABERTO                 VALUE 'A'.
             88 EMB-DEVOLVIDO              VALUE 'D'.
             88 EMB-COBRADO                VALUE 'C'.
          03 QT-DIAS-ATRASO-EMB            PIC 9(04).
          03 VL-MULTA-EMB                  PIC 9(05)V99.
          03 NR-COBRANCA-EMB               PIC 9(06).
          03 NR-COBRANCA-PERDA-EMB         PIC 9(06).
          03 DT-ULT-AVISO-EMB              PIC 9(08).
          03 CD-OPERADOR-EMB               PIC X(06).

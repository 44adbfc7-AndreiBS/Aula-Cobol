      * Copybook: FD_PATRI
      * Purpose: Layout do patrimonio do laboratorio (PATRIMON.DAT) -
      *          um equipamento por posicao (linha x coluna) da grade
      *          de assentos do MATRIZBD, com os dados do imobilizado
      *          (custo, classe, vida util e depreciacao acumulada -
      *          valor contabil = custo - depreciacao acumulada).
      ******************************************************************
       01 REG-PATRIMONIO.
          03 CHAVE-PATRIMONIO.
             88 PAT-OK                    VALUE 'O'.
             88 PAT-DEFEITO               VALUE 'D'.
             88 PAT-MANUTENCAO            VALUE 'M'.
             88 PAT-BAIXADO               VALUE 'B'.
          03 VL-AQUISICAO-PAT             PIC 9(07)V99.
      * CLASSE DO IMOBILIZADO (TABELA TB_CLPAT)
          03 CD-CLASSE-PAT                PIC X(02).
      * VIDA UTIL EM MESES (DEPRECIACAO LINEAR)
          03 QT-VIDA-UTIL-PAT             PIC 9(03).
          03 VL-DEPR-ACUM-PAT             PIC 9(07)V99.
      * ULTIMA COMPETENCIA DEPRECIADA (AAAAMM)
          03 CP-ULT-DEPR-PAT              PIC 9(06).
          03 DT-BAIXA-PAT                 PIC 9(08).
          03 VL-PERDA-BAIXA-PAT           PIC 9(07)V99.

          03 ST-SESSAO-CXS                 PIC X(01).
             88 CXS-ABERTA                 VALUE 'A'.
             88 CXS-FECHADA                VALUE 'F'.
      * UNIDADE (CAMPUS) DO CAIXA - O LIVRO CAIXA TOTALIZA POR ELA
          03 CD-UNIDADE-CXS                PIC X(02).

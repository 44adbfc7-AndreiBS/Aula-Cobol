      * RELATORIO DE CONTAS DORMENTES
          03 DT-TROCA-SENHA                PIC 9(08).
          03 DT-ULT-SESSAO                 PIC 9(08).
      * UNIDADE (CAMPUS) DO OPERADOR: SEM PERFIL ADMIN ELE SO VE E
      * MANTEM OS DADOS DESTA UNIDADE (CHKUNIDA)
          03 CD-UNIDADE-OPERADOR           PIC X(02).

             05 TURMA-PRE                 PIC X(10).
             05 CD-TERMO-PRE              PIC X(06).
          03 VL-PRECO                     PIC 9(06)V99.
      * UNIDADE (CAMPUS) DA TURMA - O CODIGO DA TURMA E UNICO ENTRE
      * AS UNIDADES, ENTAO A CHAVE CONTINUA TURMA/TERMO
          03 CD-UNIDADE-PRE               PIC X(02).

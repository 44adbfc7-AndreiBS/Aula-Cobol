      ******************************************************************
      * Copybook: FD_DEPMV
      * Purpose: Layout dos movimentos do imobilizado (DEPRMOV.DAT) -
      *          uma linha por depreciacao mensal de um patrimonio e
      *          duas por baixa (depreciacao acumulada baixada e perda
      *          do valor contabil restante). Chave iniciada pela data
      *          para o SISDIARI ler os fatos do dia.
      ******************************************************************
       01 REG-MOV-DEPRECIACAO.
          03 CHAVE-MOV-DEPR.
             05 DT-MOV-DEP                PIC 9(08).
             05 NR-PATRIMONIO-DEP         PIC 9(06).
             05 TP-MOV-DEP                PIC X(01).
                88 DEP-MENSAL             VALUE 'D'.
                88 DEP-BAIXA-ACUM         VALUE 'A'.
                88 DEP-BAIXA-PERDA        VALUE 'P'.
          03 CD-CLASSE-DEP                PIC X(02).
          03 DS-PATRIMONIO-DEP            PIC X(20).
          03 VL-MOV-DEP                   PIC 9(07)V99.
      * MESES COBERTOS PELA DEPRECIACAO (RECUPERA COMPETENCIA PULADA)
          03 QT-MESES-DEP                 PIC 9(03).

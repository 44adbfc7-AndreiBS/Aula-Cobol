      ******************************************************************
      * Copybook: FD_AVPLN
      * Purpose: Layout do plano de avaliacao da materia (PLANOAVA.DAT)
      *          - um registro por avaliacao prevista, na mesma
      *          numeracao do NR-AVALIACAO-LAN do diario, com nome,
      *          peso e tipo. A media final e as parciais sao
      *          ponderadas pelo peso (CALCMEDP); a avaliacao do tipo
      *          recuperacao so entra na media de quem ficou de
      *          recuperacao. Sem plano, todas as notas pesam 1.
      ******************************************************************
       01 REG-PLANO-AVALIACAO.
          03 CHAVE-PLANO-AVAL.
             05 ID-MATERIA-PAV            PIC 9(03).
             05 NR-AVALIACAO-PAV          PIC 9(02).
          03 NM-AVALIACAO-PAV             PIC X(20).
          03 PS-AVALIACAO-PAV             PIC 9(02).
          03 TP-AVALIACAO-PAV             PIC X(01).
             88 PAV-PROVA                 VALUE 'P'.
             88 PAV-TRABALHO              VALUE 'T'.
             88 PAV-RECUPERACAO           VALUE 'R'.

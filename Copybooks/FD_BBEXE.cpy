      ******************************************************************
      * Copybook: FD_BBEXE
      * Purpose: Layout dos exemplares da biblioteca (BIBEXEMP.DAT) -
      *          um registro por volume fisico, identificado pelo
      *          numero de patrimonio da etiqueta (informado pela
      *          bibliotecaria, unico), ligado ao titulo do catalogo
      *          (BIBTITUL.DAT). O exemplar 'R' esta separado para a
      *          reserva da vez na fila do titulo; o baixado ('B') ou
      *          perdido ('P') nao conta mais no acervo.
      ******************************************************************
       01 REG-EXEMPLAR-BIB.
          03 NR-PATRIMONIO-EXE             PIC 9(06).
          03 NR-TITULO-EXE                 PIC 9(06).
          03 DT-AQUISICAO-EXE              PIC 9(08).
          03 VL-REPOSICAO-EXE              PIC 9(05)V99.
          03 ST-EXEMPLAR                   PIC X(01).
             88 EXE-DISPONIVEL             VALUE 'D'.
             88 EXE-EMPRESTADO             VALUE 'E'.
             88 EXE-RESERVADO              VALUE 'R'.
             88 EXE-BAIXADO                VALUE 'B'.
             88 EXE-PERDIDO                VALUE 'P'.
          03 NR-EMPRESTIMO-EXE             PIC 9(06).
          03 DT-BAIXA-EXE                  PIC 9(08).

      ******************************************************************
      * Copybook: FD_BBRES
      * Purpose: Layout da fila de reservas da biblioteca
      *          (BIBRESER.DAT) - chave titulo + posicao na fila
      *          (NR-ULT-RESERVA-BIB do titulo). Quando um exemplar
      *          volta, a primeira reserva na fila ('F') passa a
      *          disponivel ('D') com o exemplar separado e prazo de
      *          retirada; vencido o prazo, expira ('X') e o
      *          exemplar vai para a proxima. O aviso ao leitor sai
      *          pelo SISMSGQ (RSV-AVISO-PENDENTE -> RSV-AVISADA).
      ******************************************************************
       01 REG-RESERVA-BIB.
          03 CHAVE-RESERVA-BIB.
             05 NR-TITULO-RSV              PIC 9(06).
             05 NR-SEQ-RSV                 PIC 9(04).
          03 CHAVE-LEITOR-RSV.
             05 TP-LEITOR-RSV              PIC X(01).
                88 RSV-LEITOR-ALUNO        VALUE 'A'.
                88 RSV-LEITOR-PROFESSOR    VALUE 'P'.
             05 ID-LEITOR-RSV              PIC 9(06).
          03 DT-RESERVA-RSV                PIC 9(08).
          03 ST-RESERVA-BIB                PIC X(01).
             88 RSV-NA-FILA                VALUE 'F'.
             88 RSV-DISPONIVEL             VALUE 'D'.
             88 RSV-ATENDIDA               VALUE 'A'.
             88 RSV-CANCELADA              VALUE 'C'.
             88 RSV-EXPIRADA               VALUE 'X'.
          03 NR-PATRIMONIO-RSV             PIC 9(06).
          03 DT-DISPONIVEL-RSV             PIC 9(08).
          03 DT-LIMITE-RSV                 PIC 9(08).
          03 ST-AVISO-RSV                  PIC X(01).
             88 RSV-AVISO-PENDENTE         VALUE 'P'.
             88 RSV-AVISADA                VALUE 'A'.
             88 RSV-SEM-DESTINO            VALUE 'S'.

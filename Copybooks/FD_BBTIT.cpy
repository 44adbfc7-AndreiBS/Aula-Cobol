      ******************************************************************
      * Copybook: FD_BBTIT
      * Purpose: Layout do catalogo de titulos da biblioteca
      *          (BIBTITUL.DAT) - um registro por obra, numerado pelo
      *          CONTROLE 'BIBTITUL', com ISBN, autor e assunto. Os
      *          exemplares fisicos ficam em BIBEXEMP.DAT e a fila de
      *          reservas do titulo em BIBRESER.DAT (NR-ULT-RESERVA-BIB
      *          e a ultima posicao distribuida na fila).
      ******************************************************************
       01 REG-TITULO-BIB.
          03 NR-TITULO-BIB                 PIC 9(06).
          03 ISBN-BIB                      PIC X(13).
          03 TITULO-BIB                    PIC X(40).
          03 AUTOR-BIB                     PIC X(30).
          03 ASSUNTO-BIB                   PIC X(20).
          03 EDITORA-BIB                   PIC X(20).
          03 ANO-EDICAO-BIB                PIC 9(04).
          03 NR-ULT-RESERVA-BIB            PIC 9(04).
          03 DT-CADASTRO-BIB               PIC 9(08).
          03 CD-OPERADOR-BIB               PIC X(06).

      ******************************************************************
      * Copybook: FD_GUIAT
      * Purpose: Layout do registro de guias de transferencia emitidas
      *          (GUIATRAN.DAT) - cada emissao (1a via ou 2a via) tem
      *          numero de verificacao proprio (com digito do
      *          DIGVERIF); NR-GUIA-ORIGEM-GTR aponta para a 1a via,
      *          e o indice por aluno impede a reemissao sem 2a via.
      ******************************************************************
       01 REG-GUIA-TRANSF.
          03 NR-GUIA-GTR                  PIC 9(06).
          03 ID-ALUNO-GTR                 PIC 9(06).
          03 NM-ALUNO-GTR                 PIC X(20).
          03 DT-EMISSAO-GTR               PIC 9(08).
          03 DT-SAIDA-GTR                 PIC 9(08).
          03 NR-VIA-GTR                   PIC 9(02).
          03 NR-GUIA-ORIGEM-GTR           PIC 9(06).
          03 ESCOLA-DESTINO-GTR           PIC X(40).
          03 QT-MATERIAS-GTR              PIC 9(03).
          03 ST-QUITACAO-GTR              PIC X(01).
             88 GTR-QUITADO               VALUE 'Q'.
             88 GTR-COM-DEBITO            VALUE 'D'.
          03 VL-DEBITO-GTR                PIC 9(06)V99.

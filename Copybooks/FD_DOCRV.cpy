      ******************************************************************
      * Copybook: FD_DOCRV
      * Purpose: Layout dos documentos revogados (DOCREVOG.DAT) - um
      *          registro por documento emitido por engano e cancelado
      *          na consulta de autenticidade (SISAUTEN), que a partir
      *          dai responde CANCELADO a quem consultar o numero.
      *          TP-DOC-REV: 'C' = certificado (CERTREG), 'D' =
      *          declaracao (DECLAREG), 'T' = contrato de servicos
      *          (CONTRSRV), 'G' = guia de transferencia (GUIATRAN),
      *          'A' = carteirinha (CARTREG - aluno + via no numero),
      *          'M' = certificado de monitoria (MONICERT).
      *          Recibo nao e revogado aqui: e estornado no caixa.
      ******************************************************************
       01 REG-DOC-REVOGADO.
          03 CHAVE-DOC-REVOGADO.
             05 TP-DOC-REV                 PIC X(01).
                88 REV-CERTIFICADO         VALUE 'C'.
                88 REV-DECLARACAO          VALUE 'D'.
                88 REV-CONTRATO            VALUE 'T'.
                88 REV-GUIA                VALUE 'G'.
                88 REV-CARTEIRINHA         VALUE 'A'.
                88 REV-MONITORIA           VALUE 'M'.
             05 NR-DOC-REV                 PIC 9(08).
          03 DT-REVOGACAO-REV              PIC 9(08).
          03 MOTIVO-REV                    PIC X(40).
          03 CD-OPERADOR-REV               PIC X(06).

      ******************************************************************
      * Copybook: FD_MONCT
      * Purpose: Layout do registro de certificados de monitoria
      *          (MONICERT.DAT) - um por monitor encerrado no termo,
      *          numerado pelo CONTROLE.DAT (chave 'MONICERT') e
      *          impresso com o digito do DIGVERIF, conferido na
      *          consulta de autenticidade (SISAUTEN).
      ******************************************************************
       01 REG-CERT-MONITORIA.
          03 NR-CERT-MCT                   PIC 9(06).
          03 ID-ALUNO-MCT                  PIC 9(06).
          03 NM-ALUNO-MCT                  PIC X(20).
          03 CD-TERMO-MCT                  PIC X(06).
          03 ID-MATERIA-MCT                PIC 9(03).
          03 NM-MATERIA-MCT                PIC X(20).
          03 QT-SESSOES-MCT                PIC 9(03).
          03 CH-TOTAL-MCT                  PIC 9(04).
          03 DT-EMISSAO-MCT                PIC 9(08).

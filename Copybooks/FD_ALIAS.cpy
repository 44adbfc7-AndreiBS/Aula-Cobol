      ******************************************************************
      * Copybook: FD_ALIAS
      * Purpose: Layout do apelido de aluno mesclado (ALIASALU.DAT) -
      *          quando dois IDs da mesma pessoa sao mesclados pelo
      *          SISDUPLI, o ID perdedor fica inativo em REGISTRO.DAT
      *          e ganha aqui o ponteiro para o sobrevivente; os
      *          documentos antigos (carteirinha, certificado,
      *          consulta) resolvem o ID pelo CHKALIAS.
      ******************************************************************
       01 REG-ALIAS-ALUNO.
          03 ID-ALUNO-ALI                  PIC 9(06).
          03 ID-SOBREVIVENTE-ALI           PIC 9(06).
          03 DT-MESCLA-ALI                 PIC 9(08).
          03 HR-MESCLA-ALI                 PIC 9(06).
          03 QT-MOVIDOS-ALI                PIC 9(05).
          03 QT-CONFLITOS-ALI              PIC 9(05).

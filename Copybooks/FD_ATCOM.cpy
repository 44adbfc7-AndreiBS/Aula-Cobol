      ******************************************************************
      * Copybook: FD_ATCOM
      * Purpose: Layout do livro de atividades complementares
      *          (ATIVCOMP.DAT) - cada certificado entregue pelo aluno
      *          (categoria, horas declaradas, referencia do
      *          certificado arquivado) fica pendente ate a decisao da
      *          coordenacao, que aprova (com as horas aceitas) ou
      *          recusa; numerado pelo CONTROLE.DAT (chave 'ATIVCOMP')
      *          e indexado tambem por aluno.
      ******************************************************************
       01 REG-ATIVIDADE-COMP.
          03 NR-ATIVIDADE-ATV             PIC 9(06).
          03 ID-ALUNO-ATV                 PIC 9(06).
          03 CD-CATEGORIA-ATV             PIC X(04).
          03 DS-ATIVIDADE-ATV             PIC X(40).
          03 DT-ATIVIDADE-ATV             PIC 9(08).
          03 CH-DECLARADA-ATV             PIC 9(03).
          03 REF-CERTIFICADO-ATV          PIC X(20).
          03 DT-REGISTRO-ATV              PIC 9(08).
          03 ST-ATIVIDADE                 PIC X(01).
             88 ATV-PENDENTE              VALUE 'P'.
             88 ATV-APROVADA              VALUE 'A'.
             88 ATV-RECUSADA              VALUE 'R'.
          03 CH-APROVADA-ATV              PIC 9(03).
          03 DT-DECISAO-ATV               PIC 9(08).
          03 MOTIVO-RECUSA-ATV            PIC X(40).

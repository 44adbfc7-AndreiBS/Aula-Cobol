      ******************************************************************
      * Copybook: FD_GRPRP
      * Purpose: Layout da proposta de grade (GRADEPROP.DAT) gerada
      *          pelo SISGRADE - 'A' = aula colocada (materia, dia,
      *          periodo, sala e professor escolhido); 'P' = aulas
      *          semanais que nao couberam, com o motivo. Revisada
      *          antes de substituir HORARIOS.DAT e OCUPASAL.DAT.
      ******************************************************************
       01 REG-GRADE-PROPOSTA.
          03 TP-REGISTRO-GRP               PIC X(01).
             88 GRP-AULA                   VALUE 'A'.
             88 GRP-PENDENTE               VALUE 'P'.
          03 ID-MATERIA-GRP                PIC 9(03).
          03 DIA-SEMANA-GRP                PIC 9(01).
          03 PERIODO-GRP                   PIC 9(01).
          03 CD-SALA-GRP                   PIC X(06).
          03 ID-PROFESSOR-GRP              PIC 9(03).
          03 QT-ALUNOS-GRP                 PIC 9(03).
          03 QT-AULAS-GRP                  PIC 9(02).
          03 DS-MOTIVO-GRP                 PIC X(45).
          03 DT-GERACAO-GRP                PIC 9(08).

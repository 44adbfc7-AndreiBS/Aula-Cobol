      ******************************************************************
      * Copybook: FD_SITAC
      * Purpose: Layout da situacao academica do aluno (SITUACAD.DAT)
      *          - um registro por aluno com o resultado da ultima
      *          avaliacao de situacao feita depois do fechamento do
      *          termo (SISSITAC): regular, em observancia (com o
      *          motivo e o plano de estudos assinado, exigido pela
      *          cesta e pela alocacao de matriculas - CHKSITAC) ou
      *          jubilado (proposto pela avaliacao, confirmado pela
      *          coordenacao e levado ao cancelamento do SISEVADE com
      *          o motivo 'JU').
      *          CD-MOTIVO-SIT: 'RM' = reprovacoes repetidas na mesma
      *          materia, 'PZ' = prazo maximo de termos do curso.
      *          DT-TERMO-SIT e o inicio do termo avaliado no
      *          CALENDARIO (a data da avaliacao quando nao havia
      *          termo corrente).
      ******************************************************************
       01 REG-SITUACAO-ACAD.
          03 ID-ALUNO-SIT                  PIC 9(06).
          03 DT-TERMO-SIT                  PIC 9(08).
          03 DT-AVALIACAO-SIT              PIC 9(08).
          03 ST-ACADEMICA                  PIC X(01).
             88 SIT-REGULAR                VALUE 'R'.
             88 SIT-OBSERVANCIA            VALUE 'P'.
             88 SIT-JUBILAMENTO-PROPOSTO   VALUE 'J'.
             88 SIT-JUBILADO               VALUE 'C'.
          03 CD-MOTIVO-SIT                 PIC X(02).
             88 MOTIVO-REPROVACOES         VALUE 'RM'.
             88 MOTIVO-PRAZO               VALUE 'PZ'.
          03 ID-CURSO-SIT                  PIC 9(03).
          03 ID-MATERIA-SIT                PIC 9(03).
          03 QT-REPROVACOES-SIT            PIC 9(02).
          03 QT-TERMOS-SIT                 PIC 9(02).
          03 QT-TERMOS-MAX-SIT             PIC 9(02).
      * PLANO DE ESTUDOS DA OBSERVANCIA, ASSINADO PELO ALUNO/
      * RESPONSAVEL E REGISTRADO PELA COORDENACAO
          03 FL-PLANO-SIT                  PIC X(01).
             88 PLANO-ASSINADO             VALUE 'S'.
             88 PLANO-PENDENTE             VALUE 'N'.
          03 DT-PLANO-SIT                  PIC 9(08).
          03 DS-PLANO-SIT                  PIC X(60).
      * DECISAO DA COORDENACAO SOBRE O JUBILAMENTO PROPOSTO
          03 DT-DECISAO-SIT                PIC 9(08).
          03 CD-OPERADOR-SIT               PIC X(06).

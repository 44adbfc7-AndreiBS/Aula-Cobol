      ******************************************************************
      * Copybook: FD_PSCAN
      * Purpose: Layout do candidato do processo seletivo
      *          (PSCANDID.DAT) - inscricao na edicao com o curso
      *          pretendido, a cobranca da taxa (COBRTAXA.DAT, aluno
      *          000000 - o candidato ainda nao e aluno), as notas por
      *          prova, a nota final ponderada e a classificacao no
      *          curso. Convocado tem data limite para a matricula;
      *          vencido o prazo sem matricula vira desistente e a
      *          vaga passa ao proximo da lista.
      ******************************************************************
       01 REG-CANDIDATO-PS.
          03 CHAVE-CANDIDATO-PS.
             05 ID-EDICAO-CAN              PIC 9(04).
             05 NR-INSCRICAO-CAN           PIC 9(05).
          03 NM-CANDIDATO                  PIC X(20).
          03 TL-CANDIDATO                  PIC X(15).
          03 DT-NASCIMENTO-CAN             PIC 9(08).
          03 ID-CURSO-CAN                  PIC 9(03).
          03 TURMA-CAN                     PIC X(10).
          03 DT-INSCRICAO-CAN              PIC 9(08).
          03 CD-OPERADOR-CAN               PIC X(06).
          03 NR-COBRANCA-CAN               PIC 9(06).
          03 NT-PROVA-CAN                  PIC 9(02)V99 OCCURS 5 TIMES.
          03 FL-NOTAS-CAN                  PIC X(01).
             88 NOTAS-LANCADAS             VALUE 'S'.
          03 NT-FINAL-CAN                  PIC 9(02)V99.
          03 NR-CLASSIF-CAN                PIC 9(04).
          03 ST-CANDIDATO                  PIC X(01).
             88 CAN-INSCRITO               VALUE 'I'.
             88 CAN-AUSENTE                VALUE 'A'.
             88 CAN-NAO-HOMOLOGADO         VALUE 'N'.
             88 CAN-ELIMINADO              VALUE 'E'.
             88 CAN-CLASSIFICADO           VALUE 'C'.
             88 CAN-CONVOCADO              VALUE 'V'.
             88 CAN-MATRICULADO            VALUE 'M'.
             88 CAN-DESISTENTE             VALUE 'D'.
             88 CAN-NA-LISTA               VALUE 'C' 'V' 'M' 'D'.
          03 DS-MOTIVO-CAN                 PIC X(30).
          03 DT-CONVOCACAO-CAN             PIC 9(08).
          03 DT-LIMITE-MAT-CAN             PIC 9(08).
          03 ID-ALUNO-CAN                  PIC 9(06).

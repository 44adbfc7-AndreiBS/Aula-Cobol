      ******************************************************************
      * Copybook: SIT_AREA
      * Purpose: Area de parametros do CHKSITAC - a matricula informa
      *          o ID do aluno e recebe a situacao academica da ultima
      *          avaliacao (SITUACAD.DAT): aluno regular, sem
      *          avaliacao ou em observancia com o plano de estudos
      *          assinado segue; observancia sem plano, jubilamento
      *          proposto ou jubilado nao matricula.
      ******************************************************************
       01 WL-SITUACAO-ACAD.
          03 WL-SIT-ID-ALUNO               PIC 9(06).
          03 WL-SIT-ST-ACADEMICA           PIC X(01).
          03 WL-SIT-CD-MOTIVO              PIC X(02).
          03 WL-SIT-ID-MATERIA             PIC 9(03).
          03 WL-SIT-SITUACAO               PIC X(01).
             88 WL-SIT-LIBERADO            VALUE 'L'.
             88 WL-SIT-SEM-PLANO           VALUE 'P'.
             88 WL-SIT-JUBILAMENTO         VALUE 'J'.

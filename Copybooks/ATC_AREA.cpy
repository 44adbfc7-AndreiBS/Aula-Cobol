      ******************************************************************
      * Copybook: ATC_AREA
      * Purpose: Area de parametros do CHKATCOM - o chamador informa o
      *          aluno; voltam a carga complementar exigida pelo curso,
      *          as horas aprovadas (brutas e computadas depois do teto
      *          de cada categoria), as atividades ainda sem decisao e
      *          o detalhe por categoria.
      ******************************************************************
       01 WL-PARAMETROS-ATC.
          03 WL-ATC-ID-ALUNO               PIC 9(06).
          03 WL-ATC-CH-EXIGIDA             PIC 9(04).
          03 WL-ATC-CH-APROVADA            PIC 9(05).
          03 WL-ATC-CH-COMPUTADA           PIC 9(05).
          03 WL-ATC-QT-PENDENTES           PIC 9(03).
          03 WL-ATC-QT-CATEGORIAS          PIC 9(02).
          03 WL-ATC-CATEGORIA OCCURS 20 TIMES.
             05 WL-ATC-CD-CATEGORIA        PIC X(04).
             05 WL-ATC-DS-CATEGORIA        PIC X(30).
             05 WL-ATC-CH-MAXIMA           PIC 9(04).
             05 WL-ATC-CH-CAT-APROVADA     PIC 9(05).
             05 WL-ATC-CH-CAT-COMPUTADA    PIC 9(05).
          03 WL-ATC-OK                     PIC X(01).
             88 WL-ATIVIDADES-OK           VALUE 'S'.
             88 WL-ATIVIDADES-PENDENTE     VALUE 'N'.

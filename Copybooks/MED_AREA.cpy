      ******************************************************************
      * Copybook: MED_AREA
      * Purpose: Area de parametros do CALCMEDP - operacao 'M' calcula
      *          a media final ponderada pelo plano de avaliacao da
      *          materia (notas na numeracao do plano); operacao 'P'
      *          devolve nome, peso e tipo de uma avaliacao do plano.
      *          Sem plano cadastrado vale a media simples.
      ******************************************************************
       01 WL-PARAMETROS-MEDIA.
          03 WL-MD-OPERACAO                PIC X(01).
             88 WL-MD-MEDIA-FINAL          VALUE 'M'.
             88 WL-MD-PESO-AVALIACAO       VALUE 'P'.
          03 WL-MD-ID-MATERIA              PIC 9(03).
          03 WL-MD-NUM-NOTAS               PIC 9(02).
          03 WL-MD-NOTA                    PIC 9(02)V99 OCCURS 20 TIMES.
          03 WL-MD-RECUPERACAO             PIC X(01).
             88 WL-MD-COM-RECUPERACAO      VALUE 'S'.
             88 WL-MD-SEM-RECUPERACAO      VALUE 'N'.
          03 WL-MD-MEDIA                   PIC 9(02)V99.
          03 WL-MD-PESO                    PIC 9(02) OCCURS 20 TIMES.
          03 WL-MD-TIPO                    PIC X(01) OCCURS 20 TIMES.
      * NUMERO DA AVALIACAO DE RECUPERACAO NO PLANO (ZERO = SEM)
          03 WL-MD-NR-RECUPERACAO          PIC 9(02).
      * OPERACAO 'P': UMA AVALIACAO DO PLANO
          03 WL-MD-NR-AVALIACAO            PIC 9(02).
          03 WL-MD-NM-AVALIACAO            PIC X(20).
          03 WL-MD-PS-AVALIACAO            PIC 9(02).
          03 WL-MD-TP-AVALIACAO            PIC X(01).
          03 WL-MD-PLANO                   PIC X(01).
             88 WL-MD-COM-PLANO            VALUE 'S'.
             88 WL-MD-SEM-PLANO            VALUE 'N'.

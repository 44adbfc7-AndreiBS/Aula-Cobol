      ******************************************************************
      * Copybook: CSN_AREA
      * Purpose: Area de parametros do CHKCONSE - o programa informa a
      *          pessoa ('A' aluno / 'C' contato), o ID e a finalidade
      *          (TB_FINAL) e recebe 'S' quando ha consentimento
      *          concedido e nao revogado; sem registro volta 'N'.
      ******************************************************************
       01 WL-CONSENTIMENTO.
          03 WL-CSN-TP-PESSOA              PIC X(01).
          03 WL-CSN-ID-PESSOA              PIC 9(06).
          03 WL-CSN-FINALIDADE             PIC X(02).
          03 WL-CSN-SITUACAO               PIC X(01).
             88 WL-CSN-CONCEDIDO           VALUE 'S'.
             88 WL-CSN-AUSENTE             VALUE 'N'.

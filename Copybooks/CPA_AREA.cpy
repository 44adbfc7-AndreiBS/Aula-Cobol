      ******************************************************************
      * Copybook: CPA_AREA
      * Purpose: Area de parametros do CHKCPFAL - o cadastro informa o
      *          CPF digitado e o ID do aluno em edicao (zero na
      *          inclusao) e recebe se o CPF ja pertence a outro aluno
      *          de REGISTRO.DAT, com o ID de quem ja o usa.
      ******************************************************************
       01 WL-CPF-ALUNO.
          03 WL-CPA-CPF                    PIC 9(11).
          03 WL-CPA-ID-ALUNO               PIC 9(06).
          03 WL-CPA-ID-CONFLITO            PIC 9(06).
          03 WL-CPA-SITUACAO               PIC X(01).
             88 WL-CPA-LIVRE               VALUE 'L'.
             88 WL-CPA-DUPLICADO           VALUE 'D'.

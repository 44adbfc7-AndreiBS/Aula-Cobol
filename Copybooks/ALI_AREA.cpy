      ******************************************************************
      * Copybook: ALI_AREA
      * Purpose: Area de parametros do CHKALIAS - o programa informa o
      *          ID impresso no documento (carteirinha, certificado,
      *          consulta) e recebe o ID vigente; se o aluno foi
      *          mesclado pelo SISDUPLI o ID vigente e o sobrevivente.
      ******************************************************************
       01 WL-ALIAS.
          03 WL-ALI-ID-ALUNO               PIC 9(06).
          03 WL-ALI-ID-VIGENTE             PIC 9(06).
          03 WL-ALI-SITUACAO               PIC X(01).
             88 WL-ALI-MESCLADO            VALUE 'S'.
             88 WL-ALI-PROPRIO             VALUE 'N'.

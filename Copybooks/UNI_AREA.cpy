      ******************************************************************
      * Copybook: UNI_AREA
      * Purpose: Area de parametros do CHKUNIDA - devolve a unidade
      *          (campus) do operador logado, a unidade desta
      *          instalacao (CONFIGSYS 'UNIDADE') e se o operador pode
      *          ver todas as unidades (perfil admin). Unidade e um
      *          codigo de 01 a 09; ela tambem e o primeiro digito dos
      *          recibos e das sessoes de caixa numerados na unidade.
      ******************************************************************
       01 WL-UNIDADE.
          03 WL-UNI-OPERADOR               PIC X(02).
          03 WL-UNI-INSTALACAO             PIC X(02).
          03 WL-UNI-ACESSO                 PIC X(01).
             88 WL-UNI-TODAS               VALUE 'T'.
             88 WL-UNI-PROPRIA             VALUE 'P'.

      ******************************************************************
      * Copybook: MNR_AREA
      * Purpose: Area de parametros do CHKMENOR - a matricula informa
      *          o ID do aluno e recebe a idade na data de hoje e se a
      *          matricula pode seguir: menor de idade so e matriculado
      *          com pai, mae ou responsavel legal em RESPONSA.DAT
      *          (contato de emergencia nao basta); aluno sem data de
      *          nascimento passa com aviso ate ser completado no
      *          SISIDALU.
      ******************************************************************
       01 WL-MENOR.
          03 WL-MNR-ID-ALUNO               PIC 9(06).
          03 WL-MNR-IDADE                  PIC 9(03).
          03 WL-MNR-SITUACAO               PIC X(01).
             88 WL-MNR-LIBERADO            VALUE 'L'.
             88 WL-MNR-BLOQUEADO           VALUE 'B'.
             88 WL-MNR-SEM-NASCIMENTO      VALUE 'D'.

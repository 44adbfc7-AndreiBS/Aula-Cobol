      ******************************************************************
      * Copybook: TB_FINAL
      * Purpose: Finalidades de tratamento que exigem consentimento
      *          registrado (codigo de 2 posicoes + descricao) - usada
      *          na captura, na consulta e no relatorio de pendencias
      *          (SISCONSN) e por quem confere o consentimento via
      *          CHKCONSE.
      ******************************************************************
       01 WS-FINALIDADES-V.
          03 FILLER PIC X(32) VALUE 'IMUSO DE IMAGEM NA MIDIA ESCOLAR'.
          03 FILLER PIC X(32) VALUE 'MKMENSAGENS DE DIVULGACAO      '.
          03 FILLER PIC X(32) VALUE 'CVDADOS A EMPRESA CONVENIADA   '.
          03 FILLER PIC X(32) VALUE 'SDSAUDE P/ ORGANIZADOR PASSEIO '.
       01 WS-FINALIDADES REDEFINES WS-FINALIDADES-V.
          03 WS-FINALIDADE OCCURS 4 TIMES.
             05 WS-FIN-CODIGO             PIC X(02).
             05 WS-FIN-DESCRICAO          PIC X(30).
       77 WS-QTD-FINALIDADES               PIC 9(02) VALUE 4.

      ******************************************************************
      * Copybook: TB_CLPAT
      * Purpose: Classes do imobilizado do laboratorio com a vida util
      *          padrao em meses (depreciacao linear) - usada no
      *          cadastro (SISPATRI) e na depreciacao (SISDEPRE).
      ******************************************************************
       01 WS-CLASSES-PAT-V.
          03 FILLER PIC X(25) VALUE 'INCOMPUTADORES E INFO 060'.
          03 FILLER PIC X(25) VALUE 'EQMAQUINAS E EQUIPAM. 120'.
          03 FILLER PIC X(25) VALUE 'MOMOVEIS E UTENSILIOS 120'.
          03 FILLER PIC X(25) VALUE 'ISINSTALACOES         120'.
       01 WS-CLASSES-PAT REDEFINES WS-CLASSES-PAT-V.
          03 WS-CLASSE-PAT OCCURS 4 TIMES.
             05 WS-CLP-CODIGO             PIC X(02).
             05 WS-CLP-NOME               PIC X(20).
             05 WS-CLP-VIDA-UTIL          PIC 9(03).
       77 WS-QTD-CLASSES-PAT               PIC 9(02) VALUE 4.

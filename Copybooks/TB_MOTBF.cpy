      ******************************************************************
      * Copybook: TB_MOTBF
      * Purpose: Motivos de baixa frequencia aceitos pelo Sistema
      *          Presenca (codigo de 2 posicoes + descricao) - usada
      *          na lista de pendencias e no fechamento do bimestre
      *          (SISPRESE).
      ******************************************************************
       01 WS-MOTIVOS-BF-V.
          03 FILLER PIC X(32) VALUE '01AUSENCIA POR SAUDE DO ALUNO  '.
          03 FILLER PIC X(32) VALUE '02DOENCA/OBITO NA FAMILIA      '.
          03 FILLER PIC X(32) VALUE '03SEM OFERTA DE ENSINO         '.
          03 FILLER PIC X(32) VALUE '04IMPEDIMENTO DE ACESSO/TRANSP.'.
          03 FILLER PIC X(32) VALUE '06MEDIDA SOCIOEDUCATIVA        '.
          03 FILLER PIC X(32) VALUE '07SUSPENSAO ESCOLAR            '.
          03 FILLER PIC X(32) VALUE '09ESCOLA SEM CONDICAO DE AULA  '.
          03 FILLER PIC X(32) VALUE '10GRAVIDEZ                     '.
          03 FILLER PIC X(32) VALUE '51VIOLENCIA/DISCRIMINACAO      '.
          03 FILLER PIC X(32) VALUE '52TRABALHO INFANTIL            '.
          03 FILLER PIC X(32) VALUE '54DESINTERESSE/DESMOTIVACAO    '.
          03 FILLER PIC X(32) VALUE '55ABANDONO/DESISTENCIA         '.
          03 FILLER PIC X(32) VALUE '56NEGLIGENCIA DOS PAIS/RESP.   '.
          03 FILLER PIC X(32) VALUE '60MOTIVO NAO IDENTIFICADO      '.
       01 WS-MOTIVOS-BF REDEFINES WS-MOTIVOS-BF-V.
          03 WS-MOTIVO-BF OCCURS 14 TIMES.
             05 WS-MTB-CODIGO             PIC X(02).
             05 WS-MTB-DESCRICAO          PIC X(30).
       77 WS-QTD-MOTIVOS-BF                PIC 9(02) VALUE 14.

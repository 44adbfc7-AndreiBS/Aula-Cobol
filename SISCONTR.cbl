      *          PRECO DA TURMA NO TERMO (PRECOS.DAT) COM O TOTAL
      *          ANUAL POR EXTENSO (CADEXTEN) E AS DATAS DO TERMO DO
      *          CALENDARIO, IMPRESSO VIA SPOOL COM PAGINA DE
      *          ASSINATURAS E NUMERO DE VERIFICACAO (DIGVERIF) PARA
      *          A CONSULTA DE AUTENTICIDADE (SISAUTEN); RECUPERAVEL
      *          PELO NUMERO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISCONTR.
       77 WS-NM-RESPONSAVEL                PIC X(20) VALUE SPACES.
       77 WS-CPF-RESPONSAVEL               PIC 9(11) VALUE ZEROS.
       77 WS-LINHA-OUT                     PIC X(80) VALUE SPACES.
       01 WL-PARAMETROS-DV.
          03 WL-DV-OPERACAO                PIC X(01).
          03 WL-DV-NUMERO                  PIC 9(12).
          03 WL-DV-DIGITO                  PIC 9(01).
          03 WL-DV-OK                      PIC X(01).
             88 WL-DV-VALIDO               VALUE 'S'.
             88 WL-DV-INVALIDO             VALUE 'N'.
       01 WL-PARAMETROS-EXT.
          03 FILLER                        PIC S9(04) COMP.
          03 WS-VALOR-EXT                  PIC 9(16)V99.
                   DELIMITED BY SIZE INTO WS-LINHA-OUT
            MOVE WS-LINHA-OUT TO REG-CONTRATO-OUT
            WRITE REG-CONTRATO-OUT
            MOVE 'C'              TO WL-DV-OPERACAO
            MOVE WS-NR-CONTRATO   TO WL-DV-NUMERO
            CALL 'DIGVERIF' USING WL-PARAMETROS-DV
            MOVE SPACES TO WS-LINHA-OUT
            STRING 'NUMERO DE VERIFICACAO: ' WS-NR-CONTRATO
                   '-' WL-DV-DIGITO
                   DELIMITED BY SIZE INTO WS-LINHA-OUT
            MOVE WS-LINHA-OUT TO REG-CONTRATO-OUT
            WRITE REG-CONTRATO-OUT
            MOVE ALL '=' TO REG-CONTRATO-OUT
            WRITE REG-CONTRATO-OUT
            CLOSE CONTRATO-OUT

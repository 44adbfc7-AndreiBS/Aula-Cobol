      ******************************************************************
      * Author: ANDREI BATISTA
      * Date: 25/10/2023
      * Purpose: CONSULTAR ALUNOS CADASTRADOS (ID DE ALUNO MESCLADO
      *          RESOLVIDO PELO CHKALIAS PARA O SOBREVIVENTE)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISCONSU.
       77 WS-TAM-BUSCA                     PIC 9(02) VALUE ZEROS.
       01 WS-ARQ-CFG-D3-REGISTRO           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\REGISTRO.DAT'.
          COPY ALI_AREA.
          COPY CFG_AREA.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       P320-BUSCA-ID.
            DISPLAY 'Informe o numero de identificacao do aluno: '
            ACCEPT ID-ALUNO
      * ID DE ALUNO MESCLADO: MOSTRA O CADASTRO DO SOBREVIVENTE
            MOVE ID-ALUNO         TO WL-ALI-ID-ALUNO
            CALL 'CHKALIAS' USING WL-ALIAS
            IF WL-ALI-MESCLADO
                DISPLAY 'ID ' ID-ALUNO ' MESCLADO NO ALUNO '
                        WL-ALI-ID-VIGENTE ' - EXIBINDO O CADASTRO '
                        'VIGENTE.'
                MOVE WL-ALI-ID-VIGENTE TO ID-ALUNO
            END-IF

            READ ALUNOS INTO WS-REGISTRO
               KEY IS ID-ALUNO

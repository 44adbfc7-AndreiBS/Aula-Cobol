      *          CERTIFICADO, HISTORICO E PRE-REQUISITO E FICA FORA
      *          DAS ESTATISTICAS; CADA EQUIVALENCIA VAI PARA A
      *          TRILHA DE AUDITORIA
      *          - A FILA DA COORDENACAO (SISFILAC) ABRE A DECISAO
      *          DE UM ITEM DIRETO ('APROVAR' + CHAVE)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISEQUIV.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE 'S' FALSE 'N'.
       77 WS-OPCAO                         PIC X.
       77 WS-MODO-FILA                     PIC X VALUE 'N'.
          88 MODO-FILA                     VALUE 'S' FALSE 'N'.
       77 WS-ID-ALUNO                      PIC 9(06).
       77 WS-ID-MATERIA                    PIC 9(03).
       77 WS-NM-ALUNO-G                    PIC X(20).
       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            PERFORM P050-CONFIGURA THRU P050-FIM
      * ITEM ESCOLHIDO NA FILA DA COORDENACAO (SISFILAC): 'APROVAR' +
      * CHAVE ABRE DIRETO A DECISAO DAQUELE ITEM E VOLTA
            SET MODO-FILA         TO FALSE
            IF LK-MENSAGEM(1:7) EQUAL 'APROVAR' AND
               LK-MENSAGEM(8:9) NUMERIC
                SET MODO-FILA     TO TRUE
                MOVE LK-MENSAGEM(8:6)  TO WS-ID-ALUNO
                MOVE LK-MENSAGEM(14:3) TO WS-ID-MATERIA
                MOVE SPACES       TO LK-MENSAGEM
                PERFORM P340-DECIDE    THRU P340-FIM
                PERFORM P900-FIM
            END-IF
            PERFORM P300-PROCESSA  THRU P300-FIM
                                    UNTIL WS-OPCAO = 'F' OR 'f'
            PERFORM P900-FIM
       P310-FIM.
       P315-VALIDA-CHAVE.
            SET CHAVE-OK          TO FALSE
            IF NOT MODO-FILA
                DISPLAY 'Informe o ID do aluno transferido: '
                ACCEPT WS-ID-ALUNO
                DISPLAY 'Informe o ID da nossa materia: '
                ACCEPT WS-ID-MATERIA
            END-IF

            SET FS-OK             TO TRUE
            OPEN INPUT ALUNOS

      *          AUTOMATICA PELO COEFICIENTE DE RENDIMENTO (MESMA
      *          MEDIA GERAL DO SISCOEF SOBRE TODOS.DAT) E APROVACAO;
      *          O SISMENSA APLICA O DESCONTO DA BOLSA ATIVA
      *          - A FILA DA COORDENACAO (SISFILAC) ABRE A DECISAO
      *          DE UM ITEM DIRETO ('APROVAR' + CHAVE)
      *          - INCLUSAO, PROPOSTA E DECISAO VAO PARA A AUDITORIA
      *          (BASE DO RELATORIO DE EXCECOES SISEXCEP)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISBOLSA.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE 'S' FALSE 'N'.
       77 WS-OPCAO                         PIC X.
       77 WS-MODO-FILA                     PIC X VALUE 'N'.
          88 MODO-FILA                     VALUE 'S' FALSE 'N'.
       77 WS-CONFIRM                       PIC X VALUE SPACES.
       77 WS-ID-ALUNO                      PIC 9(06).
       77 WS-CD-TERMO                      PIC X(06).
          88 ACHOU-OK                      VALUE 'S' FALSE 'N'.
       77 WS-COEF-CHEIA                    PIC X VALUE 'N'.
          88 COEF-CHEIA                    VALUE 'S' FALSE 'N'.
       01 WL-AUDITORIA.
          03 WL-PROGRAMA                   PIC X(12)
             VALUE 'SISBOLSA'.
          03 WL-OPERACAO                   PIC X(10).
          03 WL-CHAVE                      PIC X(10).
          03 WL-VALOR-ANTIGO               PIC X(50).
          03 WL-VALOR-NOVO                 PIC X(50).

       01 WS-ARQ-CFG-BOLSAS                PIC X(60) VALUE
          'C:\COBOL\BOLSAS.DAT'.
       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            PERFORM P050-CONFIGURA THRU P050-FIM
      * ITEM ESCOLHIDO NA FILA DA COORDENACAO (SISFILAC): 'APROVAR' +
      * CHAVE ABRE DIRETO A DECISAO DAQUELE ITEM E VOLTA
            SET MODO-FILA         TO FALSE
            IF LK-MENSAGEM(1:7) EQUAL 'APROVAR' AND
               LK-MENSAGEM(8:6) NUMERIC
                SET MODO-FILA     TO TRUE
                MOVE LK-MENSAGEM(8:6)  TO WS-ID-ALUNO
                MOVE LK-MENSAGEM(14:6) TO WS-CD-TERMO
                MOVE SPACES       TO LK-MENSAGEM
                PERFORM P360-APROVA    THRU P360-FIM
                PERFORM P900-FIM
            END-IF
            PERFORM P300-PROCESSA  THRU P300-FIM
                                    UNTIL WS-OPCAO = 'F' OR 'f'
            PERFORM P900-FIM
                            IF FS-OK
                                DISPLAY 'Bolsa atualizada com '
                                        'sucesso!'
                                MOVE 'BOLSA-INC' TO WL-OPERACAO
                                PERFORM P370-AUDITA THRU P370-FIM
                            ELSE
                                DISPLAY 'ERRO AO ATUALIZAR A BOLSA. '
                                DISPLAY 'FILE STATUS: ' WS-FS
                            END-IF
                        NOT INVALID KEY
                            DISPLAY 'Bolsa gravada com sucesso!'
                            MOVE 'BOLSA-INC'   TO WL-OPERACAO
                            PERFORM P370-AUDITA THRU P370-FIM
                    END-WRITE
                ELSE
                    DISPLAY 'ERRO AO ABRIR O ARQUIVO DE BOLSAS. '
                            ID-ALUNO-BOL
                            ' COEFICIENTE ' WS-COEFICIENTE
                            ' BOLSA ' PC-BOLSA '%.'
                    MOVE 'BOLSA-PRO'      TO WL-OPERACAO
                    PERFORM P370-AUDITA   THRU P370-FIM
            END-WRITE
            .
       P355-FIM.
       P360-APROVA.
            IF NOT MODO-FILA
                DISPLAY 'Informe o ID do aluno: '
                ACCEPT WS-ID-ALUNO
                DISPLAY 'Informe o codigo do termo: '
                ACCEPT WS-CD-TERMO
            END-IF
            SET FS-OK             TO TRUE
            OPEN I-O BOLSAS
            IF FS-OK
                                SET BOLSA-ATIVA TO TRUE
                                REWRITE REG-BOLSA
                                DISPLAY 'Bolsa aprovada!'
                                MOVE 'BOLSA-APR' TO WL-OPERACAO
                                PERFORM P370-AUDITA THRU P370-FIM
                            WHEN 'R'
                            WHEN 'r'
                                SET BOLSA-RECUSADA TO TRUE
                                REWRITE REG-BOLSA
                                DISPLAY 'Bolsa recusada!'
                                MOVE 'BOLSA-REC' TO WL-OPERACAO
                                PERFORM P370-AUDITA THRU P370-FIM
                            WHEN OTHER
                                DISPLAY 'Nenhuma alteracao feita.'
                        END-EVALUATE
            CLOSE BOLSAS
            .
       P360-FIM.
      * TRILHA DA BOLSA: CHAVE = ALUNO; O TERMO VAI NAS 6 PRIMEIRAS
      * POSICOES DO VALOR NOVO (O SISEXCEP CASA PROPOSTA E APROVACAO
      * POR ALUNO + TERMO)
       P370-AUDITA.
            MOVE ID-ALUNO-BOL     TO WL-CHAVE
            MOVE SPACES           TO WL-VALOR-ANTIGO
            MOVE SPACES           TO WL-VALOR-NOVO
            STRING CD-TERMO-BOL ' PCT ' PC-BOLSA ' ' MOTIVO-BOLSA
                   DELIMITED BY SIZE INTO WL-VALOR-NOVO
            CALL 'AUDITLOG' USING WL-AUDITORIA
            .
       P370-FIM.
       P900-FIM.
            GOBACK.
      * RESOLVE OS CAMINHOS FISICOS PELO CONFIGSYS (PRODUCAO OU

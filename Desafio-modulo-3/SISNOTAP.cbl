      * Purpose: CORRECAO DE NOTAS COM DUPLO CONTROLE (MAKER-CHECKER)
      *          - A SOLICITACAO ENTRA EM PENDNOTA.DAT E SO ALTERA O
      *          TODOS.DAT QUANDO UMA SEGUNDA PESSOA APROVA (PIN),
      *          COM MEDIA (PONDERADA PELO PLANO DE AVALIACAO, VIA
      *          CALCMEDP) E RESULTADO RECALCULADOS E OS DOIS PASSOS
      *          REGISTRADOS NA AUDITORIA
      *          - A FILA DA COORDENACAO (SISFILAC) ABRE A DECISAO
      *          DE UM ITEM DIRETO ('APROVAR' + CHAVE)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISNOTAP.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE 'S' FALSE 'N'.
       77 WS-OPCAO                         PIC X.
       77 WS-MODO-FILA                     PIC X VALUE 'N'.
          88 MODO-FILA                     VALUE 'S' FALSE 'N'.
       77 WS-CONFIRM                       PIC X VALUE SPACES.
       77 WS-ID-ALUNO                      PIC 9(06).
       77 WS-ID-MATERIA                    PIC 9(03).
       77 WS-NR-SOLICITACAO                PIC 9(05).
       77 WS-CTRL-NOVO                     PIC X VALUE 'N'.
       77 WS-IND-NOTA                      PIC 9(02).
          COPY MED_AREA.
       01 WL-AUDITORIA.
          03 WL-PROGRAMA                   PIC X(12)
             VALUE 'SISNOTAP'.
       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            PERFORM P050-CONFIGURA THRU P050-FIM
      * ITEM ESCOLHIDO NA FILA DA COORDENACAO (SISFILAC): 'APROVAR' +
      * CHAVE ABRE DIRETO A DECISAO DAQUELE ITEM E VOLTA
            SET MODO-FILA         TO FALSE
            IF LK-MENSAGEM(1:7) EQUAL 'APROVAR' AND
               LK-MENSAGEM(8:5) NUMERIC
                SET MODO-FILA     TO TRUE
                MOVE LK-MENSAGEM(8:5) TO WS-NR-SOLICITACAO
                MOVE SPACES       TO LK-MENSAGEM
                PERFORM P340-DECIDE    THRU P340-FIM
                PERFORM P900-FIM
            END-IF
            PERFORM P300-PROCESSA  THRU P300-FIM
                                    UNTIL WS-OPCAO = 'F' OR 'f'
            PERFORM P900-FIM
            IF WL-NEGADO
                DISPLAY 'APROVACAO EXIGE PERFIL DE ADMINISTRADOR.'
            ELSE
                IF NOT MODO-FILA
                    DISPLAY 'Informe o numero da solicitacao: '
                    ACCEPT WS-NR-SOLICITACAO
                END-IF
                SET FS-PEN-OK     TO TRUE
                OPEN I-O PENDENCIAS
                IF FS-PEN-OK
                        ELSE
                            MOVE VL-NOTA-NOVA
                                TO NOTA-BOLETIM(NR-NOTA-PEN)
                            PERFORM P355-RECALCULA THRU P355-FIM
      * A APROVACAO PELO CONSELHO DE CLASSE NAO CAI POR CORRECAO
      * DE NOTA QUE AINDA DEIXE A MEDIA ABAIXO DA APROVACAO
                            IF MEDIA-BOLETIM >= NT-APROVACAO-2
                                MOVE 'APROVADO'
                                    TO RESULTADO-BOLETIM
                            ELSE
                                IF RESULTADO-BOLETIM NOT EQUAL
                                   'APROV-CONSELHO'
                                    MOVE 'REPROVADO'
                                        TO RESULTADO-BOLETIM
                                END-IF
                            END-IF
                            REWRITE REG-BOLETIM
                            IF FS-TOD-OK
            CLOSE TODOS
            .
       P350-FIM.
      * MEDIA PONDERADA PELO PLANO; A AVALIACAO DE RECUPERACAO, SE
      * ESTIVER NO BOLETIM, SO CONTA PARA QUEM NAO PASSOU SEM ELA
       P355-RECALCULA.
            MOVE 'M'              TO WL-MD-OPERACAO
            MOVE ID-MATERIA-2     TO WL-MD-ID-MATERIA
            MOVE NUM-NOTAS-BOLETIM TO WL-MD-NUM-NOTAS
            PERFORM VARYING WS-IND-NOTA FROM 1 BY 1
                    UNTIL WS-IND-NOTA > NUM-NOTAS-BOLETIM
                MOVE NOTA-BOLETIM(WS-IND-NOTA)
                    TO WL-MD-NOTA(WS-IND-NOTA)
            END-PERFORM
            SET WL-MD-SEM-RECUPERACAO TO TRUE
            CALL 'CALCMEDP' USING WL-PARAMETROS-MEDIA
            IF WL-MD-MEDIA < NT-APROVACAO-2 AND
               WL-MD-NR-RECUPERACAO > 0 AND
               WL-MD-NR-RECUPERACAO <= NUM-NOTAS-BOLETIM
                SET WL-MD-COM-RECUPERACAO TO TRUE
                CALL 'CALCMEDP' USING WL-PARAMETROS-MEDIA
            END-IF
            MOVE WL-MD-MEDIA      TO MEDIA-BOLETIM
            .
       P355-FIM.
       P900-FIM.
            GOBACK.
      * RESOLVE OS CAMINHOS FISICOS PELO CONFIGSYS (PRODUCAO OU

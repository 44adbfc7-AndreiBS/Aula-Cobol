      *          STATUS ATE A ENTREGA, LISTA AS PENDENCIAS DO DIA
      *          POR PRAZO E RESUME O AGING PARA A DIRECAO - O
      *          NUMERO DO PROTOCOLO E O COMPROVANTE DO PAI
      *          - A FILA DA COORDENACAO (SISFILAC) ABRE A DECISAO
      *          DE UM ITEM DIRETO ('APROVAR' + CHAVE)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISPROTO.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE 'S' FALSE 'N'.
       77 WS-OPCAO                         PIC X.
       77 WS-MODO-FILA                     PIC X VALUE 'N'.
          88 MODO-FILA                     VALUE 'S' FALSE 'N'.
       77 WS-CTRL-NOVO                     PIC X VALUE 'N'.
       77 WS-NR-PROTOCOLO                  PIC 9(06).
       77 WS-TP-PROTOCOLO                  PIC X(10).
       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            PERFORM P050-CONFIGURA THRU P050-FIM
      * ITEM ESCOLHIDO NA FILA DA COORDENACAO (SISFILAC): 'APROVAR' +
      * CHAVE ABRE DIRETO A DECISAO DAQUELE ITEM E VOLTA
            SET MODO-FILA         TO FALSE
            IF LK-MENSAGEM(1:7) EQUAL 'APROVAR' AND
               LK-MENSAGEM(8:6) NUMERIC
                SET MODO-FILA     TO TRUE
                MOVE LK-MENSAGEM(8:6)  TO WS-NR-PROTOCOLO
                MOVE SPACES       TO LK-MENSAGEM
                PERFORM P400-STATUS    THRU P400-FIM
                PERFORM P900-FIM
            END-IF
            PERFORM P300-PROCESSA  THRU P300-FIM
                                    UNTIL WS-OPCAO = 'F' OR 'f'
            PERFORM P900-FIM
            .
       P150-FIM.
       P400-STATUS.
            IF NOT MODO-FILA
                DISPLAY 'Informe o numero do protocolo: '
                ACCEPT WS-NR-PROTOCOLO
            END-IF
            DISPLAY 'Novo status (P=Pronto, G=Entregue, '
                    'C=Cancelado): '
            ACCEPT WS-NOVO-STATUS

      * Date: 23/08/2026
      * Purpose: ORQUESTRADOR DO FECHAMENTO NOTURNO - EXECUTA A CADEIA
      *          DE BATCHES EM ORDEM (CONFIGURAVEL EM NIGHTCFG.DAT,
      *          CADEIA PADRAO: SISBACKP, SISFONE, IMPALUNO,
      *          SISPRAZO, SISDIRET, SISEXCEP, SISBIEXT, SISCATRA),
      *          PARA NA
      *          PRIMEIRA FALHA (RETURN-CODE <> 0) GRAVANDO O PASSO
      *          EM NIGHTCKP.DAT, E PERMITE REINICIAR DO PASSO QUE
      *          FALHOU EM VEZ DE RECOMECAR DO TOPO
                CLOSE CONFIG-NOITE
            ELSE
      * SEM ARQUIVO DE CONFIGURACAO, RODA A CADEIA PADRAO DA CASA
                MOVE 8            TO WS-QTD-PASSOS
                MOVE 'SISBACKP'   TO WS-PASSO(1)
                MOVE 'SISFONE'    TO WS-PASSO(2)
                MOVE 'IMPALUNO'   TO WS-PASSO(3)
                MOVE 'SISPRAZO'   TO WS-PASSO(4)
                MOVE 'SISDIRET'   TO WS-PASSO(5)
                MOVE 'SISEXCEP'   TO WS-PASSO(6)
                MOVE 'SISBIEXT'   TO WS-PASSO(7)
                MOVE 'SISCATRA'   TO WS-PASSO(8)
                DISPLAY 'NIGHTCFG.DAT AUSENTE - USANDO A CADEIA '
                        'PADRAO (SISBACKP, SISFONE, IMPALUNO, '
                        'SISPRAZO, SISDIRET, SISEXCEP, SISBIEXT, '
                        'SISCATRA).'
            END-IF
            .
       P100-FIM.

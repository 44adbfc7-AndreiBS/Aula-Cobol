      *          REGISTRO.DAT E TODOS.DAT E IMPRIME UMA FOLHA FORMAL
      *          POR MATERIA (ALUNOS NUMERADOS COM MEDIA E RESULTADO,
      *          TOTAIS NO RODAPE E BLOCOS DE ASSINATURA) EM
      *          ATA_RESULTADOS.TXT PARA O LIVRO DE ATAS DA ESCOLA.
      *          A APROVACAO PELO CONSELHO DE CLASSE (SISCONSE) SAI
      *          COMO 'APROVADO CONSELHO', COM A MEDIA DO BOLETIM
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISATARE.
       77 WS-QTD-REPROVADOS                PIC 9(03) VALUE ZEROS.
       77 WS-QTD-RECUPERACAO               PIC 9(03) VALUE ZEROS.
       77 WS-QTD-REP-FALTA                 PIC 9(03) VALUE ZEROS.
       77 WS-QTD-APROV-CNS                 PIC 9(03) VALUE ZEROS.
       77 WS-DS-RESULTADO                  PIC X(17).
       77 WS-LINHA-ATA                     PIC X(80) VALUE SPACES.
       77 WS-DATA-HOJE-8                   PIC 9(08).
       01 WS-ARQ-ATA                       PIC X(60) VALUE
                        PERFORM P350-CABECALHO THRU P350-FIM
                    END-IF
                    ADD 1 TO WS-SEQ-LINHA
                    MOVE WS-RES-RESULTADO(WS-IND1) TO WS-DS-RESULTADO
                    EVALUATE WS-RES-RESULTADO(WS-IND1)
                        WHEN 'APROVADO'
                            ADD 1 TO WS-QTD-APROVADOS
                        WHEN 'APROV-CONSELHO'
                            ADD 1 TO WS-QTD-APROV-CNS
                            MOVE 'APROVADO CONSELHO' TO WS-DS-RESULTADO
                        WHEN 'DE RECUPERACAO'
                            ADD 1 TO WS-QTD-RECUPERACAO
                        WHEN 'REPROV-FALTA'
                           WS-RES-MEDIA(WS-IND1)
                                                DELIMITED BY SIZE
                           '  '                 DELIMITED BY SIZE
                           WS-DS-RESULTADO      DELIMITED BY SIZE
                           INTO WS-LINHA-ATA
                    MOVE WS-LINHA-ATA TO REG-ATA-OUT
                    WRITE REG-ATA-OUT
       P350-CABECALHO.
            MOVE ZEROS TO WS-SEQ-LINHA WS-QTD-APROVADOS
                          WS-QTD-REPROVADOS WS-QTD-RECUPERACAO
                          WS-QTD-REP-FALTA WS-QTD-APROV-CNS
            MOVE ALL '=' TO REG-ATA-OUT
            WRITE REG-ATA-OUT
            MOVE '        ATA DE RESULTADOS FINAIS' TO REG-ATA-OUT
                   INTO WS-LINHA-ATA
            MOVE WS-LINHA-ATA TO REG-ATA-OUT
            WRITE REG-ATA-OUT
            IF WS-QTD-APROV-CNS > 0
                MOVE SPACES TO WS-LINHA-ATA
                STRING 'APROVADOS PELO CONSELHO DE CLASSE: '
                       WS-QTD-APROV-CNS
                       ' (VER ATA DO CONSELHO)'
                       DELIMITED BY SIZE
                       INTO WS-LINHA-ATA
                MOVE WS-LINHA-ATA TO REG-ATA-OUT
                WRITE REG-ATA-OUT
            END-IF
            MOVE SPACES TO REG-ATA-OUT
            WRITE REG-ATA-OUT
            MOVE 'PROFESSOR:   ______________________________'

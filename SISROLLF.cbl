       77 WS-QTD-APLICADAS                 PIC 9(06) VALUE ZEROS.
       77 WS-QTD-PULADAS                   PIC 9(06) VALUE ZEROS.
       77 WS-QTD-ERROS                     PIC 9(06) VALUE ZEROS.
       77 WS-QTD-MESCLAS                   PIC 9(06) VALUE ZEROS.
       01 WL-RUNLOG.
          03 WL-RL-PROGRAMA                PIC X(12)
             VALUE 'SISROLLF'.
            DISPLAY 'IMAGENS REAPLICADAS: ' WS-QTD-APLICADAS
            DISPLAY 'APOS O CORTE (PULADAS): ' WS-QTD-PULADAS
            DISPLAY 'ERROS DE APLICACAO  : ' WS-QTD-ERROS
            IF WS-QTD-MESCLAS > 0
                DISPLAY 'MESCLAS A REPETIR   : ' WS-QTD-MESCLAS
            END-IF
            DISPLAY '--------------------------------------'
            MOVE 'F'              TO WL-RL-FASE
            MOVE WS-QTD-APLICADAS TO WL-RL-REGISTROS
                    PERFORM P350-APLICA-MENSAL   THRU P350-FIM
                WHEN 'CONTATOS'
                    PERFORM P360-APLICA-CONTATO  THRU P360-FIM
      * MARCA DE MESCLA DE ALUNOS: AS IMAGENS NUCLEO JA VIERAM NAS
      * ENTRADAS ANTERIORES; OS DEMAIS ARQUIVOS PEDEM O SISDUPLI DE NOVO
                WHEN 'MESCLA'
                    ADD 1 TO WS-QTD-MESCLAS
                    DISPLAY 'MESCLA DE ALUNOS ' JRN-CHAVE(1:13)
                            ' - REPITA A MESCLA NO SISDUPLI PARA OS '
                            'ARQUIVOS FORA DO JORNAL.'
                WHEN OTHER
                    ADD 1 TO WS-QTD-ERROS
                    DISPLAY 'ARQUIVO DESCONHECIDO NO JORNAL: '
            .
       P310-FIM.
       P320-APLICA-ALUNO.
            MOVE JRN-IMAGEM-DEPOIS(1:173) TO REG-ALUNO
            IF JRN-OPERACAO EQUAL 'D'
                MOVE JRN-IMAGEM-ANTES(1:173) TO REG-ALUNO
                DELETE ALUNOS
                    INVALID KEY
                        ADD 1 TO WS-QTD-ERROS
            .
       P340-FIM.
       P350-APLICA-MENSAL.
            MOVE JRN-IMAGEM-DEPOIS(1:117) TO REG-MENSALIDADE
            IF JRN-OPERACAO EQUAL 'D'
                MOVE JRN-IMAGEM-ANTES(1:117) TO REG-MENSALIDADE
                DELETE MENSALIDADES
                    INVALID KEY
                        ADD 1 TO WS-QTD-ERROS

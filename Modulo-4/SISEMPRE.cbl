      *          (DANO ALIMENTA O ST-PATRIMONIO) E RELATORIO DE
      *          ATRASOS ORDENADO POR DIAS COM O TELEFONE DO
      *          RESPONSAVEL; ALUNO COM EMPRESTIMO EM ATRASO NAO
      *          LEVA EQUIPAMENTO NOVO. EQUIPAMENTO DEVOLVIDO
      *          DANIFICADO SEM CONSERTO E BAIXADO DO IMOBILIZADO
      *          (BAIXAPAT); O PERDIDO E BAIXADO SEMPRE. PERDA OU DANO
      *          PODEM SER COBRADOS DO ALUNO COMO TAXA AVULSA 'EQUIPA'
      *          (LANCTAXA) - SEM VALOR FIXO NO CATALOGO VALE O CUSTO
      *          DE AQUISICAO DO EQUIPAMENTO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISEMPRE.
       77 WS-ID-ALUNO                      PIC 9(06).
       77 WS-DT-PREVISTA                   PIC 9(08).
       77 WS-CONDICAO                      PIC X(01).
       77 WS-ST-PATRIMONIO                 PIC X(01).
       77 WS-VL-EQUIPAMENTO                PIC 9(07)V99 VALUE ZEROS.
       77 WS-DS-EQUIPAMENTO                PIC X(20) VALUE SPACES.
       77 WS-DATA-HOJE-8                   PIC 9(08).
       77 WS-DIAS-ATRASO                   PIC S9(05).
       77 WS-PAT-EXISTE                    PIC X VALUE 'N'.
          88 JA-EMPRESTADO                 VALUE 'S' FALSE 'N'.
       77 WS-TL-RESPONSAVEL                PIC X(15) VALUE SPACES.
       77 WS-QTD-ATRASADOS                 PIC 9(04) VALUE ZEROS.
       77 WS-CONFIRM                       PIC X VALUE SPACES.
       01 WL-PARAMETROS-BAIXA.
          03 WL-BXA-NR-PATRIMONIO          PIC 9(06).
          03 WL-BXA-PROGRAMA               PIC X(12) VALUE 'SISEMPRE'.
          03 WL-BXA-VL-DEPR-ACUM           PIC 9(07)V99.
          03 WL-BXA-VL-PERDA               PIC 9(07)V99.
          03 WL-BXA                        PIC X(01).
             88 WL-BXA-OK                  VALUE 'S'.
             88 WL-BXA-RECUSADA            VALUE 'N'.
       01 WL-PARAMETROS-TAXA.
          03 WL-TX-ID-ALUNO                PIC 9(06).
          03 WL-TX-CD-TAXA                 PIC X(06).
          03 WL-TX-ORIGEM                  PIC X(01).
             88 WL-TX-AUTOMATICA           VALUE 'A'.
             88 WL-TX-MANUAL               VALUE 'M'.
          03 WL-TX-VALOR                   PIC 9(06)V99.
          03 WL-TX-DESCRICAO               PIC X(30).
          03 WL-TX-DT-VENCIMENTO           PIC 9(08).
          03 WL-TX-PROGRAMA                PIC X(08) VALUE 'SISEMPRE'.
          03 WL-TX-NR-COBRANCA             PIC 9(06).
          03 WL-TX-OK                      PIC X(01).
             88 WL-TX-LANCADA              VALUE 'S'.
             88 WL-TX-RECUSADA             VALUE 'N'.
       01 WL-AUDITORIA.
          03 WL-PROGRAMA                   PIC X(12)
             VALUE 'SISEMPRE'.
            DISPLAY 'Informe o numero do emprestimo: '
            ACCEPT WS-NR-EMPRESTIMO
            DISPLAY 'Condicao na devolucao (O=Ok, D=Defeito, '
                    'M=Manutencao, P=Perdido): '
            ACCEPT WS-CONDICAO
            IF WS-CONDICAO NOT EQUAL 'O' AND 'D' AND 'M' AND 'P'
                MOVE 'O' TO WS-CONDICAO
            END-IF
            SET FS-EMP-OK         TO TRUE
            MOVE WS-CONDICAO      TO CD-CONDICAO-EMP
            SET EMP-DEVOLVIDO     TO TRUE
            MOVE NR-PATRIMONIO-EMP TO WS-NR-PATRIMONIO
            MOVE ID-ALUNO-EMP     TO WS-ID-ALUNO
            REWRITE REG-EMPRESTIMO
            CLOSE EMPRESTIMOS
            DISPLAY 'Devolucao registrada.'
            MOVE SPACES           TO WL-VALOR-ANTIGO
            MOVE WS-CONDICAO      TO WL-VALOR-NOVO
            CALL 'AUDITLOG' USING WL-AUDITORIA
      * DANO OU MANUTENCAO ALIMENTAM O STATUS DO PATRIMONIO; O
      * PERDIDO ENTRA COMO DEFEITO PARA SER BAIXADO EM SEGUIDA
            MOVE WS-CONDICAO      TO WS-ST-PATRIMONIO
            IF WS-CONDICAO EQUAL 'P'
                MOVE 'D'          TO WS-ST-PATRIMONIO
            END-IF
            IF WS-CONDICAO EQUAL 'D' OR 'M' OR 'P'
                PERFORM P410-MARCA-PATRIMONIO THRU P410-FIM
            END-IF
            IF WS-CONDICAO EQUAL 'D'
                MOVE SPACES       TO WS-CONFIRM
                DISPLAY 'O EQUIPAMENTO NAO TEM CONSERTO? TECLE <S> '
                        'para baixar do patrimonio: '
                ACCEPT WS-CONFIRM
                IF WS-CONFIRM EQUAL 'S' OR 's'
                    MOVE WS-NR-PATRIMONIO TO WL-BXA-NR-PATRIMONIO
                    CALL 'BAIXAPAT' USING WL-PARAMETROS-BAIXA
                END-IF
                MOVE SPACES       TO WS-CONFIRM
                DISPLAY 'TECLE <S> para cobrar o dano do aluno: '
                ACCEPT WS-CONFIRM
                IF WS-CONFIRM EQUAL 'S' OR 's'
                    PERFORM P420-COBRA-EQUIPAMENTO THRU P420-FIM
                END-IF
            END-IF
            IF WS-CONDICAO EQUAL 'P'
                MOVE WS-NR-PATRIMONIO TO WL-BXA-NR-PATRIMONIO
                CALL 'BAIXAPAT' USING WL-PARAMETROS-BAIXA
                PERFORM P420-COBRA-EQUIPAMENTO THRU P420-FIM
            END-IF
            .
       P400-FIM.
       P410-MARCA-PATRIMONIO.
            MOVE ZEROS            TO WS-VL-EQUIPAMENTO
            MOVE SPACES           TO WS-DS-EQUIPAMENTO
            SET FS-PAT-OK         TO TRUE
            SET EOF-OK            TO FALSE
            OPEN I-O PATRIMONIO
                        NOT AT END
                            IF NR-PATRIMONIO EQUAL
                               WS-NR-PATRIMONIO
                                MOVE WS-ST-PATRIMONIO
                                    TO ST-PATRIMONIO
                                REWRITE REG-PATRIMONIO
                                DISPLAY 'PATRIMONIO MARCADO COMO '
                                        WS-ST-PATRIMONIO '.'
                                MOVE VL-AQUISICAO-PAT
                                    TO WS-VL-EQUIPAMENTO
                                MOVE DS-PATRIMONIO
                                    TO WS-DS-EQUIPAMENTO
                            END-IF
                    END-READ
                END-PERFORM
            CLOSE PATRIMONIO
            .
       P410-FIM.
      * PERDA OU DANO COBRADO NA CONTA DO ALUNO (PAGO NO CAIXA)
       P420-COBRA-EQUIPAMENTO.
            MOVE WS-ID-ALUNO      TO WL-TX-ID-ALUNO
            MOVE 'EQUIPA'         TO WL-TX-CD-TAXA
            SET WL-TX-AUTOMATICA  TO TRUE
            MOVE WS-VL-EQUIPAMENTO TO WL-TX-VALOR
            MOVE ZEROS            TO WL-TX-DT-VENCIMENTO
            MOVE SPACES           TO WL-TX-DESCRICAO
            STRING 'PAT ' WS-NR-PATRIMONIO ' ' WS-DS-EQUIPAMENTO
                   DELIMITED BY SIZE INTO WL-TX-DESCRICAO
            CALL 'LANCTAXA' USING WL-PARAMETROS-TAXA
            IF WL-TX-RECUSADA
                DISPLAY 'AVISO: EQUIPAMENTO NAO COBRADO - LANCE PELO '
                        'SISTAXAS.'
            END-IF
            .
       P420-FIM.
       P500-ATRASOS.
            ACCEPT WS-DATA-HOJE-8 FROM DATE YYYYMMDD
            MOVE ZEROS            TO WS-QTD-ATRASADOS

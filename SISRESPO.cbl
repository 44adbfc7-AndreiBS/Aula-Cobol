      *          CONTATOS A ALUNOS COM TIPO (PAI/MAE/RESPONSAVEL/
      *          EMERGENCIA), FICHA DE EMERGENCIA POR ALUNO COM
      *          TL-CONTATO E RELATORIO DE ALUNOS ATIVOS SEM NENHUM
      *          CONTATO VINCULADO. CHAMADO PELO SISPROSP COM
      *          'VINCULO' + CONTATO + ALUNO + TIPO NA AREA DE
      *          COMUNICACAO, GRAVA O VINCULO DO INTERESSADO CONVERTIDO
      *          SEM REDIGITAR AS CHAVES E DEVOLVE 'VINCULADO'
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISRESPO.
       77 WS-QTD-SEM-CONTATO               PIC 9(05) VALUE ZEROS.
       77 WS-TEM-VINCULO                   PIC X VALUE 'N'.
          88 TEM-VINCULO                   VALUE 'S' FALSE 'N'.
       77 WS-MODO-VINCULO                  PIC X VALUE 'N'.
          88 MODO-VINCULO                  VALUE 'S' FALSE 'N'.

       01 WS-ARQ-CFG-RESPONSA              PIC X(60) VALUE
          'C:\COBOL\RESPONSA.DAT'.
       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            PERFORM P050-CONFIGURA THRU P050-FIM
      * CONVERSAO DE INTERESSADO (SISPROSP): CHAVES E TIPO JA VEM
      * PREENCHIDOS, SO FALTA CONFERIR E INFORMAR O CPF
            SET MODO-VINCULO      TO FALSE
            IF LK-MENSAGEM(1:7) EQUAL 'VINCULO' AND
               LK-MENSAGEM(8:11) NUMERIC
                SET MODO-VINCULO  TO TRUE
                MOVE LK-MENSAGEM(8:5)  TO WS-ID-CONTATO
                MOVE LK-MENSAGEM(13:6) TO WS-ID-ALUNO
                MOVE LK-MENSAGEM(19:1) TO WS-TP-VINCULO
                MOVE SPACES       TO LK-MENSAGEM
                PERFORM P310-VINCULA THRU P310-FIM
                PERFORM P900-FIM
            END-IF
            PERFORM P300-PROCESSA  THRU P300-FIM
                                    UNTIL WS-OPCAO = 'F' OR 'f'
            PERFORM P900-FIM
       P310-VINCULA.
            PERFORM P320-VALIDA-CHAVES THRU P320-FIM
            IF CHAVES-OK
                IF MODO-VINCULO AND
                   (WS-TP-VINCULO EQUAL 'P' OR 'M' OR 'R' OR 'E')
                    DISPLAY 'Tipo de vinculo: ' WS-TP-VINCULO
                ELSE
                    DISPLAY 'Informe o tipo de vinculo '
                            '(P=Pai, M=Mae, R=Responsavel, '
                            'E=Emergencia): '
                    ACCEPT WS-TP-VINCULO
                END-IF
                IF WS-TP-VINCULO EQUAL 'P' OR 'M' OR 'R' OR 'E'
                    SET FS-RSP-OK     TO TRUE
                    OPEN I-O RESPONSAVEIS
                            NOT INVALID KEY
                                DISPLAY 'Vinculo gravado com '
                                        'sucesso!'
                                IF MODO-VINCULO
                                    MOVE 'VINCULADO' TO LK-MENSAGEM
                                END-IF
                        END-WRITE
                    ELSE
                        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE '
       P310-FIM.
       P320-VALIDA-CHAVES.
            SET CHAVES-OK         TO FALSE
            IF NOT MODO-VINCULO
                DISPLAY 'Informe o ID do contato: '
                ACCEPT WS-ID-CONTATO
                DISPLAY 'Informe o ID do aluno: '
                ACCEPT WS-ID-ALUNO
            END-IF

            SET FS-CTT-OK         TO TRUE
            OPEN INPUT CONTATOS

      ******************************************************************
      * Author: ANDREI BATISTA
      * Date: 15/10/2026
      * Purpose: TAXAS AVULSAS - MANUTENCAO DO CATALOGO (TAXAS.DAT:
      *          CODIGO, DESCRICAO, VALOR E CONTA DE RECEITA),
      *          LANCAMENTO MANUAL DE COBRANCA PELA SECRETARIA
      *          (LANCTAXA), CONSULTA DAS COBRANCAS DO ALUNO
      *          (COBRTAXA.DAT) E CANCELAMENTO DE COBRANCA ABERTA.
      *          AS COBRANCAS AUTOMATICAS VEM DO SISCARTE (CARTEI),
      *          SISDECLA (DECLAR), SISSEGCH (SEGCHA) E SISEMPRE
      *          (EQUIPA); O RECEBIMENTO E NO CAIXA (RECIBO MULTIPLO)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISTAXAS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
               SELECT TAXAS ASSIGN TO WS-ARQ-CFG-TAXAS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CD-TAXA
               FILE STATUS IS WS-FS.

               SELECT COBRANCAS-TX ASSIGN TO WS-ARQ-CFG-COBRTAXA
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS NR-COBRANCA-TX
               FILE STATUS IS WS-FS-CTX.

               SELECT ALUNOS ASSIGN TO WS-ARQ-CFG-D3-REGISTRO
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS ID-ALUNO
               ALTERNATE RECORD KEY IS NM-ALUNO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-ALU.

       DATA DIVISION.
       FILE SECTION.
       FD TAXAS.
          COPY FD_TAXAS.
       FD COBRANCAS-TX.
          COPY FD_COBTX.
       FD ALUNOS.
          COPY FD_REGIS.

       WORKING-STORAGE SECTION.
       77 WS-FS                            PIC 99.
          88 FS-OK                         VALUE 0.
       77 WS-FS-CTX                        PIC 99.
          88 FS-CTX-OK                     VALUE 0.
       77 WS-FS-ALU                        PIC 99.
          88 FS-ALU-OK                     VALUE 0.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE 'S' FALSE 'N'.
       77 WS-OPCAO                         PIC X.
       77 WS-CONFIRM                       PIC X VALUE SPACES.
       77 WS-CD-TAXA                       PIC X(06).
       77 WS-DS-TAXA                       PIC X(30).
       77 WS-VL-TAXA                       PIC 9(06)V99.
       77 WS-CD-CONTA                      PIC X(08).
       77 WS-ST-TAXA                       PIC X(01).
       77 WS-ID-ALUNO                      PIC 9(06).
       77 WS-NR-COBRANCA                   PIC 9(06).
       77 WS-MOTIVO                        PIC X(40).
       77 WS-QTD-COBRANCAS                 PIC 9(04) VALUE ZEROS.
       77 WS-TOT-ABERTO                    PIC 9(07)V99 VALUE ZEROS.
       01 WL-PARAMETROS-TAXA.
          03 WL-TX-ID-ALUNO                PIC 9(06).
          03 WL-TX-CD-TAXA                 PIC X(06).
          03 WL-TX-ORIGEM                  PIC X(01).
             88 WL-TX-AUTOMATICA           VALUE 'A'.
             88 WL-TX-MANUAL               VALUE 'M'.
          03 WL-TX-VALOR                   PIC 9(06)V99.
          03 WL-TX-DESCRICAO               PIC X(30).
          03 WL-TX-DT-VENCIMENTO           PIC 9(08).
          03 WL-TX-PROGRAMA                PIC X(08) VALUE 'SISTAXAS'.
          03 WL-TX-NR-COBRANCA             PIC 9(06).
          03 WL-TX-OK                      PIC X(01).
             88 WL-TX-LANCADA              VALUE 'S'.
             88 WL-TX-RECUSADA             VALUE 'N'.
       01 WL-AUTORIZACAO.
          03 WL-FUNCAO                     PIC X(01).
          03 WL-AUT                        PIC X(01).
             88 WL-AUTORIZADO              VALUE 'S'.
             88 WL-NEGADO                  VALUE 'N'.
       01 WL-AUDITORIA.
          03 WL-PROGRAMA                   PIC X(12)
             VALUE 'SISTAXAS'.
          03 WL-OPERACAO                   PIC X(10).
          03 WL-CHAVE                      PIC X(10).
          03 WL-VALOR-ANTIGO               PIC X(50).
          03 WL-VALOR-NOVO                 PIC X(50).

       01 WS-ARQ-CFG-TAXAS                 PIC X(60) VALUE
          'C:\COBOL\TAXAS.DAT'.
       01 WS-ARQ-CFG-COBRTAXA              PIC X(60) VALUE
          'C:\COBOL\COBRTAXA.DAT'.
       01 WS-ARQ-CFG-D3-REGISTRO           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\REGISTRO.DAT'.
          COPY CFG_AREA.
       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM                   PIC X(50).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            PERFORM P050-CONFIGURA THRU P050-FIM
            PERFORM P300-PROCESSA  THRU P300-FIM
                                    UNTIL WS-OPCAO = 'F' OR 'f'
            PERFORM P900-FIM
            .
       P300-PROCESSA.
            MOVE SPACES             TO WS-OPCAO
            DISPLAY '**************************************************'
            DISPLAY '***            TAXAS AVULSAS                   ***'
            DISPLAY '**************************************************'
            DISPLAY '*** 1 - Incluir/Alterar taxa do catalogo       ***'
            DISPLAY '*** 2 - Listar catalogo de taxas               ***'
            DISPLAY '*** 3 - Lancar cobranca avulsa para um aluno   ***'
            DISPLAY '*** 4 - Consultar cobrancas do aluno           ***'
            DISPLAY '*** 5 - Cancelar cobranca em aberto            ***'
            DISPLAY '***          <TECLE F PARA FINALIZAR>          ***'
            DISPLAY '**************************************************'
            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN '1'
                    PERFORM P310-INCLUI    THRU P310-FIM
                WHEN '2'
                    PERFORM P320-LISTA     THRU P320-FIM
                WHEN '3'
                    PERFORM P330-LANCA     THRU P330-FIM
                WHEN '4'
                    PERFORM P340-CONSULTA  THRU P340-FIM
                WHEN '5'
                    PERFORM P350-CANCELA   THRU P350-FIM
                WHEN 'F'
                    CONTINUE
                WHEN 'f'
                    CONTINUE
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA! '
            END-EVALUATE
            .
       P300-FIM.
      * VALOR ZERO DEIXA A TAXA COM VALOR VARIAVEL (INFORMADO NA
      * COBRANCA); TAXA INATIVA NAO E MAIS LANCADA
       P310-INCLUI.
            DISPLAY 'Informe o codigo da taxa (ex. CARTEI): '
            ACCEPT WS-CD-TAXA
            DISPLAY 'Informe a descricao: '
            ACCEPT WS-DS-TAXA
            DISPLAY 'Informe o valor (0 = variavel): '
            ACCEPT WS-VL-TAXA
            DISPLAY 'Informe a conta de receita (brancos = padrao): '
            ACCEPT WS-CD-CONTA
            DISPLAY 'Situacao (A=Ativa, I=Inativa): '
            ACCEPT WS-ST-TAXA
            IF WS-ST-TAXA NOT EQUAL 'I'
                MOVE 'A'           TO WS-ST-TAXA
            END-IF

            SET FS-OK              TO TRUE
            OPEN I-O TAXAS
            IF WS-FS EQUAL 35 THEN
                OPEN OUTPUT TAXAS
                CLOSE TAXAS
                OPEN I-O TAXAS
            END-IF
            IF FS-OK
                MOVE WS-CD-TAXA    TO CD-TAXA
                MOVE WS-DS-TAXA    TO DS-TAXA
                MOVE WS-VL-TAXA    TO VL-TAXA
                MOVE WS-CD-CONTA   TO CD-CONTA-TAXA
                MOVE WS-ST-TAXA    TO ST-TAXA
                WRITE REG-TAXA
                    INVALID KEY
                        REWRITE REG-TAXA
                        IF FS-OK
                            DISPLAY 'Taxa atualizada com sucesso!'
                        ELSE
                            DISPLAY 'ERRO AO ATUALIZAR A TAXA. '
                            DISPLAY 'FILE STATUS: ' WS-FS
                        END-IF
                    NOT INVALID KEY
                        DISPLAY 'Taxa gravada com sucesso!'
                END-WRITE
                MOVE 'CAD-TAXA'    TO WL-OPERACAO
                MOVE WS-CD-TAXA    TO WL-CHAVE
                MOVE SPACES        TO WL-VALOR-ANTIGO
                MOVE SPACES        TO WL-VALOR-NOVO
                STRING 'VALOR ' WS-VL-TAXA
                       ' CONTA ' WS-CD-CONTA
                       ' SITUACAO ' WS-ST-TAXA
                       DELIMITED BY SIZE INTO WL-VALOR-NOVO
                CALL 'AUDITLOG' USING WL-AUDITORIA
            ELSE
                DISPLAY 'ERRO AO ABRIR O CATALOGO DE TAXAS. '
                DISPLAY 'FILE STATUS: ' WS-FS
            END-IF
            CLOSE TAXAS
            .
       P310-FIM.
       P320-LISTA.
            SET EOF-OK             TO FALSE
            SET FS-OK              TO TRUE
            OPEN INPUT TAXAS
            IF WS-FS EQUAL 35
                DISPLAY 'NENHUMA TAXA CADASTRADA AINDA. '
            ELSE
                IF FS-OK
                    DISPLAY 'CODIGO DESCRICAO                      '
                            '    VALOR  CONTA    SIT'
                    PERFORM UNTIL EOF-OK
                        READ TAXAS NEXT
                            AT END
                                SET EOF-OK TO TRUE
                            NOT AT END
                                DISPLAY CD-TAXA ' '
                                        DS-TAXA ' '
                                        VL-TAXA '  '
                                        CD-CONTA-TAXA ' '
                                        ST-TAXA
                        END-READ
                    END-PERFORM
                ELSE
                    DISPLAY 'ERRO AO ABRIR O CATALOGO DE TAXAS. '
                    DISPLAY 'FILE STATUS: ' WS-FS
                END-IF
            END-IF
            CLOSE TAXAS
            .
       P320-FIM.
      * LANCAMENTO MANUAL DA SECRETARIA: O VALOR INFORMADO PREVALECE
      * SOBRE O DO CATALOGO (ZERO = VALOR DO CATALOGO)
       P330-LANCA.
            DISPLAY 'Informe o ID do aluno: '
            ACCEPT WS-ID-ALUNO
            SET FS-ALU-OK          TO TRUE
            OPEN INPUT ALUNOS
            IF NOT FS-ALU-OK
                DISPLAY 'ARQUIVO DE ALUNOS INDISPONIVEL. '
                GO TO P330-FIM
            END-IF
            MOVE WS-ID-ALUNO       TO ID-ALUNO
            READ ALUNOS
                INVALID KEY
                    DISPLAY 'ALUNO NAO EXISTE! '
                    CLOSE ALUNOS
                    GO TO P330-FIM
            END-READ
            CLOSE ALUNOS
            DISPLAY 'Aluno: ' NM-ALUNO
            DISPLAY 'Informe o codigo da taxa: '
            ACCEPT WS-CD-TAXA
            DISPLAY 'Informe o valor (0 = valor do catalogo): '
            ACCEPT WS-VL-TAXA
            DISPLAY 'Informe a descricao (brancos = do catalogo): '
            MOVE SPACES            TO WS-DS-TAXA
            ACCEPT WS-DS-TAXA
            DISPLAY 'Informe o vencimento (AAAAMMDD, 0 = hoje): '
            ACCEPT WL-TX-DT-VENCIMENTO
            DISPLAY 'TECLE <S> para lancar a cobranca: '
            ACCEPT WS-CONFIRM
            IF WS-CONFIRM NOT EQUAL 'S' AND 's'
                DISPLAY 'Cobranca nao lancada.'
                GO TO P330-FIM
            END-IF
            MOVE WS-ID-ALUNO       TO WL-TX-ID-ALUNO
            MOVE WS-CD-TAXA        TO WL-TX-CD-TAXA
            SET WL-TX-MANUAL       TO TRUE
            MOVE WS-VL-TAXA        TO WL-TX-VALOR
            MOVE WS-DS-TAXA        TO WL-TX-DESCRICAO
            CALL 'LANCTAXA' USING WL-PARAMETROS-TAXA
            .
       P330-FIM.
       P340-CONSULTA.
            DISPLAY 'Informe o ID do aluno: '
            ACCEPT WS-ID-ALUNO
            MOVE ZEROS             TO WS-QTD-COBRANCAS WS-TOT-ABERTO
            SET EOF-OK             TO FALSE
            SET FS-CTX-OK          TO TRUE
            OPEN INPUT COBRANCAS-TX
            IF WS-FS-CTX EQUAL 35
                DISPLAY 'NENHUMA COBRANCA DE TAXA LANCADA AINDA. '
            ELSE
                IF FS-CTX-OK
                    DISPLAY 'COBR.  TAXA   DESCRICAO                 '
                            '     VALOR    VENCTO   SIT PAGTO    RECIBO'
                    PERFORM UNTIL EOF-OK
                        READ COBRANCAS-TX NEXT
                            AT END
                                SET EOF-OK TO TRUE
                            NOT AT END
                                IF ID-ALUNO-TX EQUAL WS-ID-ALUNO
                                    PERFORM P345-LINHA-COBRANCA
                                        THRU P345-FIM
                                END-IF
                        END-READ
                    END-PERFORM
                    IF WS-QTD-COBRANCAS EQUAL ZEROS
                        DISPLAY '  (NENHUMA COBRANCA PARA O ALUNO)'
                    ELSE
                        DISPLAY 'TOTAL EM ABERTO: ' WS-TOT-ABERTO
                    END-IF
                ELSE
                    DISPLAY 'ERRO AO ABRIR O ARQUIVO DE COBRANCAS. '
                    DISPLAY 'FILE STATUS: ' WS-FS-CTX
                END-IF
            END-IF
            CLOSE COBRANCAS-TX
            .
       P340-FIM.
       P345-LINHA-COBRANCA.
            ADD 1                  TO WS-QTD-COBRANCAS
            IF TX-ABERTA
                ADD VL-COBRANCA-TX TO WS-TOT-ABERTO
            END-IF
            DISPLAY NR-COBRANCA-TX ' '
                    CD-TAXA-TX ' '
                    DS-COBRANCA-TX ' '
                    VL-COBRANCA-TX ' '
                    DT-VENCIMENTO-TX ' '
                    ST-COBRANCA-TX '   '
                    DT-PAGAMENTO-TX ' '
                    NR-RECIBO-TX
            .
       P345-FIM.
      * SO COBRANCA ABERTA E CANCELADA; A PAGA SAI PELO ESTORNO DO
      * RECIBO NO CAIXA
       P350-CANCELA.
            MOVE 'X' TO WL-FUNCAO
            CALL 'AUTHOPR' USING WL-AUTORIZACAO
            IF WL-NEGADO
                DISPLAY 'CANCELAMENTO EXIGE PERFIL DE ADMINISTRADOR '
                        'OU SECRETARIA.'
                GO TO P350-FIM
            END-IF
            DISPLAY 'Informe o numero da cobranca: '
            ACCEPT WS-NR-COBRANCA
            SET FS-CTX-OK          TO TRUE
            OPEN I-O COBRANCAS-TX
            IF NOT FS-CTX-OK
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE COBRANCAS. '
                DISPLAY 'FILE STATUS: ' WS-FS-CTX
                GO TO P350-FIM
            END-IF
            MOVE WS-NR-COBRANCA    TO NR-COBRANCA-TX
            READ COBRANCAS-TX
                INVALID KEY
                    DISPLAY 'COBRANCA NAO EXISTE! '
                    CLOSE COBRANCAS-TX
                    GO TO P350-FIM
            END-READ
            IF NOT TX-ABERTA
                DISPLAY 'SO COBRANCA EM ABERTO PODE SER CANCELADA.'
                CLOSE COBRANCAS-TX
                GO TO P350-FIM
            END-IF
            DISPLAY 'ALUNO ' ID-ALUNO-TX ' ' DS-COBRANCA-TX
                    ' VALOR ' VL-COBRANCA-TX
            DISPLAY 'Informe o motivo do cancelamento: '
            ACCEPT WS-MOTIVO
            IF WS-MOTIVO EQUAL SPACES
                DISPLAY 'MOTIVO OBRIGATORIO - CANCELAMENTO NAO '
                        'REALIZADO.'
                CLOSE COBRANCAS-TX
                GO TO P350-FIM
            END-IF
            SET TX-CANCELADA       TO TRUE
            REWRITE REG-COBRANCA-TAXA
            IF FS-CTX-OK
                DISPLAY 'Cobranca cancelada.'
                MOVE 'CANC-TAXA'   TO WL-OPERACAO
                MOVE WS-NR-COBRANCA TO WL-CHAVE
                MOVE SPACES        TO WL-VALOR-ANTIGO
                STRING 'ALUNO ' ID-ALUNO-TX
                       ' TAXA ' CD-TAXA-TX
                       ' VALOR ' VL-COBRANCA-TX
                       DELIMITED BY SIZE INTO WL-VALOR-ANTIGO
                MOVE WS-MOTIVO     TO WL-VALOR-NOVO
                CALL 'AUDITLOG' USING WL-AUDITORIA
            ELSE
                DISPLAY 'ERRO AO CANCELAR A COBRANCA. '
                DISPLAY 'FILE STATUS: ' WS-FS-CTX
            END-IF
            CLOSE COBRANCAS-TX
            .
       P350-FIM.
       P900-FIM.
            GOBACK.
      * RESOLVE OS CAMINHOS FISICOS PELO CONFIGSYS (PRODUCAO OU
      * TESTE); SEM CONFIGURACAO VALEM OS PADROES ACIMA
       P050-CONFIGURA.
            MOVE 'TAXAS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-TAXAS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-TAXAS
            MOVE 'COBRTAXA' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-COBRTAXA TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-COBRTAXA
            MOVE 'D3-REGISTRO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-REGISTRO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-REGISTRO
            .
       P050-FIM.
       END PROGRAM SISTAXAS.

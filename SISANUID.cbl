      ******************************************************************
      * Author: ANDREI BATISTA
      * Date: 15/10/2026
      * Purpose: ANUIDADE ANTECIPADA - CONTRATO POR ALUNO E TERMO
      *          (ANUIDADE.DAT) COM O DESCONTO ACORDADO SOBRE A
      *          MENSALIDADE BASE (TABELA COM BOLSA). O VALOR E
      *          RECEBIDO DE UMA VEZ NO CAIXA (RECIBO MULTIPLO, ITEM
      *          'N') E O SISMENSA BAIXA CADA COMPETENCIA GERADA
      *          CONTRA O SALDO NAO APROPRIADO; NA EVASAO O SISEVADE
      *          CONVERTE O SALDO EM ACERTO (ACERTEVA.DAT). CONSULTA,
      *          CANCELAMENTO DO CONTRATO NAO PAGO, POSICAO DOS SALDOS
      *          POR ALUNO, SALDOS ANTECIPADOS MES A MES PARA A
      *          CONTABILIDADE (RECEITA DIFERIDA) E ENCERRAMENTO DO
      *          SALDO RESIDUAL DE CONTRATO JA CUMPRIDO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISANUID.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
               SELECT ANUIDADES ASSIGN TO WS-ARQ-CFG-ANUIDADE
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-ANUIDADE
               ALTERNATE RECORD KEY IS NR-ANUIDADE
               FILE STATUS IS WS-FS.

               SELECT ALUNOS ASSIGN TO WS-ARQ-CFG-D3-REGISTRO
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS ID-ALUNO
               ALTERNATE RECORD KEY IS NM-ALUNO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-ALU.

               SELECT PRECOS ASSIGN TO WS-ARQ-CFG-PRECOS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS CHAVE-PRECO
               FILE STATUS IS WS-FS-PRE.

               SELECT BOLSAS ASSIGN TO WS-ARQ-CFG-BOLSAS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS CHAVE-BOLSA
               FILE STATUS IS WS-FS-BOL.

               SELECT MENSALIDADES ASSIGN TO WS-ARQ-CFG-MENSALID
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-MENSALIDADE
               FILE STATUS IS WS-FS-MEN.

               SELECT ACERTOS ASSIGN TO WS-ARQ-CFG-ACERTEVA
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS NR-DOCUMENTO-ACE
               FILE STATUS IS WS-FS-ACE.

               SELECT CONTROLE ASSIGN TO WS-ARQ-CFG-CONTROLE
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS CHAVE-CONTROLE
               FILE STATUS IS WS-FS-CTRL.

       DATA DIVISION.
       FILE SECTION.
       FD ANUIDADES.
          COPY FD_ANUID.
       FD ALUNOS.
          COPY FD_REGIS.
       FD PRECOS.
          COPY FD_PRECO.
       FD BOLSAS.
          COPY FD_BOLSA.
       FD MENSALIDADES.
          COPY FD_MENSA.
       FD ACERTOS.
          COPY FD_ACERT.
       FD CONTROLE.
          COPY FD_CTRL.

       WORKING-STORAGE SECTION.
       77 WS-FS                            PIC 99.
          88 FS-OK                         VALUE 0.
       77 WS-FS-ALU                        PIC 99.
          88 FS-ALU-OK                     VALUE 0.
       77 WS-FS-PRE                        PIC 99.
          88 FS-PRE-OK                     VALUE 0.
       77 WS-FS-BOL                        PIC 99.
          88 FS-BOL-OK                     VALUE 0.
       77 WS-FS-MEN                        PIC 99.
          88 FS-MEN-OK                     VALUE 0.
       77 WS-FS-ACE                        PIC 99.
          88 FS-ACE-OK                     VALUE 0.
       77 WS-FS-CTRL                       PIC 99.
          88 FS-CTRL-OK                    VALUE 0.
       77 WS-CTRL-NOVO                     PIC X VALUE 'N'.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE 'S' FALSE 'N'.
       77 WS-OPCAO                         PIC X.
       77 WS-CONFIRM                       PIC X VALUE SPACES.
       77 WS-ID-ALUNO                      PIC 9(06).
       77 WS-TURMA-ALUNO                   PIC X(10).
       77 WS-CD-TERMO                      PIC X(06).
       77 WS-CP-INICIAL                    PIC 9(06).
       77 WS-CP-FINAL                      PIC 9(06).
       77 WS-QT-COMPETENCIAS               PIC 9(02).
       77 WS-VL-BASE                       PIC 9(06)V99.
       77 WS-VL-INFORMADO                  PIC 9(06)V99.
       77 WS-PC-DESCONTO                   PIC 9(02).
       77 WS-VL-TABELA                     PIC 9(07)V99.
       77 WS-VL-CONTRATO                   PIC 9(06)V99.
       77 WS-NR-ANUIDADE                   PIC 9(06) VALUE ZEROS.
       77 WS-NR-DOCUMENTO                  PIC 9(06) VALUE ZEROS.
       77 WS-TP-ACERTO-ESC                 PIC X(01) VALUE 'C'.
       77 WS-IND1                          PIC 9(02).
       77 WS-QTD-CONTRATOS                 PIC 9(04) VALUE ZEROS.
       77 WS-TOT-SALDO                     PIC 9(08)V99 VALUE ZEROS.
       77 WS-ANO-REL                       PIC 9(04).
       77 WS-TP-VALOR                      PIC X(01).
       77 WS-VL-AUX                        PIC 9(06)V99.
       77 WS-SALDO-CORRENTE                PIC S9(09)V99 VALUE ZEROS.
       01 WS-VL-EDITADO                    PIC -ZZZ.ZZZ.ZZ9,99.
      * DESCONTO MAXIMO DA ANUIDADE ACEITO SEM RECOMPILAR
       77 WS-PC-DESC-MAX                   PIC 9(02) VALUE 15.
       77 WS-CFG-DESC-MAX                  PIC X(60) VALUE SPACES.
       77 WS-FATURADA                      PIC X VALUE 'N'.
          88 COMPETENCIA-FATURADA          VALUE 'S' FALSE 'N'.
       77 WS-ANU-EXISTE                    PIC X VALUE 'N'.
          88 ANU-EXISTE                    VALUE 'S' FALSE 'N'.
       01 WS-DATA-HOJE-8                   PIC 9(08).
       01 WS-CP-CALC.
          03 WS-CP-ANO                     PIC 9(04).
          03 WS-CP-MES                     PIC 9(02).
       01 WS-CP-CALC-N REDEFINES WS-CP-CALC
                                           PIC 9(06).
       01 WS-DT-AUX.
          03 WS-DT-AUX-ANO                 PIC 9(04).
          03 WS-DT-AUX-MES                 PIC 9(02).
          03 WS-DT-AUX-DIA                 PIC 9(02).
       01 WS-DT-AUX-N REDEFINES WS-DT-AUX  PIC 9(08).
      * MOVIMENTO DA RECEITA DIFERIDA NO ANO DO RELATORIO
       01 WS-TABELA-MESES.
          03 WS-TAB-MES OCCURS 12 TIMES.
             05 WS-MES-RECEBIDO           PIC 9(08)V99.
             05 WS-MES-APROPRIADO         PIC 9(08)V99.
             05 WS-MES-DEVOLVIDO          PIC 9(08)V99.
       01 WL-AUDITORIA.
          03 WL-PROGRAMA                   PIC X(12)
             VALUE 'SISANUID'.
          03 WL-OPERACAO                   PIC X(10).
          03 WL-CHAVE                      PIC X(10).
          03 WL-VALOR-ANTIGO               PIC X(50).
          03 WL-VALOR-NOVO                 PIC X(50).

       01 WS-ARQ-CFG-ANUIDADE              PIC X(60) VALUE
          'C:\COBOL\ANUIDADE.DAT'.
       01 WS-ARQ-CFG-D3-REGISTRO           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\REGISTRO.DAT'.
       01 WS-ARQ-CFG-PRECOS                PIC X(60) VALUE
          'C:\COBOL\PRECOS.DAT'.
       01 WS-ARQ-CFG-BOLSAS                PIC X(60) VALUE
          'C:\COBOL\BOLSAS.DAT'.
       01 WS-ARQ-CFG-MENSALID              PIC X(60) VALUE
          'C:\COBOL\MENSALID.DAT'.
       01 WS-ARQ-CFG-ACERTEVA              PIC X(60) VALUE
          'C:\COBOL\ACERTEVA.DAT'.
       01 WS-ARQ-CFG-CONTROLE              PIC X(60) VALUE
          'C:\COBOL\CONTROLE.DAT'.
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
            ACCEPT WS-DATA-HOJE-8 FROM DATE YYYYMMDD
            DISPLAY '**************************************************'
            DISPLAY '***          ANUIDADE ANTECIPADA               ***'
            DISPLAY '**************************************************'
            DISPLAY '*** 1 - Contratar anuidade antecipada          ***'
            DISPLAY '*** 2 - Consultar anuidades do aluno           ***'
            DISPLAY '*** 3 - Cancelar contrato nao pago             ***'
            DISPLAY '*** 4 - Posicao dos saldos por aluno           ***'
            DISPLAY '*** 5 - Saldos antecipados por mes (diferida)  ***'
            DISPLAY '*** 6 - Encerrar saldo residual (acerto)       ***'
            DISPLAY '***          <TECLE F PARA FINALIZAR>          ***'
            DISPLAY '**************************************************'
            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN '1'
                    PERFORM P310-CONTRATA   THRU P310-FIM
                WHEN '2'
                    PERFORM P320-CONSULTA   THRU P320-FIM
                WHEN '3'
                    PERFORM P330-CANCELA    THRU P330-FIM
                WHEN '4'
                    PERFORM P340-POSICAO    THRU P340-FIM
                WHEN '5'
                    PERFORM P350-DIFERIDA   THRU P350-FIM
                WHEN '6'
                    PERFORM P370-RESIDUAL   THRU P370-FIM
                WHEN 'F'
                    CONTINUE
                WHEN 'f'
                    CONTINUE
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA! '
            END-EVALUATE
            .
       P300-FIM.
      * O CONTRATO NASCE 'C' E SO PASSA A VALER QUANDO FOR PAGO NO
      * CAIXA; AS COMPETENCIAS COBERTAS AINDA NAO PODEM TER SIDO
      * FATURADAS (O SISMENSA SO BAIXA O QUE GERAR DEPOIS)
       P310-CONTRATA.
            DISPLAY 'Informe o ID do aluno: '
            ACCEPT WS-ID-ALUNO
            SET FS-ALU-OK          TO TRUE
            OPEN INPUT ALUNOS
            IF NOT FS-ALU-OK
                DISPLAY 'ARQUIVO DE ALUNOS INDISPONIVEL. '
                DISPLAY 'FILE STATUS: ' WS-FS-ALU
                GO TO P310-FIM
            END-IF
            MOVE WS-ID-ALUNO       TO ID-ALUNO
            READ ALUNOS
                INVALID KEY
                    DISPLAY 'ALUNO NAO EXISTE! '
                    CLOSE ALUNOS
                    GO TO P310-FIM
            END-READ
            CLOSE ALUNOS
            IF NOT ALUNO-ATIVO
                DISPLAY 'ALUNO NAO ESTA ATIVO! '
                GO TO P310-FIM
            END-IF
            MOVE TURMA             TO WS-TURMA-ALUNO
            DISPLAY 'Aluno: ' NM-ALUNO ' Turma: ' WS-TURMA-ALUNO
            DISPLAY 'Informe o codigo do termo (ex. 2026-1): '
            ACCEPT WS-CD-TERMO
            DISPLAY 'Informe a competencia inicial (AAAAMM): '
            ACCEPT WS-CP-INICIAL
            DISPLAY 'Informe a quantidade de competencias (1 a 12): '
            ACCEPT WS-QT-COMPETENCIAS
            MOVE WS-CP-INICIAL     TO WS-CP-CALC-N
            IF WS-CP-INICIAL NOT NUMERIC OR
               WS-CP-MES < 1 OR WS-CP-MES > 12 OR
               WS-QT-COMPETENCIAS NOT NUMERIC OR
               WS-QT-COMPETENCIAS < 1 OR WS-QT-COMPETENCIAS > 12
                DISPLAY 'COMPETENCIA OU QUANTIDADE INVALIDA. '
                GO TO P310-FIM
            END-IF

            PERFORM P312-VALOR-BASE THRU P312-FIM
            DISPLAY 'Mensalidade base (tabela com bolsa): ' WS-VL-BASE
            DISPLAY 'Informe outro valor base ou 0 para manter: '
            ACCEPT WS-VL-INFORMADO
            IF WS-VL-INFORMADO > 0
                MOVE WS-VL-INFORMADO TO WS-VL-BASE
            END-IF
            IF WS-VL-BASE EQUAL ZEROS
                DISPLAY 'SEM MENSALIDADE BASE - CONTRATO NAO '
                        'REGISTRADO.'
                GO TO P310-FIM
            END-IF
            DISPLAY 'Informe o desconto acordado (% inteiro, maximo '
                    WS-PC-DESC-MAX '): '
            ACCEPT WS-PC-DESCONTO
            IF WS-PC-DESCONTO NOT NUMERIC OR
               WS-PC-DESCONTO > WS-PC-DESC-MAX
                DISPLAY 'DESCONTO ACIMA DO MAXIMO PERMITIDO. '
                GO TO P310-FIM
            END-IF

            PERFORM P314-CONFERE-FATURADAS THRU P314-FIM
            IF COMPETENCIA-FATURADA
                DISPLAY 'INICIE A ANUIDADE DEPOIS DA ULTIMA '
                        'COMPETENCIA FATURADA. '
                GO TO P310-FIM
            END-IF

            COMPUTE WS-VL-TABELA = WS-VL-BASE * WS-QT-COMPETENCIAS
            COMPUTE WS-VL-CONTRATO ROUNDED =
                    WS-VL-TABELA * (100 - WS-PC-DESCONTO) / 100

            SET ANU-EXISTE         TO FALSE
            SET FS-OK              TO TRUE
            OPEN I-O ANUIDADES
            IF WS-FS EQUAL 35 THEN
                OPEN OUTPUT ANUIDADES
                CLOSE ANUIDADES
                OPEN I-O ANUIDADES
            END-IF
            IF NOT FS-OK
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ANUIDADES. '
                DISPLAY 'FILE STATUS: ' WS-FS
                GO TO P310-FIM
            END-IF
            MOVE WS-ID-ALUNO       TO ID-ALUNO-ANU
            MOVE WS-CD-TERMO       TO CD-TERMO-ANU
            READ ANUIDADES
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET ANU-EXISTE TO TRUE
            END-READ
      * CONTRATO CANCELADO ANTES DO PAGAMENTO PODE SER REFEITO
            IF ANU-EXISTE AND NOT ANU-CANCELADA
                DISPLAY 'JA EXISTE ANUIDADE ' NR-ANUIDADE
                        ' PARA O ALUNO NO TERMO! '
                CLOSE ANUIDADES
                GO TO P310-FIM
            END-IF

            DISPLAY '------------------------------------------'
            DISPLAY 'COMPETENCIAS     : ' WS-CP-INICIAL ' A '
                    WS-CP-FINAL ' (' WS-QT-COMPETENCIAS ')'
            DISPLAY 'VALOR DE TABELA  : ' WS-VL-TABELA
            DISPLAY 'DESCONTO         : ' WS-PC-DESCONTO '%'
            DISPLAY 'VALOR A RECEBER  : ' WS-VL-CONTRATO
            DISPLAY '------------------------------------------'
            DISPLAY 'TECLE <S> para registrar o contrato: '
            ACCEPT WS-CONFIRM
            IF WS-CONFIRM NOT EQUAL 'S' AND 's'
                DISPLAY 'Contrato nao registrado.'
                CLOSE ANUIDADES
                GO TO P310-FIM
            END-IF

            PERFORM P150-PROX-ANUIDADE THRU P150-FIM
            MOVE WS-ID-ALUNO       TO ID-ALUNO-ANU
            MOVE WS-CD-TERMO       TO CD-TERMO-ANU
            MOVE WS-NR-ANUIDADE    TO NR-ANUIDADE
            MOVE WS-DATA-HOJE-8    TO DT-CONTRATO-ANU
            MOVE WS-CP-INICIAL     TO CP-INICIAL-ANU
            MOVE WS-CP-FINAL       TO CP-FINAL-ANU
            MOVE WS-QT-COMPETENCIAS TO QT-COMPETENCIAS-ANU
            MOVE WS-VL-BASE        TO VL-BASE-MENSAL-ANU
            MOVE WS-PC-DESCONTO    TO PC-DESCONTO-ANU
            MOVE WS-VL-CONTRATO    TO VL-CONTRATO-ANU
            MOVE ZEROS             TO VL-APROPRIADO-ANU
                                      QT-APROPRIADAS-ANU
                                      VL-SALDO-ANU
                                      DT-PAGAMENTO-ANU
                                      NR-RECIBO-ANU
                                      DT-ENCERRAMENTO-ANU
                                      VL-DEVOLVIDO-ANU
                                      NR-ACERTO-ANU
            MOVE SPACE             TO FORMA-PGTO-ANU
            SET ANU-CONTRATADA     TO TRUE
            IF ANU-EXISTE
                REWRITE REG-ANUIDADE
            ELSE
                WRITE REG-ANUIDADE
            END-IF
            IF FS-OK
                DISPLAY 'ANUIDADE ' WS-NR-ANUIDADE ' REGISTRADA - '
                        'RECEBER NO CAIXA (RECIBO MULTIPLO, ITEM N).'
                MOVE 'ANUIDADE'    TO WL-OPERACAO
                MOVE WS-NR-ANUIDADE TO WL-CHAVE
                MOVE SPACES        TO WL-VALOR-ANTIGO
                MOVE SPACES        TO WL-VALOR-NOVO
                STRING 'ALUNO ' WS-ID-ALUNO
                       ' TERMO ' WS-CD-TERMO
                       ' DESC ' WS-PC-DESCONTO '%'
                       ' VALOR ' WS-VL-CONTRATO
                       DELIMITED BY SIZE INTO WL-VALOR-NOVO
                CALL 'AUDITLOG' USING WL-AUDITORIA
            ELSE
                DISPLAY 'ERRO AO GRAVAR A ANUIDADE. '
                DISPLAY 'FILE STATUS: ' WS-FS
            END-IF
            CLOSE ANUIDADES
            .
       P310-FIM.
      * MENSALIDADE DE TABELA DA TURMA NO TERMO COM A BOLSA ATIVA DO
      * ALUNO (O DESCONTO DE IRMAO NAO ENTRA NA BASE)
       P312-VALOR-BASE.
            MOVE ZEROS             TO WS-VL-BASE
            SET FS-PRE-OK          TO TRUE
            OPEN INPUT PRECOS
            IF FS-PRE-OK
                MOVE WS-TURMA-ALUNO TO TURMA-PRE
                MOVE WS-CD-TERMO   TO CD-TERMO-PRE
                READ PRECOS
                    INVALID KEY
                        DISPLAY 'TURMA SEM PRECO CADASTRADO NO TERMO. '
                    NOT INVALID KEY
                        MOVE VL-PRECO TO WS-VL-BASE
                END-READ
                CLOSE PRECOS
            END-IF
            IF WS-VL-BASE EQUAL ZEROS
                GO TO P312-FIM
            END-IF
            SET FS-BOL-OK          TO TRUE
            OPEN INPUT BOLSAS
            IF FS-BOL-OK
                MOVE WS-ID-ALUNO   TO ID-ALUNO-BOL
                MOVE WS-CD-TERMO   TO CD-TERMO-BOL
                READ BOLSAS
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF BOLSA-ATIVA
                            COMPUTE WS-VL-BASE ROUNDED =
                                    WS-VL-BASE *
                                    (100 - PC-BOLSA) / 100
                        END-IF
                END-READ
                CLOSE BOLSAS
            END-IF
            .
       P312-FIM.
      * PERCORRE AS COMPETENCIAS DO CONTRATO; DEIXA A ULTIMA EM
      * WS-CP-FINAL
       P314-CONFERE-FATURADAS.
            SET COMPETENCIA-FATURADA TO FALSE
            MOVE WS-CP-INICIAL     TO WS-CP-CALC-N
            SET FS-MEN-OK          TO TRUE
            OPEN INPUT MENSALIDADES
            PERFORM VARYING WS-IND1 FROM 1 BY 1
                    UNTIL WS-IND1 > WS-QT-COMPETENCIAS
                IF WS-IND1 > 1
                    PERFORM P390-PROX-COMPETENCIA THRU P390-FIM
                END-IF
                IF FS-MEN-OK
                    MOVE WS-ID-ALUNO  TO ID-ALUNO-MEN
                    MOVE WS-CP-CALC-N TO CP-COMPETENCIA
                    READ MENSALIDADES
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            IF NOT MEN-CANCELADA
                                SET COMPETENCIA-FATURADA TO TRUE
                                DISPLAY 'COMPETENCIA ' CP-COMPETENCIA
                                        ' JA FATURADA PARA O ALUNO! '
                            END-IF
                    END-READ
                END-IF
            END-PERFORM
            CLOSE MENSALIDADES
            MOVE WS-CP-CALC-N      TO WS-CP-FINAL
            .
       P314-FIM.
       P320-CONSULTA.
            DISPLAY 'Informe o ID do aluno: '
            ACCEPT WS-ID-ALUNO
            MOVE ZEROS             TO WS-QTD-CONTRATOS
            SET EOF-OK             TO FALSE
            SET FS-OK              TO TRUE
            OPEN INPUT ANUIDADES
            IF NOT FS-OK
                DISPLAY 'NENHUMA ANUIDADE REGISTRADA AINDA. '
                GO TO P320-FIM
            END-IF
            PERFORM UNTIL EOF-OK
                READ ANUIDADES NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF ID-ALUNO-ANU EQUAL WS-ID-ALUNO
                            ADD 1 TO WS-QTD-CONTRATOS
                            PERFORM P325-EXIBE-CONTRATO THRU P325-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ANUIDADES
            IF WS-QTD-CONTRATOS EQUAL ZEROS
                DISPLAY 'ALUNO SEM ANUIDADE ANTECIPADA. '
            END-IF
            .
       P320-FIM.
       P325-EXIBE-CONTRATO.
            DISPLAY '------------------------------------------'
            DISPLAY 'ANUIDADE ' NR-ANUIDADE ' TERMO ' CD-TERMO-ANU
                    ' SITUACAO ' ST-ANUIDADE
                    ' CONTRATO EM ' DT-CONTRATO-ANU
            DISPLAY '  COMPETENCIAS ' CP-INICIAL-ANU ' A '
                    CP-FINAL-ANU ' BASE ' VL-BASE-MENSAL-ANU
                    ' DESC ' PC-DESCONTO-ANU '%'
            DISPLAY '  VALOR ' VL-CONTRATO-ANU
                    ' APROPRIADO ' VL-APROPRIADO-ANU
                    ' (' QT-APROPRIADAS-ANU '/'
                    QT-COMPETENCIAS-ANU ')'
                    ' SALDO ' VL-SALDO-ANU
            IF DT-PAGAMENTO-ANU > 0
                DISPLAY '  PAGO EM ' DT-PAGAMENTO-ANU
                        ' (' FORMA-PGTO-ANU ') RECIBO ' NR-RECIBO-ANU
            END-IF
            IF VL-DEVOLVIDO-ANU > 0
                DISPLAY '  DEVOLVIDO ' VL-DEVOLVIDO-ANU
                        ' EM ' DT-ENCERRAMENTO-ANU
                        ' ACERTO ' NR-ACERTO-ANU
            END-IF
            .
       P325-FIM.
      * SO O CONTRATO AINDA NAO PAGO; PAGO, A SAIDA E O ESTORNO DO
      * RECIBO NO CAIXA (ENQUANTO NADA FOI APROPRIADO)
       P330-CANCELA.
            DISPLAY 'Informe o ID do aluno: '
            ACCEPT WS-ID-ALUNO
            DISPLAY 'Informe o codigo do termo: '
            ACCEPT WS-CD-TERMO
            SET FS-OK              TO TRUE
            OPEN I-O ANUIDADES
            IF NOT FS-OK
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ANUIDADES. '
                DISPLAY 'FILE STATUS: ' WS-FS
                GO TO P330-FIM
            END-IF
            MOVE WS-ID-ALUNO       TO ID-ALUNO-ANU
            MOVE WS-CD-TERMO       TO CD-TERMO-ANU
            READ ANUIDADES
                INVALID KEY
                    DISPLAY 'ANUIDADE NAO EXISTE! '
                NOT INVALID KEY
                    IF NOT ANU-CONTRATADA
                        DISPLAY 'SO CONTRATO AINDA NAO PAGO PODE SER '
                                'CANCELADO! '
                    ELSE
                        PERFORM P325-EXIBE-CONTRATO THRU P325-FIM
                        DISPLAY 'TECLE <S> para cancelar o contrato: '
                        ACCEPT WS-CONFIRM
                        IF WS-CONFIRM EQUAL 'S' OR 's'
                            SET ANU-CANCELADA TO TRUE
                            REWRITE REG-ANUIDADE
                            IF FS-OK
                                DISPLAY 'Contrato cancelado.'
                                MOVE 'CANC-ANUID' TO WL-OPERACAO
                                MOVE NR-ANUIDADE  TO WL-CHAVE
                                MOVE 'C'          TO WL-VALOR-ANTIGO
                                MOVE 'X'          TO WL-VALOR-NOVO
                                CALL 'AUDITLOG' USING WL-AUDITORIA
                            ELSE
                                DISPLAY 'ERRO AO CANCELAR O CONTRATO. '
                                DISPLAY 'FILE STATUS: ' WS-FS
                            END-IF
                        END-IF
                    END-IF
            END-READ
            CLOSE ANUIDADES
            .
       P330-FIM.
       P340-POSICAO.
            MOVE ZEROS             TO WS-QTD-CONTRATOS WS-TOT-SALDO
            SET EOF-OK             TO FALSE
            SET FS-OK              TO TRUE
            OPEN INPUT ANUIDADES
            IF NOT FS-OK
                DISPLAY 'NENHUMA ANUIDADE REGISTRADA AINDA. '
                GO TO P340-FIM
            END-IF
            DISPLAY 'CONTRATO ALUNO  TERMO  APROPR.     SALDO'
            PERFORM UNTIL EOF-OK
                READ ANUIDADES NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF ANU-ATIVA
                            ADD 1            TO WS-QTD-CONTRATOS
                            ADD VL-SALDO-ANU TO WS-TOT-SALDO
                            DISPLAY NR-ANUIDADE '   '
                                    ID-ALUNO-ANU ' '
                                    CD-TERMO-ANU ' '
                                    QT-APROPRIADAS-ANU '/'
                                    QT-COMPETENCIAS-ANU '   '
                                    VL-SALDO-ANU
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ANUIDADES
            DISPLAY '------------------------------------------'
            DISPLAY 'CONTRATOS ATIVOS: ' WS-QTD-CONTRATOS
                    '  SALDO A APROPRIAR: ' WS-TOT-SALDO
            .
       P340-FIM.
      * RECEITA DIFERIDA MES A MES: ENTRA O QUE FOI RECEBIDO NO CAIXA
      * (DATA DO PAGAMENTO), SAI O QUE O SISMENSA APROPRIOU (DATA DA
      * BAIXA DA MENSALIDADE) E O QUE FOI DEVOLVIDO EM ACERTO (DATA
      * DO ENCERRAMENTO); O MOVIMENTO DOS ANOS ANTERIORES FORMA O
      * SALDO DE ABERTURA
       P350-DIFERIDA.
            DISPLAY 'Informe o ano do relatorio (AAAA): '
            ACCEPT WS-ANO-REL
            MOVE ZEROS             TO WS-SALDO-CORRENTE
            PERFORM VARYING WS-IND1 FROM 1 BY 1 UNTIL WS-IND1 > 12
                MOVE ZEROS TO WS-MES-RECEBIDO(WS-IND1)
                              WS-MES-APROPRIADO(WS-IND1)
                              WS-MES-DEVOLVIDO(WS-IND1)
            END-PERFORM

            SET EOF-OK             TO FALSE
            SET FS-OK              TO TRUE
            OPEN INPUT ANUIDADES
            IF NOT FS-OK
                DISPLAY 'NENHUMA ANUIDADE REGISTRADA AINDA. '
                GO TO P350-FIM
            END-IF
            PERFORM UNTIL EOF-OK
                READ ANUIDADES NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF DT-PAGAMENTO-ANU > 0
                            MOVE 'R'              TO WS-TP-VALOR
                            MOVE DT-PAGAMENTO-ANU TO WS-DT-AUX-N
                            MOVE VL-CONTRATO-ANU  TO WS-VL-AUX
                            PERFORM P355-ACUMULA THRU P355-FIM
                        END-IF
                        IF VL-DEVOLVIDO-ANU > 0
                            MOVE 'D'              TO WS-TP-VALOR
                            MOVE DT-ENCERRAMENTO-ANU TO WS-DT-AUX-N
                            MOVE VL-DEVOLVIDO-ANU TO WS-VL-AUX
                            PERFORM P355-ACUMULA THRU P355-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ANUIDADES

      * MENSALIDADE CANCELADA NA EVASAO DEPOIS DE APROPRIADA CONTINUA
      * CONTANDO - O VALOR VOLTOU AO ALUNO PELO ACERTO DA EVASAO
            SET EOF-OK             TO FALSE
            SET FS-MEN-OK          TO TRUE
            OPEN INPUT MENSALIDADES
            IF FS-MEN-OK
                PERFORM UNTIL EOF-OK
                    READ MENSALIDADES NEXT
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            IF PGTO-ANUIDADE AND
                               (MEN-PAGA OR MEN-CANCELADA)
                                MOVE 'A'              TO WS-TP-VALOR
                                MOVE DT-PAGAMENTO-MEN TO WS-DT-AUX-N
                                MOVE VL-PAGO-MEN      TO WS-VL-AUX
                                PERFORM P355-ACUMULA THRU P355-FIM
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE MENSALIDADES
            END-IF

            DISPLAY '**************************************************'
            DISPLAY 'RECEITA DIFERIDA - ANUIDADES ANTECIPADAS - '
                    WS-ANO-REL
            DISPLAY '**************************************************'
            MOVE WS-SALDO-CORRENTE TO WS-VL-EDITADO
            DISPLAY 'SALDO DE ABERTURA: ' WS-VL-EDITADO
            DISPLAY 'MES  RECEBIDO    APROPRIADO  DEVOLVIDO   '
                    'SALDO FINAL'
            PERFORM VARYING WS-IND1 FROM 1 BY 1 UNTIL WS-IND1 > 12
                COMPUTE WS-SALDO-CORRENTE = WS-SALDO-CORRENTE
                        + WS-MES-RECEBIDO(WS-IND1)
                        - WS-MES-APROPRIADO(WS-IND1)
                        - WS-MES-DEVOLVIDO(WS-IND1)
                MOVE WS-SALDO-CORRENTE TO WS-VL-EDITADO
                DISPLAY WS-IND1 '   '
                        WS-MES-RECEBIDO(WS-IND1) ' '
                        WS-MES-APROPRIADO(WS-IND1) ' '
                        WS-MES-DEVOLVIDO(WS-IND1) ' '
                        WS-VL-EDITADO
            END-PERFORM
            DISPLAY '**************************************************'
            .
       P350-FIM.
       P355-ACUMULA.
            IF WS-DT-AUX-ANO > WS-ANO-REL OR WS-DT-AUX-N EQUAL ZEROS
                GO TO P355-FIM
            END-IF
            IF WS-DT-AUX-ANO < WS-ANO-REL
                EVALUATE WS-TP-VALOR
                    WHEN 'R'
                        ADD WS-VL-AUX TO WS-SALDO-CORRENTE
                    WHEN OTHER
                        SUBTRACT WS-VL-AUX FROM WS-SALDO-CORRENTE
                END-EVALUATE
                GO TO P355-FIM
            END-IF
            EVALUATE WS-TP-VALOR
                WHEN 'R'
                    ADD WS-VL-AUX TO WS-MES-RECEBIDO(WS-DT-AUX-MES)
                WHEN 'A'
                    ADD WS-VL-AUX TO WS-MES-APROPRIADO(WS-DT-AUX-MES)
                WHEN 'D'
                    ADD WS-VL-AUX TO WS-MES-DEVOLVIDO(WS-DT-AUX-MES)
            END-EVALUATE
            .
       P355-FIM.
      * CONTRATO COM TODAS AS COMPETENCIAS APROPRIADAS E SOBRA DE
      * SALDO (MENSALIDADE GERADA ABAIXO DA BASE, P.EX. BOLSA OU
      * DESCONTO DE IRMAO CONCEDIDO DEPOIS): A SOBRA VIRA CREDITO OU
      * REEMBOLSO NO ACERTEVA, COMO NA EVASAO
       P370-RESIDUAL.
            DISPLAY 'Informe o ID do aluno: '
            ACCEPT WS-ID-ALUNO
            DISPLAY 'Informe o codigo do termo: '
            ACCEPT WS-CD-TERMO
            SET FS-OK              TO TRUE
            OPEN I-O ANUIDADES
            IF NOT FS-OK
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ANUIDADES. '
                DISPLAY 'FILE STATUS: ' WS-FS
                GO TO P370-FIM
            END-IF
            MOVE WS-ID-ALUNO       TO ID-ALUNO-ANU
            MOVE WS-CD-TERMO       TO CD-TERMO-ANU
            READ ANUIDADES
                INVALID KEY
                    DISPLAY 'ANUIDADE NAO EXISTE! '
                    CLOSE ANUIDADES
                    GO TO P370-FIM
            END-READ
            IF NOT ANU-ATIVA OR VL-SALDO-ANU EQUAL ZEROS OR
               QT-APROPRIADAS-ANU < QT-COMPETENCIAS-ANU
                DISPLAY 'SO CONTRATO ATIVO, COM TODAS AS COMPETENCIAS '
                        'APROPRIADAS E SALDO, PODE SER ENCERRADO! '
                CLOSE ANUIDADES
                GO TO P370-FIM
            END-IF
            PERFORM P325-EXIBE-CONTRATO THRU P325-FIM
            DISPLAY 'Gerar (C)redito para abater debitos ou '
                    '(R)eembolso pelo caixa? '
            ACCEPT WS-TP-ACERTO-ESC
            IF WS-TP-ACERTO-ESC NOT EQUAL 'C' AND 'c'
               AND 'R' AND 'r'
                MOVE 'C' TO WS-TP-ACERTO-ESC
            END-IF
            DISPLAY 'TECLE <S> para encerrar o saldo: '
            ACCEPT WS-CONFIRM
            IF WS-CONFIRM NOT EQUAL 'S' AND 's'
                DISPLAY 'Saldo mantido.'
                CLOSE ANUIDADES
                GO TO P370-FIM
            END-IF
            PERFORM P160-PROX-DOCUMENTO THRU P160-FIM
            PERFORM P375-GRAVA-ACERTO   THRU P375-FIM
            IF NOT FS-ACE-OK
                CLOSE ANUIDADES
                GO TO P370-FIM
            END-IF
            MOVE VL-SALDO-ANU      TO VL-DEVOLVIDO-ANU
            MOVE ZEROS             TO VL-SALDO-ANU
            MOVE WS-DATA-HOJE-8    TO DT-ENCERRAMENTO-ANU
            MOVE WS-NR-DOCUMENTO   TO NR-ACERTO-ANU
            SET ANU-ENCERRADA      TO TRUE
            REWRITE REG-ANUIDADE
            IF FS-OK
                DISPLAY 'Anuidade encerrada - acerto '
                        WS-NR-DOCUMENTO '.'
            ELSE
                DISPLAY 'ERRO AO ATUALIZAR A ANUIDADE. '
                DISPLAY 'FILE STATUS: ' WS-FS
            END-IF
            CLOSE ANUIDADES
            .
       P370-FIM.
       P375-GRAVA-ACERTO.
            SET FS-ACE-OK          TO TRUE
            OPEN I-O ACERTOS
            IF WS-FS-ACE EQUAL 35 THEN
                OPEN OUTPUT ACERTOS
                CLOSE ACERTOS
                OPEN I-O ACERTOS
            END-IF
            IF NOT FS-ACE-OK
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ACERTOS. '
                DISPLAY 'FILE STATUS: ' WS-FS-ACE
                GO TO P375-FIM
            END-IF
            MOVE WS-NR-DOCUMENTO   TO NR-DOCUMENTO-ACE
            MOVE ID-ALUNO-ANU      TO ID-ALUNO-ACE
            MOVE WS-DATA-HOJE-8    TO DT-EVENTO-ACE
            IF WS-TP-ACERTO-ESC EQUAL 'R' OR 'r'
                SET ACE-REEMBOLSO  TO TRUE
            ELSE
                SET ACE-CREDITO    TO TRUE
            END-IF
            SET ACE-PENDENTE       TO TRUE
            MOVE VL-SALDO-ANU      TO VL-ACERTO
            MOVE ZEROS             TO QT-CANCELADAS-ACE
            WRITE REG-ACERTO-EVASAO
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR O ACERTO. '
                    MOVE 22 TO WS-FS-ACE
                NOT INVALID KEY
                    MOVE 'ACERTO'        TO WL-OPERACAO
                    MOVE WS-NR-DOCUMENTO TO WL-CHAVE
                    MOVE SPACES          TO WL-VALOR-ANTIGO
                    MOVE SPACES          TO WL-VALOR-NOVO
                    STRING 'ANUIDADE ' NR-ANUIDADE
                           ' TIPO ' TP-ACERTO
                           ' VALOR ' VL-ACERTO
                           DELIMITED BY SIZE
                           INTO WL-VALOR-NOVO
                    CALL 'AUDITLOG' USING WL-AUDITORIA
            END-WRITE
            CLOSE ACERTOS
            .
       P375-FIM.
       P390-PROX-COMPETENCIA.
            ADD 1                  TO WS-CP-MES
            IF WS-CP-MES > 12
                MOVE 1             TO WS-CP-MES
                ADD 1              TO WS-CP-ANO
            END-IF
            .
       P390-FIM.
       P150-PROX-ANUIDADE.
            SET FS-CTRL-OK         TO TRUE
            MOVE 'N'               TO WS-CTRL-NOVO
            OPEN I-O CONTROLE
            IF WS-FS-CTRL EQUAL 35 THEN
                OPEN OUTPUT CONTROLE
                CLOSE CONTROLE
                OPEN I-O CONTROLE
            END-IF
            MOVE 'ANUIDADE  '      TO CHAVE-CONTROLE
            READ CONTROLE
                INVALID KEY
                    MOVE 'S'           TO WS-CTRL-NOVO
                    MOVE 1             TO ULTIMO-ID
                NOT INVALID KEY
                    ADD 1              TO ULTIMO-ID
            END-READ
            MOVE 'ANUIDADE  '      TO CHAVE-CONTROLE
            IF WS-CTRL-NOVO EQUAL 'S'
                WRITE REG-CONTROLE
            ELSE
                REWRITE REG-CONTROLE
            END-IF
            IF NOT FS-CTRL-OK
                DISPLAY 'ERRO AO ATUALIZAR O CONTROLE DE ANUIDADE. '
                DISPLAY 'FILE STATUS: ' WS-FS-CTRL
            END-IF
            MOVE ULTIMO-ID         TO WS-NR-ANUIDADE
            CLOSE CONTROLE
            .
       P150-FIM.
       P160-PROX-DOCUMENTO.
            SET FS-CTRL-OK         TO TRUE
            MOVE 'N'               TO WS-CTRL-NOVO
            OPEN I-O CONTROLE
            IF WS-FS-CTRL EQUAL 35 THEN
                OPEN OUTPUT CONTROLE
                CLOSE CONTROLE
                OPEN I-O CONTROLE
            END-IF
            MOVE 'ACERTOS   '      TO CHAVE-CONTROLE
            READ CONTROLE
                INVALID KEY
                    MOVE 'S'           TO WS-CTRL-NOVO
                    MOVE 1             TO ULTIMO-ID
                NOT INVALID KEY
                    ADD 1              TO ULTIMO-ID
            END-READ
            MOVE 'ACERTOS   '      TO CHAVE-CONTROLE
            IF WS-CTRL-NOVO EQUAL 'S'
                WRITE REG-CONTROLE
            ELSE
                REWRITE REG-CONTROLE
            END-IF
            IF NOT FS-CTRL-OK
                DISPLAY 'ERRO AO ATUALIZAR O CONTROLE DE ACERTO. '
                DISPLAY 'FILE STATUS: ' WS-FS-CTRL
            END-IF
            MOVE ULTIMO-ID         TO WS-NR-DOCUMENTO
            CLOSE CONTROLE
            .
       P160-FIM.
       P900-FIM.
            GOBACK.
      * RESOLVE OS CAMINHOS FISICOS PELO CONFIGSYS (PRODUCAO OU
      * TESTE); SEM CONFIGURACAO VALEM OS PADROES ACIMA
       P050-CONFIGURA.
            MOVE 'ANUIDADE' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-ANUIDADE TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-ANUIDADE
            MOVE 'D3-REGISTRO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-REGISTRO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-REGISTRO
            MOVE 'PRECOS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-PRECOS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-PRECOS
            MOVE 'BOLSAS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-BOLSAS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-BOLSAS
            MOVE 'MENSALID' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-MENSALID TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-MENSALID
            MOVE 'ACERTEVA' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-ACERTEVA TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-ACERTEVA
            MOVE 'CONTROLE' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-CONTROLE TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-CONTROLE
      * DESCONTO MAXIMO DA ANUIDADE (PADRAO 15%)
            MOVE 'ANUID-DESC-MAX' TO WL-CFG-CHAVE
            MOVE WS-CFG-DESC-MAX TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-CFG-DESC-MAX
            IF WS-CFG-DESC-MAX(1:2) NUMERIC
                MOVE WS-CFG-DESC-MAX(1:2) TO WS-PC-DESC-MAX
            END-IF
            .
       P050-FIM.
       END PROGRAM SISANUID.

      ******************************************************************
      * Author: ANDREI BATISTA
      * Date: 15/10/2026
      * Purpose: CONCILIACAO MENSAL DO CONTAS A RECEBER (ROLL-FORWARD)
      *          - PARTE DO SALDO DO FECHAMENTO ANTERIOR (ARSALDO.DAT),
      *          SOMA O FATURADO PELO SISMENSA NA COMPETENCIA, TIRA OS
      *          RECEBIMENTOS POR CANAL (CAIXA, RETORNO BANCARIO,
      *          CARTAO E CONVENIO), OS DESCONTOS DE BOLSA/IRMAO, OS
      *          CANCELAMENTOS E AS MENSALIDADES CONSOLIDADAS EM
      *          ACORDO, DEVOLVE AS PARCELAS DE ACORDO GERADAS, OS
      *          ESTORNOS E AS MENSALIDADES REABERTAS POR ACORDO
      *          ROMPIDO E CHEGA AO SALDO CALCULADO. CONFRONTA COM A
      *          VARREDURA DOS TITULOS EM ABERTO, LISTA A DIFERENCA
      *          POR ALUNO/COMPETENCIA E GRAVA O SALDO E A POSICAO
      *          TITULO A TITULO (ARITENS.DAT) PARA O MES SEGUINTE
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISCONAR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
               SELECT SALDOS-AR ASSIGN TO WS-ARQ-CFG-ARSALDO
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CP-FECHAMENTO-AR
               FILE STATUS IS WS-FS-SAL.

               SELECT ITENS-AR ASSIGN TO WS-ARQ-CFG-ARITENS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-ITEM-AR
               FILE STATUS IS WS-FS-ITE.

               SELECT MENSALIDADES ASSIGN TO WS-ARQ-CFG-MENSALID
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-MENSALIDADE
               FILE STATUS IS WS-FS-MEN.

               SELECT PARCELAS ASSIGN TO WS-ARQ-CFG-ACORPARC
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-PARCELA-ACORDO
               FILE STATUS IS WS-FS-PAR.

               SELECT ACORDOS ASSIGN TO WS-ARQ-CFG-ACORDOS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS NR-ACORDO
               FILE STATUS IS WS-FS-ACO.

               SELECT ESTORNOS ASSIGN TO WS-ARQ-CFG-ESTORNOS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS NR-RECIBO-EST
               FILE STATUS IS WS-FS-EST.

               SELECT FATURAS ASSIGN TO WS-ARQ-CFG-FATURAS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS NR-FATURA
               FILE STATUS IS WS-FS-FAT.

               SELECT RELATORIO ASSIGN TO WS-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD SALDOS-AR.
          COPY FD_ARSAL.
       FD ITENS-AR.
          COPY FD_ARITE.
       FD MENSALIDADES.
          COPY FD_MENSA.
       FD PARCELAS.
          COPY FD_ACPAR.
       FD ACORDOS.
          COPY FD_ACORD.
       FD ESTORNOS.
          COPY FD_ESTOR.
       FD FATURAS.
          COPY FD_FATUR.
       FD RELATORIO.
       01 REG-RELATORIO                    PIC X(100).

       WORKING-STORAGE SECTION.
       77 WS-FS-SAL                        PIC 99.
          88 FS-SAL-OK                     VALUE 0.
       77 WS-FS-ITE                        PIC 99.
          88 FS-ITE-OK                     VALUE 0.
       77 WS-FS-MEN                        PIC 99.
          88 FS-MEN-OK                     VALUE 0.
       77 WS-FS-PAR                        PIC 99.
          88 FS-PAR-OK                     VALUE 0.
       77 WS-FS-ACO                        PIC 99.
          88 FS-ACO-OK                     VALUE 0.
       77 WS-FS-EST                        PIC 99.
          88 FS-EST-OK                     VALUE 0.
       77 WS-FS-FAT                        PIC 99.
          88 FS-FAT-OK                     VALUE 0.
       77 WS-FS-REL                        PIC 99.
          88 FS-REL-OK                     VALUE 0.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE 'S' FALSE 'N'.
       77 WS-CONFIRM                       PIC X VALUE SPACE.
       77 WS-TEM-ANTERIOR                  PIC X VALUE 'N'.
          88 TEM-ANTERIOR                  VALUE 'S' FALSE 'N'.
       77 WS-REPROCESSA                    PIC X VALUE 'N'.
          88 REPROCESSA                    VALUE 'S' FALSE 'N'.
       77 WS-SITUACAO-OK                   PIC X VALUE 'N'.
          88 SITUACAO-OK                   VALUE 'S' FALSE 'N'.
       77 WS-ACORDOS-DISPONIVEIS           PIC X VALUE 'N'.
          88 ACORDOS-DISPONIVEIS           VALUE 'S' FALSE 'N'.
       77 WS-FAT-DISPONIVEL                PIC X VALUE 'N'.
          88 FAT-DISPONIVEL                VALUE 'S' FALSE 'N'.
       77 WS-PAGO-EMPRESA                  PIC X VALUE 'N'.
          88 PAGO-EMPRESA                  VALUE 'S' FALSE 'N'.
       77 WS-ALUNO-ESTORNO                 PIC X VALUE 'N'.
          88 ALUNO-ESTORNO                 VALUE 'S' FALSE 'N'.
       77 WS-ALUNO-ROMPIDO                 PIC X VALUE 'N'.
          88 ALUNO-ROMPIDO                 VALUE 'S' FALSE 'N'.
       01 WS-DATA-HOJE-8                   PIC 9(08).
       01 WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE-8.
          03 WS-HOJE-AAAAMM                PIC 9(06).
          03 FILLER                        PIC 9(02).
      * COMPETENCIA FECHADA E AS VIZINHAS
       01 WS-CP-FECHAMENTO                 PIC 9(06) VALUE ZEROS.
       01 WS-CP-FECHAMENTO-R REDEFINES WS-CP-FECHAMENTO.
          03 WS-FEC-ANO                    PIC 9(04).
          03 WS-FEC-MES                    PIC 9(02).
       77 WS-CP-ANTERIOR                   PIC 9(06) VALUE ZEROS.
       77 WS-CP-SEGUINTE                   PIC 9(06) VALUE ZEROS.
       77 WS-CP-EFETIVA                    PIC 9(06) VALUE ZEROS.
       77 WS-CP-ACORDO                     PIC 9(06) VALUE ZEROS.
       77 WS-VL-SALDO-ABERTURA             PIC S9(09)V99 VALUE ZEROS.
      * MOVIMENTO DO TITULO CORRENTE
       77 WS-TP-ITEM                       PIC X(01) VALUE SPACE.
       77 WS-ID-ITEM                       PIC 9(06) VALUE ZEROS.
       77 WS-NR-ITEM                       PIC 9(06) VALUE ZEROS.
       77 WS-ST-ITEM                       PIC X(01) VALUE SPACE.
       77 WS-VL-ANTERIOR                   PIC 9(07)V99 VALUE ZEROS.
       77 WS-VL-BASE                       PIC 9(07)V99 VALUE ZEROS.
       77 WS-VL-ATUAL                      PIC 9(07)V99 VALUE ZEROS.
       77 WS-VL-ESPERADO                   PIC S9(07)V99 VALUE ZEROS.
       77 WS-VL-DIFERENCA                  PIC S9(07)V99 VALUE ZEROS.
       77 WS-VL-AJUSTE                     PIC S9(07)V99 VALUE ZEROS.
       77 WS-VL-RECEBIDO                   PIC S9(07)V99 VALUE ZEROS.
       77 WS-VL-DIF-TOTAL                  PIC S9(09)V99 VALUE ZEROS.
      * 'X' = CAIXA, 'B' = RETORNO BANCARIO, 'C' = CARTAO,
      * 'V' = CONVENIO
       77 WS-CANAL                         PIC X(01) VALUE SPACE.
       77 WS-FORMA-PGTO                    PIC X(01) VALUE SPACE.
       77 WS-NR-RECIBO                     PIC 9(06) VALUE ZEROS.
       77 WS-DT-PAGAMENTO                  PIC 9(08) VALUE ZEROS.
      * TOTAIS DO PROCESSAMENTO
       77 WS-QTD-TITULOS                   PIC 9(07) VALUE ZEROS.
       77 WS-QTD-ABERTOS                   PIC 9(07) VALUE ZEROS.
       77 WS-QTD-ORFAOS                    PIC 9(05) VALUE ZEROS.
       77 WS-IND                           PIC 9(04) VALUE ZEROS.
      * ALUNOS COM ESTORNO NO MES E ALUNOS COM ACORDO ROMPIDO - SAO
      * OS QUE PODEM TER TITULO QUITADO VOLTANDO A ABRIR
       01 WS-TAB-ESTORNOS.
          03 WS-QTD-ALU-ESTORNO            PIC 9(04) VALUE ZEROS.
          03 WS-ALU-ESTORNO                PIC 9(06)
             OCCURS 2000 TIMES.
       01 WS-TAB-ROMPIDOS.
          03 WS-QTD-ALU-ROMPIDO            PIC 9(04) VALUE ZEROS.
          03 WS-ALU-ROMPIDO                PIC 9(06)
             OCCURS 2000 TIMES.
      * DIVERGENCIAS TITULO A TITULO (LISTADAS DEPOIS DO RESUMO)
       01 WS-TAB-DIVERGENCIAS.
          03 WS-QTD-DIV-LISTA              PIC 9(04) VALUE ZEROS.
          03 WS-DIV OCCURS 500 TIMES.
             05 WS-DIV-TIPO                PIC X(01).
             05 WS-DIV-ID                  PIC 9(06).
             05 WS-DIV-NR                  PIC 9(06).
             05 WS-DIV-SITUACAO            PIC X(01).
             05 WS-DIV-ANTERIOR            PIC 9(07)V99.
             05 WS-DIV-ESPERADO            PIC S9(07)V99.
             05 WS-DIV-APURADO             PIC 9(07)V99.
             05 WS-DIV-DIFERENCA           PIC S9(07)V99.
       77 WS-LINHA-REL                     PIC X(100) VALUE SPACES.
       01 WS-VL-EDITADO                    PIC -ZZZ.ZZZ.ZZ9,99.
       01 WS-LIN-MOVIMENTO.
          03 FILLER                        PIC X(02) VALUE SPACES.
          03 LMV-DESCRICAO                 PIC X(48).
          03 LMV-VALOR                     PIC -ZZZ.ZZZ.ZZ9,99.
       01 WS-DET-DIVERGENCIA.
          03 FILLER                        PIC X(02) VALUE SPACES.
          03 DDV-TIPO                      PIC X(12).
          03 DDV-ID                        PIC 9(06).
          03 FILLER                        PIC X(01) VALUE '/'.
          03 DDV-NR                        PIC 9(06).
          03 FILLER                        PIC X(03) VALUE SPACES.
          03 DDV-SITUACAO                  PIC X(01).
          03 FILLER                        PIC X(02) VALUE SPACES.
          03 DDV-ANTERIOR                  PIC -ZZZ.ZZ9,99.
          03 FILLER                        PIC X(02) VALUE SPACES.
          03 DDV-ESPERADO                  PIC -ZZZ.ZZ9,99.
          03 FILLER                        PIC X(02) VALUE SPACES.
          03 DDV-APURADO                   PIC -ZZZ.ZZ9,99.
          03 FILLER                        PIC X(02) VALUE SPACES.
          03 DDV-DIFERENCA                 PIC -ZZZ.ZZ9,99.
       01 WL-SPOOL.
          03 WL-SPL-RELATORIO              PIC X(12).
          03 WL-SPL-ARQUIVO                PIC X(60).
          03 WL-SPL-OK                     PIC X(01).
             88 WL-SPOOL-ABERTO            VALUE 'S'.
             88 WL-SPOOL-FALHOU            VALUE 'N'.
       01 WL-AUDITORIA.
          03 WL-PROGRAMA                   PIC X(12)
             VALUE 'SISCONAR'.
          03 WL-OPERACAO                   PIC X(10).
          03 WL-CHAVE                      PIC X(10).
          03 WL-VALOR-ANTIGO               PIC X(50).
          03 WL-VALOR-NOVO                 PIC X(50).
       01 WL-RUNLOG.
          03 WL-RL-PROGRAMA                PIC X(12)
             VALUE 'SISCONAR'.
          03 WL-RL-FASE                    PIC X(01).
          03 WL-RL-REGISTROS               PIC 9(07).
          03 WL-RL-STATUS                  PIC X(08).

       01 WS-ARQ-RELATORIO                 PIC X(60) VALUE
          'C:\COBOL\CONCILAR.TXT'.
       01 WS-ARQ-CFG-ARSALDO               PIC X(60) VALUE
          'C:\COBOL\ARSALDO.DAT'.
       01 WS-ARQ-CFG-ARITENS               PIC X(60) VALUE
          'C:\COBOL\ARITENS.DAT'.
       01 WS-ARQ-CFG-MENSALID              PIC X(60) VALUE
          'C:\COBOL\MENSALID.DAT'.
       01 WS-ARQ-CFG-ACORPARC              PIC X(60) VALUE
          'C:\COBOL\ACORPARC.DAT'.
       01 WS-ARQ-CFG-ACORDOS               PIC X(60) VALUE
          'C:\COBOL\ACORDOS.DAT'.
       01 WS-ARQ-CFG-ESTORNOS              PIC X(60) VALUE
          'C:\COBOL\ESTORNOS.DAT'.
       01 WS-ARQ-CFG-FATURAS               PIC X(60) VALUE
          'C:\COBOL\FATURAS.DAT'.
          COPY CFG_AREA.
       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM                   PIC X(50).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            PERFORM P050-CONFIGURA THRU P050-FIM
            DISPLAY '*** CONCILIACAO MENSAL DO CONTAS A RECEBER ***'
            MOVE 'I'              TO WL-RL-FASE
            MOVE ZEROS            TO WL-RL-REGISTROS
            MOVE SPACES           TO WL-RL-STATUS
            CALL 'RUNLOG' USING WL-RUNLOG
            ACCEPT WS-DATA-HOJE-8 FROM DATE YYYYMMDD

            DISPLAY 'Informe a competencia a fechar (AAAAMM, '
                    'ENTER = mes anterior): '
            ACCEPT WS-CP-FECHAMENTO
            IF WS-CP-FECHAMENTO EQUAL ZEROS
                MOVE WS-HOJE-AAAAMM TO WS-CP-FECHAMENTO
                IF WS-FEC-MES EQUAL 1
                    SUBTRACT 1    FROM WS-FEC-ANO
                    MOVE 12       TO WS-FEC-MES
                ELSE
                    SUBTRACT 1    FROM WS-FEC-MES
                END-IF
            END-IF
            IF WS-FEC-MES < 1 OR WS-FEC-MES > 12
               OR WS-CP-FECHAMENTO NOT < WS-HOJE-AAAAMM
                DISPLAY 'COMPETENCIA INVALIDA - SO SE FECHA MES JA '
                        'ENCERRADO.'
                PERFORM P800-FALHA THRU P800-FIM
            END-IF
            IF WS-FEC-MES EQUAL 1
                COMPUTE WS-CP-ANTERIOR = (WS-FEC-ANO - 1) * 100 + 12
            ELSE
                COMPUTE WS-CP-ANTERIOR = WS-CP-FECHAMENTO - 1
            END-IF
            IF WS-FEC-MES EQUAL 12
                COMPUTE WS-CP-SEGUINTE = (WS-FEC-ANO + 1) * 100 + 1
            ELSE
                COMPUTE WS-CP-SEGUINTE = WS-CP-FECHAMENTO + 1
            END-IF

            PERFORM P100-ABRE     THRU P100-FIM
            IF RETURN-CODE EQUAL 8
                PERFORM P800-FALHA THRU P800-FIM
            END-IF
            PERFORM P150-SITUACAO THRU P150-FIM
            IF NOT SITUACAO-OK
                PERFORM P190-FECHA THRU P190-FIM
                PERFORM P800-FALHA THRU P800-FIM
            END-IF
            IF REPROCESSA
                PERFORM P160-LIMPA-ITENS THRU P160-FIM
            END-IF

            INITIALIZE REG-SALDO-AR
            MOVE WS-CP-FECHAMENTO TO CP-FECHAMENTO-AR
            MOVE WS-DATA-HOJE-8   TO DT-FECHAMENTO-AR
            IF TEM-ANTERIOR
                SET AR-CONCILIADO TO TRUE
                MOVE WS-VL-SALDO-ABERTURA TO VL-SALDO-ANTERIOR-AR
            ELSE
                SET AR-IMPLANTACAO TO TRUE
            END-IF

            PERFORM P200-CARREGA     THRU P200-FIM
            PERFORM P300-MENSALIDADES THRU P300-FIM
            PERFORM P400-PARCELAS    THRU P400-FIM
            IF TEM-ANTERIOR
                PERFORM P500-ORFAOS  THRU P500-FIM
            END-IF
            PERFORM P600-GRAVA-SALDO THRU P600-FIM
            PERFORM P190-FECHA       THRU P190-FIM
            PERFORM P700-RELATORIO   THRU P700-FIM

            DISPLAY '*************************************************'
            DISPLAY 'COMPETENCIA FECHADA        : ' WS-CP-FECHAMENTO
            DISPLAY 'TITULOS EXAMINADOS         : ' WS-QTD-TITULOS
            DISPLAY 'TITULOS EM ABERTO          : ' WS-QTD-ABERTOS
            MOVE VL-SALDO-CALCULADO-AR TO WS-VL-EDITADO
            DISPLAY 'SALDO CALCULADO            : ' WS-VL-EDITADO
            MOVE VL-SALDO-APURADO-AR   TO WS-VL-EDITADO
            DISPLAY 'SALDO APURADO              : ' WS-VL-EDITADO
            DISPLAY 'TITULOS COM DIFERENCA      : '
                    QT-DIVERGENCIAS-AR
            DISPLAY 'RELATORIO  : ' WS-ARQ-RELATORIO
            DISPLAY '*************************************************'
            MOVE 'F'              TO WL-RL-FASE
            MOVE WS-QTD-TITULOS   TO WL-RL-REGISTROS
            MOVE 'OK'             TO WL-RL-STATUS
            CALL 'RUNLOG' USING WL-RUNLOG
            GOBACK
            .
       P800-FALHA.
            MOVE 'F'              TO WL-RL-FASE
            MOVE 'FALHA'          TO WL-RL-STATUS
            CALL 'RUNLOG' USING WL-RUNLOG
            MOVE 8 TO RETURN-CODE
            GOBACK
            .
       P800-FIM.
      * FECHAMENTOS E POSICOES SAO CRIADOS NO PRIMEIRO USO; SEM
      * ACORDOS, ESTORNOS OU FATURAS A CONCILIACAO SEGUE SEM ELES
       P100-ABRE.
            SET FS-SAL-OK         TO TRUE
            OPEN I-O SALDOS-AR
            IF WS-FS-SAL EQUAL 35 THEN
                OPEN OUTPUT SALDOS-AR
                CLOSE SALDOS-AR
                OPEN I-O SALDOS-AR
            END-IF
            SET FS-ITE-OK         TO TRUE
            OPEN I-O ITENS-AR
            IF WS-FS-ITE EQUAL 35 THEN
                OPEN OUTPUT ITENS-AR
                CLOSE ITENS-AR
                OPEN I-O ITENS-AR
            END-IF
            SET FS-MEN-OK         TO TRUE
            OPEN INPUT MENSALIDADES
            IF NOT (FS-SAL-OK AND FS-ITE-OK AND FS-MEN-OK)
                DISPLAY 'ERRO AO ABRIR OS ARQUIVOS DA CONCILIACAO. '
                DISPLAY 'FILE STATUS SALDOS      : ' WS-FS-SAL
                DISPLAY 'FILE STATUS POSICOES    : ' WS-FS-ITE
                DISPLAY 'FILE STATUS MENSALIDADES: ' WS-FS-MEN
                MOVE 8 TO RETURN-CODE
                CLOSE SALDOS-AR
                CLOSE ITENS-AR
                CLOSE MENSALIDADES
                GO TO P100-FIM
            END-IF
            SET ACORDOS-DISPONIVEIS TO FALSE
            SET FS-PAR-OK         TO TRUE
            SET FS-ACO-OK         TO TRUE
            OPEN INPUT PARCELAS
            OPEN INPUT ACORDOS
            IF FS-PAR-OK AND FS-ACO-OK
                SET ACORDOS-DISPONIVEIS TO TRUE
            ELSE
                DISPLAY 'AVISO: SEM ACORDOS DE PARCELAMENTO - '
                        'PARCELAS NAO CONSIDERADAS.'
            END-IF
            SET FAT-DISPONIVEL    TO FALSE
            SET FS-FAT-OK         TO TRUE
            OPEN INPUT FATURAS
            IF FS-FAT-OK
                SET FAT-DISPONIVEL TO TRUE
            END-IF
            .
       P100-FIM.
      ******************************************************************
      * OS FECHAMENTOS SAO EM SEQUENCIA: O MES SEGUINTE NAO PODE ESTAR
      * FECHADO, O ANTERIOR PRECISA ESTAR (SALVO NA IMPLANTACAO) E O
      * REFECHAMENTO DO ULTIMO MES EXIGE CONFIRMACAO
      ******************************************************************
       P150-SITUACAO.
            SET SITUACAO-OK       TO FALSE
            SET REPROCESSA        TO FALSE
            SET TEM-ANTERIOR      TO FALSE
            MOVE WS-CP-SEGUINTE   TO CP-FECHAMENTO-AR
            READ SALDOS-AR
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    DISPLAY 'COMPETENCIA ' WS-CP-SEGUINTE
                            ' JA FECHADA - SO O ULTIMO MES FECHADO '
                            'PODE SER REFEITO.'
                    GO TO P150-FIM
            END-READ
            MOVE WS-CP-FECHAMENTO TO CP-FECHAMENTO-AR
            READ SALDOS-AR
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    DISPLAY 'COMPETENCIA ' WS-CP-FECHAMENTO
                            ' JA FECHADA EM ' DT-FECHAMENTO-AR
                            '. REFAZER O FECHAMENTO? (S/N): '
                    ACCEPT WS-CONFIRM
                    IF WS-CONFIRM NOT EQUAL 'S' AND 's'
                        DISPLAY 'FECHAMENTO MANTIDO.'
                        GO TO P150-FIM
                    END-IF
                    SET REPROCESSA TO TRUE
            END-READ
            MOVE WS-CP-ANTERIOR   TO CP-FECHAMENTO-AR
            READ SALDOS-AR
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET TEM-ANTERIOR TO TRUE
                    MOVE VL-SALDO-APURADO-AR TO WS-VL-SALDO-ABERTURA
            END-READ
            IF TEM-ANTERIOR
                SET SITUACAO-OK   TO TRUE
                GO TO P150-FIM
            END-IF
      * SEM O MES ANTERIOR: OU HA UM BURACO NA SEQUENCIA, OU E A
      * IMPLANTACAO DO SALDO INICIAL
            MOVE ZEROS            TO CP-FECHAMENTO-AR
            START SALDOS-AR KEY IS NOT LESS THAN CP-FECHAMENTO-AR
                INVALID KEY
                    MOVE 10       TO WS-FS-SAL
            END-START
            IF FS-SAL-OK
                READ SALDOS-AR NEXT
                    AT END
                        CONTINUE
                    NOT AT END
                        IF CP-FECHAMENTO-AR < WS-CP-FECHAMENTO
                            DISPLAY 'FALTA O FECHAMENTO DA '
                                    'COMPETENCIA ' WS-CP-ANTERIOR
                                    ' - FECHE OS MESES EM ORDEM.'
                            GO TO P150-FIM
                        END-IF
                END-READ
            END-IF
            IF NOT REPROCESSA
                DISPLAY 'NENHUM FECHAMENTO ANTERIOR. IMPLANTAR O '
                        'SALDO INICIAL EM ' WS-CP-FECHAMENTO
                        '? (S/N): '
                ACCEPT WS-CONFIRM
                IF WS-CONFIRM NOT EQUAL 'S' AND 's'
                    DISPLAY 'IMPLANTACAO CANCELADA.'
                    GO TO P150-FIM
                END-IF
            END-IF
            SET SITUACAO-OK       TO TRUE
            .
       P150-FIM.
      * REFECHAMENTO: A POSICAO ANTIGA DO MES E SUBSTITUIDA
       P160-LIMPA-ITENS.
            SET EOF-OK            TO FALSE
            MOVE WS-CP-FECHAMENTO TO CP-FECHAMENTO-AI
            MOVE SPACE            TO TP-ITEM-AI
            MOVE ZEROS            TO ID-ITEM-AI NR-ITEM-AI
            START ITENS-AR KEY IS NOT LESS THAN CHAVE-ITEM-AR
                INVALID KEY
                    SET EOF-OK    TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ ITENS-AR NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF CP-FECHAMENTO-AI NOT EQUAL
                           WS-CP-FECHAMENTO
                            SET EOF-OK TO TRUE
                        ELSE
                            DELETE ITENS-AR RECORD
                        END-IF
                END-READ
            END-PERFORM
            .
       P160-FIM.
       P190-FECHA.
            CLOSE SALDOS-AR
            CLOSE ITENS-AR
            CLOSE MENSALIDADES
            CLOSE PARCELAS
            CLOSE ACORDOS
            CLOSE FATURAS
            .
       P190-FIM.
      ******************************************************************
      * ALUNOS COM ESTORNO NA COMPETENCIA E COM ACORDO ROMPIDO
      ******************************************************************
       P200-CARREGA.
            SET EOF-OK            TO FALSE
            SET FS-EST-OK         TO TRUE
            OPEN INPUT ESTORNOS
            IF NOT FS-EST-OK
                SET EOF-OK        TO TRUE
            END-IF
            PERFORM UNTIL EOF-OK
                READ ESTORNOS NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF DT-ESTORNO(1:6) EQUAL WS-CP-FECHAMENTO
                           AND WS-QTD-ALU-ESTORNO < 2000
                            ADD 1 TO WS-QTD-ALU-ESTORNO
                            MOVE ID-ALUNO-EST TO
                                 WS-ALU-ESTORNO(WS-QTD-ALU-ESTORNO)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ESTORNOS
            IF NOT ACORDOS-DISPONIVEIS
                GO TO P200-FIM
            END-IF
            SET EOF-OK            TO FALSE
            PERFORM UNTIL EOF-OK
                READ ACORDOS NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF ACO-ROMPIDO
                           AND WS-QTD-ALU-ROMPIDO < 2000
                            ADD 1 TO WS-QTD-ALU-ROMPIDO
                            MOVE ID-ALUNO-ACO TO
                                 WS-ALU-ROMPIDO(WS-QTD-ALU-ROMPIDO)
                        END-IF
                END-READ
            END-PERFORM
            .
       P200-FIM.
       P230-BUSCA-ALUNO.
            SET ALUNO-ESTORNO     TO FALSE
            SET ALUNO-ROMPIDO     TO FALSE
            PERFORM VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND > WS-QTD-ALU-ESTORNO
                       OR ALUNO-ESTORNO
                IF WS-ALU-ESTORNO(WS-IND) EQUAL ID-ALUNO-MEN
                    SET ALUNO-ESTORNO TO TRUE
                END-IF
            END-PERFORM
            PERFORM VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND > WS-QTD-ALU-ROMPIDO
                       OR ALUNO-ROMPIDO
                IF WS-ALU-ROMPIDO(WS-IND) EQUAL ID-ALUNO-MEN
                    SET ALUNO-ROMPIDO TO TRUE
                END-IF
            END-PERFORM
            .
       P230-FIM.
      ******************************************************************
      * MENSALIDADES ATE A COMPETENCIA FECHADA: CADA UMA PARTE DO
      * VALOR EM ABERTO NO FECHAMENTO ANTERIOR, RECEBE OS MOVIMENTOS
      * DO MES E TEM QUE CHEGAR AO VALOR EM ABERTO DE HOJE
      ******************************************************************
       P300-MENSALIDADES.
            SET EOF-OK            TO FALSE
            PERFORM UNTIL EOF-OK
                READ MENSALIDADES NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF CP-COMPETENCIA NOT > WS-CP-FECHAMENTO
                            PERFORM P310-MENSALIDADE THRU P310-FIM
                        END-IF
                END-READ
            END-PERFORM
            .
       P300-FIM.
       P310-MENSALIDADE.
            ADD 1                 TO WS-QTD-TITULOS
            MOVE 'M'              TO WS-TP-ITEM
            MOVE ID-ALUNO-MEN     TO WS-ID-ITEM
            MOVE CP-COMPETENCIA   TO WS-NR-ITEM
            MOVE ST-MENSALIDADE   TO WS-ST-ITEM
            PERFORM P450-ANTERIOR THRU P450-FIM
      * EM ABERTO NO FIM DO MES: ABERTA, FATURAVEL AO CONVENIO OU
      * PAGA SO DEPOIS DO MES FECHADO
            MOVE ZEROS            TO WS-VL-ATUAL
            MOVE DT-PAGAMENTO-MEN(1:6) TO WS-CP-EFETIVA
            IF WS-CP-EFETIVA < CP-COMPETENCIA
                MOVE CP-COMPETENCIA TO WS-CP-EFETIVA
            END-IF
            IF MEN-ABERTA OR MEN-CONVENIO
               OR (MEN-PAGA AND WS-CP-EFETIVA > WS-CP-FECHAMENTO)
                MOVE VL-MENSALIDADE TO WS-VL-ATUAL
            END-IF
            IF AR-IMPLANTACAO
                PERFORM P480-GRAVA-ITEM THRU P480-FIM
                GO TO P310-FIM
            END-IF

            MOVE WS-VL-ANTERIOR   TO WS-VL-ESPERADO
            MOVE WS-VL-ANTERIOR   TO WS-VL-BASE
      * FATURADA NA COMPETENCIA: ENTRA PELO VALOR CHEIO E A BOLSA E
      * O DESCONTO DE IRMAO SAEM COMO DESCONTO
            IF CP-COMPETENCIA EQUAL WS-CP-FECHAMENTO
                ADD VL-ORIGINAL-MEN TO VL-FATURADO-AR
                COMPUTE VL-DESCONTOS-AR = VL-DESCONTOS-AR
                        + VL-ORIGINAL-MEN - VL-MENSALIDADE
                ADD VL-MENSALIDADE TO WS-VL-ESPERADO
                MOVE VL-MENSALIDADE TO WS-VL-BASE
            END-IF
      * BOLSA CONCEDIDA OU REVISTA DEPOIS DO FATURAMENTO MUDA O VALOR
      * DO TITULO JA ABERTO - A DIFERENCA E DESCONTO DO MES
            IF WS-VL-BASE > ZEROS
               AND WS-VL-BASE NOT EQUAL VL-MENSALIDADE
               AND NOT MEN-CANCELADA AND NOT MEN-RENEGOCIADA
                COMPUTE WS-VL-AJUSTE = WS-VL-BASE - VL-MENSALIDADE
                ADD WS-VL-AJUSTE  TO VL-DESCONTOS-AR
                SUBTRACT WS-VL-AJUSTE FROM WS-VL-ESPERADO
                MOVE VL-MENSALIDADE TO WS-VL-BASE
            END-IF
            EVALUATE TRUE
                WHEN MEN-PAGA
                    IF WS-CP-EFETIVA EQUAL WS-CP-FECHAMENTO
                        PERFORM P320-RECEBIDO-MEN THRU P320-FIM
                    END-IF
                WHEN MEN-CANCELADA
                    ADD WS-VL-BASE      TO VL-CANCELADO-AR
                    SUBTRACT WS-VL-BASE FROM WS-VL-ESPERADO
                WHEN MEN-RENEGOCIADA
                    ADD WS-VL-BASE      TO VL-CONSOLIDADO-AR
                    SUBTRACT WS-VL-BASE FROM WS-VL-ESPERADO
                WHEN OTHER
      * QUITADA ANTES E ABERTA DE NOVO: ESTORNO DO RECEBIMENTO NO MES
      * OU DEVOLUCAO A COBRANCA POR ACORDO ROMPIDO
                    IF WS-VL-BASE EQUAL ZEROS
                       AND CP-COMPETENCIA < WS-CP-FECHAMENTO
                        PERFORM P230-BUSCA-ALUNO THRU P230-FIM
                        IF ALUNO-ESTORNO
                            ADD VL-MENSALIDADE TO VL-ESTORNOS-AR
                            ADD VL-MENSALIDADE TO WS-VL-ESPERADO
                        ELSE
                            IF ALUNO-ROMPIDO
                                ADD VL-MENSALIDADE
                                    TO VL-REABERTOS-AR
                                ADD VL-MENSALIDADE
                                    TO WS-VL-ESPERADO
                            END-IF
                        END-IF
                    END-IF
            END-EVALUATE
            PERFORM P470-CONFERE-ITEM THRU P470-FIM
            PERFORM P480-GRAVA-ITEM   THRU P480-FIM
            .
       P310-FIM.
      * A BAIXA TIRA O VALOR DO TITULO: O DESCONTO DE PONTUALIDADE E
      * DESCONTO, O RESTO E RECEBIMENTO DO CANAL (MULTA E JUROS NAO
      * ESTAVAM NO SALDO E NAO ENTRAM NA CONCILIACAO)
       P320-RECEBIDO-MEN.
            MOVE FORMA-PGTO-MEN   TO WS-FORMA-PGTO
            MOVE NR-RECIBO-MEN    TO WS-NR-RECIBO
            MOVE DT-PAGAMENTO-MEN TO WS-DT-PAGAMENTO
            PERFORM P330-CANAL    THRU P330-FIM
            ADD VL-DESCONTO-MEN   TO VL-DESCONTOS-AR
            COMPUTE WS-VL-RECEBIDO = VL-MENSALIDADE - VL-DESCONTO-MEN
            PERFORM P340-SOMA-CANAL THRU P340-FIM
            SUBTRACT VL-MENSALIDADE FROM WS-VL-ESPERADO
            .
       P320-FIM.
      * BOLETO SEM RECIBO VEIO DO RETORNO BANCARIO (SISRETOR); COM O
      * NUMERO DE UMA FATURA PAGA DA COMPETENCIA NA MESMA DATA FOI A
      * LIQUIDACAO DO CONVENIO; COM RECIBO FOI PAGO NO CAIXA
       P330-CANAL.
            EVALUATE WS-FORMA-PGTO
                WHEN 'C'
                    MOVE 'C'      TO WS-CANAL
                WHEN 'B'
                    IF WS-NR-RECIBO EQUAL ZEROS
                        MOVE 'B'  TO WS-CANAL
                    ELSE
                        PERFORM P335-PAGO-EMPRESA THRU P335-FIM
                        IF PAGO-EMPRESA
                            MOVE 'V' TO WS-CANAL
                        ELSE
                            MOVE 'X' TO WS-CANAL
                        END-IF
                    END-IF
                WHEN OTHER
                    MOVE 'X'      TO WS-CANAL
            END-EVALUATE
            .
       P330-FIM.
       P335-PAGO-EMPRESA.
            SET PAGO-EMPRESA      TO FALSE
            IF NOT FAT-DISPONIVEL OR WS-TP-ITEM NOT EQUAL 'M'
                GO TO P335-FIM
            END-IF
            MOVE WS-NR-RECIBO     TO NR-FATURA
            READ FATURAS
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF FAT-PAGA AND
                       CP-COMPETENCIA-FAT EQUAL CP-COMPETENCIA AND
                       DT-PAGAMENTO-FAT EQUAL WS-DT-PAGAMENTO
                        SET PAGO-EMPRESA TO TRUE
                    END-IF
            END-READ
            .
       P335-FIM.
       P340-SOMA-CANAL.
            EVALUATE WS-CANAL
                WHEN 'C'
                    ADD WS-VL-RECEBIDO TO VL-REC-CARTAO-AR
                WHEN 'B'
                    ADD WS-VL-RECEBIDO TO VL-REC-BANCO-AR
                WHEN 'V'
                    ADD WS-VL-RECEBIDO TO VL-REC-CONVENIO-AR
                WHEN OTHER
                    ADD WS-VL-RECEBIDO TO VL-REC-CAIXA-AR
            END-EVALUATE
            .
       P340-FIM.
      ******************************************************************
      * PARCELAS DOS ACORDOS FECHADOS ATE O FIM DO MES: ENTRAM NO
      * MES DO ACORDO E SAEM PELA BAIXA OU PELO ROMPIMENTO
      ******************************************************************
       P400-PARCELAS.
            IF NOT ACORDOS-DISPONIVEIS
                GO TO P400-FIM
            END-IF
            SET EOF-OK            TO FALSE
            PERFORM UNTIL EOF-OK
                READ PARCELAS NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        PERFORM P410-PARCELA THRU P410-FIM
                END-READ
            END-PERFORM
            .
       P400-FIM.
       P410-PARCELA.
            MOVE NR-ACORDO-AP     TO NR-ACORDO
            READ ACORDOS
                INVALID KEY
                    DISPLAY 'AVISO: ACORDO ' NR-ACORDO-AP
                            ' NAO ENCONTRADO.'
                    GO TO P410-FIM
            END-READ
            MOVE DT-ACORDO(1:6)   TO WS-CP-ACORDO
            IF WS-CP-ACORDO > WS-CP-FECHAMENTO
                GO TO P410-FIM
            END-IF
            ADD 1                 TO WS-QTD-TITULOS
            MOVE 'P'              TO WS-TP-ITEM
            MOVE NR-ACORDO-AP     TO WS-ID-ITEM
            MOVE NR-PARCELA-AP    TO WS-NR-ITEM
            MOVE ST-PARCELA-AP    TO WS-ST-ITEM
            PERFORM P450-ANTERIOR THRU P450-FIM
            MOVE ZEROS            TO WS-VL-ATUAL
            MOVE DT-PAGAMENTO-AP(1:6) TO WS-CP-EFETIVA
            IF WS-CP-EFETIVA < WS-CP-ACORDO
                MOVE WS-CP-ACORDO TO WS-CP-EFETIVA
            END-IF
            IF AP-ABERTA
               OR (AP-PAGA AND WS-CP-EFETIVA > WS-CP-FECHAMENTO)
                MOVE VL-PARCELA-AP TO WS-VL-ATUAL
            END-IF
            IF AR-IMPLANTACAO
                PERFORM P480-GRAVA-ITEM THRU P480-FIM
                GO TO P410-FIM
            END-IF

            MOVE WS-VL-ANTERIOR   TO WS-VL-ESPERADO
            MOVE WS-VL-ANTERIOR   TO WS-VL-BASE
            IF WS-CP-ACORDO EQUAL WS-CP-FECHAMENTO
                ADD VL-PARCELA-AP TO VL-ACORDOS-AR
                ADD VL-PARCELA-AP TO WS-VL-ESPERADO
                MOVE VL-PARCELA-AP TO WS-VL-BASE
            END-IF
            EVALUATE TRUE
                WHEN AP-PAGA
                    IF WS-CP-EFETIVA EQUAL WS-CP-FECHAMENTO
                        MOVE FORMA-PGTO-AP   TO WS-FORMA-PGTO
                        MOVE NR-RECIBO-AP    TO WS-NR-RECIBO
                        MOVE DT-PAGAMENTO-AP TO WS-DT-PAGAMENTO
                        PERFORM P330-CANAL   THRU P330-FIM
                        MOVE VL-PARCELA-AP   TO WS-VL-RECEBIDO
                        PERFORM P340-SOMA-CANAL THRU P340-FIM
                        SUBTRACT VL-PARCELA-AP FROM WS-VL-ESPERADO
                    END-IF
                WHEN AP-CANCELADA
                    ADD WS-VL-BASE      TO VL-CANCELADO-AR
                    SUBTRACT WS-VL-BASE FROM WS-VL-ESPERADO
            END-EVALUATE
            PERFORM P470-CONFERE-ITEM THRU P470-FIM
            PERFORM P480-GRAVA-ITEM   THRU P480-FIM
            .
       P410-FIM.
      * VALOR DO TITULO NA POSICAO DO FECHAMENTO ANTERIOR
       P450-ANTERIOR.
            MOVE ZEROS            TO WS-VL-ANTERIOR
            IF NOT TEM-ANTERIOR
                GO TO P450-FIM
            END-IF
            MOVE WS-CP-ANTERIOR   TO CP-FECHAMENTO-AI
            MOVE WS-TP-ITEM       TO TP-ITEM-AI
            MOVE WS-ID-ITEM       TO ID-ITEM-AI
            MOVE WS-NR-ITEM       TO NR-ITEM-AI
            READ ITENS-AR
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE VL-ABERTO-AI TO WS-VL-ANTERIOR
            END-READ
            .
       P450-FIM.
       P470-CONFERE-ITEM.
            COMPUTE WS-VL-DIFERENCA = WS-VL-ATUAL - WS-VL-ESPERADO
            IF WS-VL-DIFERENCA EQUAL ZEROS
                GO TO P470-FIM
            END-IF
            ADD 1                 TO QT-DIVERGENCIAS-AR
            ADD WS-VL-DIFERENCA   TO WS-VL-DIF-TOTAL
            IF WS-QTD-DIV-LISTA NOT < 500
                GO TO P470-FIM
            END-IF
            ADD 1                 TO WS-QTD-DIV-LISTA
            MOVE WS-TP-ITEM       TO WS-DIV-TIPO(WS-QTD-DIV-LISTA)
            MOVE WS-ID-ITEM       TO WS-DIV-ID(WS-QTD-DIV-LISTA)
            MOVE WS-NR-ITEM       TO WS-DIV-NR(WS-QTD-DIV-LISTA)
            MOVE WS-ST-ITEM       TO WS-DIV-SITUACAO(WS-QTD-DIV-LISTA)
            MOVE WS-VL-ANTERIOR   TO WS-DIV-ANTERIOR(WS-QTD-DIV-LISTA)
            MOVE WS-VL-ESPERADO   TO WS-DIV-ESPERADO(WS-QTD-DIV-LISTA)
            MOVE WS-VL-ATUAL      TO WS-DIV-APURADO(WS-QTD-DIV-LISTA)
            MOVE WS-VL-DIFERENCA
                 TO WS-DIV-DIFERENCA(WS-QTD-DIV-LISTA)
            .
       P470-FIM.
      * POSICAO DO MES FECHADO - SO OS TITULOS QUE FICARAM EM ABERTO
       P480-GRAVA-ITEM.
            IF WS-VL-ATUAL EQUAL ZEROS
                GO TO P480-FIM
            END-IF
            ADD 1                 TO WS-QTD-ABERTOS
            ADD WS-VL-ATUAL       TO VL-SALDO-APURADO-AR
            MOVE WS-CP-FECHAMENTO TO CP-FECHAMENTO-AI
            MOVE WS-TP-ITEM       TO TP-ITEM-AI
            MOVE WS-ID-ITEM       TO ID-ITEM-AI
            MOVE WS-NR-ITEM       TO NR-ITEM-AI
            MOVE WS-VL-ATUAL      TO VL-ABERTO-AI
            WRITE REG-ITEM-AR
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR A POSICAO DO TITULO '
                            WS-TP-ITEM ' ' WS-ID-ITEM '/' WS-NR-ITEM
                            '. FILE STATUS: ' WS-FS-ITE
            END-WRITE
            .
       P480-FIM.
      ******************************************************************
      * TITULO ABERTO NO FECHAMENTO ANTERIOR QUE NAO EXISTE MAIS NO
      * CADASTRO: SAIU SEM MOVIMENTO, A DIFERENCA E O VALOR INTEIRO
      ******************************************************************
       P500-ORFAOS.
            SET EOF-OK            TO FALSE
            MOVE WS-CP-ANTERIOR   TO CP-FECHAMENTO-AI
            MOVE SPACE            TO TP-ITEM-AI
            MOVE ZEROS            TO ID-ITEM-AI NR-ITEM-AI
            START ITENS-AR KEY IS NOT LESS THAN CHAVE-ITEM-AR
                INVALID KEY
                    SET EOF-OK    TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ ITENS-AR NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF CP-FECHAMENTO-AI NOT EQUAL WS-CP-ANTERIOR
                            SET EOF-OK TO TRUE
                        ELSE
                            PERFORM P510-CONFERE-ORFAO THRU P510-FIM
                        END-IF
                END-READ
            END-PERFORM
            .
       P500-FIM.
       P510-CONFERE-ORFAO.
            MOVE TP-ITEM-AI       TO WS-TP-ITEM
            MOVE ID-ITEM-AI       TO WS-ID-ITEM
            MOVE NR-ITEM-AI       TO WS-NR-ITEM
            MOVE VL-ABERTO-AI     TO WS-VL-ANTERIOR
            IF ITEM-MENSALIDADE
                MOVE ID-ITEM-AI   TO ID-ALUNO-MEN
                MOVE NR-ITEM-AI   TO CP-COMPETENCIA
                READ MENSALIDADES
                    INVALID KEY
                        MOVE 10   TO WS-FS-MEN
                END-READ
                IF FS-MEN-OK
                    GO TO P510-FIM
                END-IF
            ELSE
                IF ACORDOS-DISPONIVEIS
                    MOVE ID-ITEM-AI TO NR-ACORDO-AP
                    MOVE NR-ITEM-AI TO NR-PARCELA-AP
                    READ PARCELAS
                        INVALID KEY
                            MOVE 10 TO WS-FS-PAR
                    END-READ
                    IF FS-PAR-OK
                        GO TO P510-FIM
                    END-IF
                END-IF
            END-IF
            ADD 1                 TO WS-QTD-ORFAOS
            MOVE 'X'              TO WS-ST-ITEM
            MOVE WS-VL-ANTERIOR   TO WS-VL-ESPERADO
            MOVE ZEROS            TO WS-VL-ATUAL
            PERFORM P470-CONFERE-ITEM THRU P470-FIM
            .
       P510-FIM.
      ******************************************************************
      * SALDO CALCULADO = ABERTURA + MOVIMENTOS; O APURADO (SOMA DOS
      * TITULOS EM ABERTO) E A ABERTURA DO MES SEGUINTE
      ******************************************************************
       P600-GRAVA-SALDO.
            IF AR-IMPLANTACAO
                MOVE VL-SALDO-APURADO-AR TO VL-SALDO-CALCULADO-AR
            ELSE
                COMPUTE VL-SALDO-CALCULADO-AR =
                        VL-SALDO-ANTERIOR-AR
                      + VL-FATURADO-AR     - VL-DESCONTOS-AR
                      - VL-REC-CAIXA-AR    - VL-REC-BANCO-AR
                      - VL-REC-CARTAO-AR   - VL-REC-CONVENIO-AR
                      - VL-CANCELADO-AR    - VL-CONSOLIDADO-AR
                      + VL-ACORDOS-AR      + VL-ESTORNOS-AR
                      + VL-REABERTOS-AR
            END-IF
            SET FS-SAL-OK         TO TRUE
            IF REPROCESSA
                REWRITE REG-SALDO-AR
            ELSE
                WRITE REG-SALDO-AR
            END-IF
            IF NOT FS-SAL-OK
                DISPLAY 'ERRO AO GRAVAR O FECHAMENTO DA COMPETENCIA '
                        WS-CP-FECHAMENTO '. '
                DISPLAY 'FILE STATUS: ' WS-FS-SAL
                MOVE 8 TO RETURN-CODE
                GO TO P600-FIM
            END-IF
            IF REPROCESSA
                MOVE 'REFECHA-AR' TO WL-OPERACAO
            ELSE
                MOVE 'FECHA-AR'   TO WL-OPERACAO
            END-IF
            MOVE WS-CP-FECHAMENTO TO WL-CHAVE
            MOVE SPACES           TO WL-VALOR-ANTIGO
            MOVE SPACES           TO WL-VALOR-NOVO
            MOVE VL-SALDO-CALCULADO-AR TO WS-VL-EDITADO
            STRING 'CALCULADO ' WS-VL-EDITADO
                   DELIMITED BY SIZE INTO WL-VALOR-ANTIGO
            MOVE VL-SALDO-APURADO-AR   TO WS-VL-EDITADO
            STRING 'APURADO ' WS-VL-EDITADO
                   ' DIVERGENCIAS ' QT-DIVERGENCIAS-AR
                   DELIMITED BY SIZE INTO WL-VALOR-NOVO
            CALL 'AUDITLOG' USING WL-AUDITORIA
            .
       P600-FIM.
      ******************************************************************
      * RELATORIO: ROLL-FORWARD DO SALDO E, ABAIXO, OS TITULOS QUE NAO
      * FECHAM
      ******************************************************************
       P700-RELATORIO.
            MOVE 'CONCILAR'       TO WL-SPL-RELATORIO
            CALL 'SPOOLREG' USING WL-SPOOL
            IF WL-SPOOL-ABERTO
                MOVE WL-SPL-ARQUIVO TO WS-ARQ-RELATORIO
            ELSE
                MOVE 'C:\COBOL\CONCILAR.TXT' TO WS-ARQ-RELATORIO
            END-IF
            SET FS-REL-OK         TO TRUE
            OPEN OUTPUT RELATORIO
            IF NOT FS-REL-OK
                DISPLAY 'ERRO AO ABRIR O RELATORIO DA CONCILIACAO. '
                DISPLAY 'FILE STATUS: ' WS-FS-REL
                GO TO P700-FIM
            END-IF
            MOVE ALL '=' TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES TO WS-LINHA-REL
            STRING 'CONCILIACAO DO CONTAS A RECEBER - COMPETENCIA '
                   WS-FEC-MES '/' WS-FEC-ANO
                   '   EMITIDO EM ' WS-DATA-HOJE-8
                   DELIMITED BY SIZE INTO WS-LINHA-REL
            MOVE WS-LINHA-REL TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE ALL '=' TO REG-RELATORIO
            WRITE REG-RELATORIO
            IF AR-IMPLANTACAO
                MOVE 'IMPLANTACAO DO SALDO INICIAL - SEM FECHAMENTO '
                     & 'ANTERIOR, SEM CONCILIACAO DE MOVIMENTO.'
                     TO REG-RELATORIO
                WRITE REG-RELATORIO
                MOVE 'SALDO DOS TITULOS EM ABERTO' TO LMV-DESCRICAO
                MOVE VL-SALDO-APURADO-AR TO LMV-VALOR
                WRITE REG-RELATORIO FROM WS-LIN-MOVIMENTO
                GO TO P700-FECHA
            END-IF

            MOVE SPACES TO WS-LINHA-REL
            STRING 'SALDO DE ABERTURA (FECHAMENTO ' WS-CP-ANTERIOR ')'
                   DELIMITED BY SIZE INTO WS-LINHA-REL
            MOVE WS-LINHA-REL          TO LMV-DESCRICAO
            MOVE VL-SALDO-ANTERIOR-AR  TO LMV-VALOR
            WRITE REG-RELATORIO FROM WS-LIN-MOVIMENTO
            MOVE '(+) FATURADO NA COMPETENCIA (SISMENSA)'
                 TO LMV-DESCRICAO
            MOVE VL-FATURADO-AR        TO LMV-VALOR
            WRITE REG-RELATORIO FROM WS-LIN-MOVIMENTO
            MOVE '(-) DESCONTOS (BOLSA, IRMAO, PONTUALIDADE)'
                 TO LMV-DESCRICAO
            MOVE VL-DESCONTOS-AR       TO LMV-VALOR
            WRITE REG-RELATORIO FROM WS-LIN-MOVIMENTO
            MOVE '(-) RECEBIDO NO CAIXA' TO LMV-DESCRICAO
            MOVE VL-REC-CAIXA-AR       TO LMV-VALOR
            WRITE REG-RELATORIO FROM WS-LIN-MOVIMENTO
            MOVE '(-) RECEBIDO PELO RETORNO BANCARIO'
                 TO LMV-DESCRICAO
            MOVE VL-REC-BANCO-AR       TO LMV-VALOR
            WRITE REG-RELATORIO FROM WS-LIN-MOVIMENTO
            MOVE '(-) RECEBIDO EM CARTAO' TO LMV-DESCRICAO
            MOVE VL-REC-CARTAO-AR      TO LMV-VALOR
            WRITE REG-RELATORIO FROM WS-LIN-MOVIMENTO
            MOVE '(-) RECEBIDO DE CONVENIOS (FATURAS)'
                 TO LMV-DESCRICAO
            MOVE VL-REC-CONVENIO-AR    TO LMV-VALOR
            WRITE REG-RELATORIO FROM WS-LIN-MOVIMENTO
            MOVE '(-) CANCELAMENTOS' TO LMV-DESCRICAO
            MOVE VL-CANCELADO-AR       TO LMV-VALOR
            WRITE REG-RELATORIO FROM WS-LIN-MOVIMENTO
            MOVE '(-) MENSALIDADES CONSOLIDADAS EM ACORDO'
                 TO LMV-DESCRICAO
            MOVE VL-CONSOLIDADO-AR     TO LMV-VALOR
            WRITE REG-RELATORIO FROM WS-LIN-MOVIMENTO
            MOVE '(+) PARCELAS DOS ACORDOS DO MES' TO LMV-DESCRICAO
            MOVE VL-ACORDOS-AR         TO LMV-VALOR
            WRITE REG-RELATORIO FROM WS-LIN-MOVIMENTO
            MOVE '(+) ESTORNOS DE RECEBIMENTO' TO LMV-DESCRICAO
            MOVE VL-ESTORNOS-AR        TO LMV-VALOR
            WRITE REG-RELATORIO FROM WS-LIN-MOVIMENTO
            MOVE '(+) REABERTAS POR ACORDO ROMPIDO' TO LMV-DESCRICAO
            MOVE VL-REABERTOS-AR       TO LMV-VALOR
            WRITE REG-RELATORIO FROM WS-LIN-MOVIMENTO
            MOVE ALL '-' TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE '(=) SALDO CALCULADO' TO LMV-DESCRICAO
            MOVE VL-SALDO-CALCULADO-AR TO LMV-VALOR
            WRITE REG-RELATORIO FROM WS-LIN-MOVIMENTO
            MOVE 'SALDO APURADO (TITULOS EM ABERTO)' TO LMV-DESCRICAO
            MOVE VL-SALDO-APURADO-AR   TO LMV-VALOR
            WRITE REG-RELATORIO FROM WS-LIN-MOVIMENTO
            MOVE 'DIFERENCA (APURADO - CALCULADO)' TO LMV-DESCRICAO
            COMPUTE LMV-VALOR = VL-SALDO-APURADO-AR
                              - VL-SALDO-CALCULADO-AR
            WRITE REG-RELATORIO FROM WS-LIN-MOVIMENTO
            MOVE 'MULTA E JUROS NAO COMPOEM O SALDO - SAO RECEITA NA '
                 & 'BAIXA.' TO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO
            IF QT-DIVERGENCIAS-AR EQUAL ZEROS
                MOVE 'NENHUM TITULO COM DIFERENCA - SALDO CONCILIADO.'
                     TO REG-RELATORIO
                WRITE REG-RELATORIO
                GO TO P700-FECHA
            END-IF
            MOVE 'TITULOS COM DIFERENCA (SITUACAO X = TITULO NAO '
                 & 'ENCONTRADO NO CADASTRO)' TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE '  TITULO      ALUNO/COMPET.  SIT    ABERTURA'
                 & '     ESPERADO      APURADO    DIFERENCA'
                 TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE '              ACORDO/PARC.' TO REG-RELATORIO
            WRITE REG-RELATORIO
            PERFORM VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND > WS-QTD-DIV-LISTA
                IF WS-DIV-TIPO(WS-IND) EQUAL 'M'
                    MOVE 'MENSALIDADE' TO DDV-TIPO
                ELSE
                    MOVE 'PARC.ACORDO' TO DDV-TIPO
                END-IF
                MOVE WS-DIV-ID(WS-IND)        TO DDV-ID
                MOVE WS-DIV-NR(WS-IND)        TO DDV-NR
                MOVE WS-DIV-SITUACAO(WS-IND)  TO DDV-SITUACAO
                MOVE WS-DIV-ANTERIOR(WS-IND)  TO DDV-ANTERIOR
                MOVE WS-DIV-ESPERADO(WS-IND)  TO DDV-ESPERADO
                MOVE WS-DIV-APURADO(WS-IND)   TO DDV-APURADO
                MOVE WS-DIV-DIFERENCA(WS-IND) TO DDV-DIFERENCA
                WRITE REG-RELATORIO FROM WS-DET-DIVERGENCIA
            END-PERFORM
            IF QT-DIVERGENCIAS-AR > WS-QTD-DIV-LISTA
                MOVE SPACES TO WS-LINHA-REL
                COMPUTE WS-IND = QT-DIVERGENCIAS-AR - WS-QTD-DIV-LISTA
                STRING '... MAIS ' WS-IND ' TITULOS COM DIFERENCA '
                       'NAO LISTADOS.'
                       DELIMITED BY SIZE INTO WS-LINHA-REL
                MOVE WS-LINHA-REL TO REG-RELATORIO
                WRITE REG-RELATORIO
            END-IF
            MOVE SPACES TO WS-LINHA-REL
            MOVE WS-VL-DIF-TOTAL TO WS-VL-EDITADO
            STRING 'TOTAL DAS DIFERENCAS: ' WS-VL-EDITADO
                   DELIMITED BY SIZE INTO WS-LINHA-REL
            MOVE WS-LINHA-REL TO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P700-FECHA.
            CLOSE RELATORIO
            .
       P700-FIM.
      * RESOLVE OS CAMINHOS FISICOS PELO CONFIGSYS (PRODUCAO OU
      * TESTE); SEM CONFIGURACAO VALEM OS PADROES ACIMA
       P050-CONFIGURA.
            MOVE 'ARSALDO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-ARSALDO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-ARSALDO
            MOVE 'ARITENS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-ARITENS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-ARITENS
            MOVE 'MENSALID' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-MENSALID TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-MENSALID
            MOVE 'ACORPARC' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-ACORPARC TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-ACORPARC
            MOVE 'ACORDOS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-ACORDOS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-ACORDOS
            MOVE 'ESTORNOS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-ESTORNOS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-ESTORNOS
            MOVE 'FATURAS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-FATURAS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-FATURAS
            .
       P050-FIM.
       END PROGRAM SISCONAR.

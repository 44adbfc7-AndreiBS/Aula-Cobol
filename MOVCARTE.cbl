      ******************************************************************
      * Author: ANDREI BATISTA
      * Date: 15/10/2026
      * Purpose: MOVIMENTAR A CARTEIRA PRE-PAGA DO ALUNO
      *          (PREPAGO.DAT) - RECARGA DO CAIXA, DEBITO NO PONTO DE
      *          VENDA COM SALDO E LIMITE DIARIO, ESTORNO DE RECARGA
      *          E ENCERRAMENTO NA SAIDA DO ALUNO - GRAVANDO O
      *          MOVIMENTO IMUTAVEL (PREPMOV.DAT) E A AUDITORIA;
      *          COMPARTILHADO ENTRE SISCAIXA, SISPREPG E SISEVADE
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOVCARTE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
               SELECT CARTEIRAS ASSIGN TO WS-ARQ-CFG-PREPAGO
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS ID-ALUNO-PPG
               FILE STATUS IS WS-FS-PPG.

               SELECT MOVIMENTOS-PPG ASSIGN TO WS-ARQ-CFG-PREPMOV
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS CHAVE-MOV-PREPAGO
               FILE STATUS IS WS-FS-PPM.

       DATA DIVISION.
       FILE SECTION.
       FD CARTEIRAS.
          COPY FD_PREPG.
       FD MOVIMENTOS-PPG.
          COPY FD_PPMOV.

       WORKING-STORAGE SECTION.
       77 WS-FS-PPG                        PIC 99.
          88 FS-PPG-OK                     VALUE 0.
       77 WS-FS-PPM                        PIC 99.
          88 FS-PPM-OK                     VALUE 0.
       77 WS-CARTEIRA-NOVA                 PIC X VALUE 'N'.
          88 CARTEIRA-NOVA                 VALUE 'S' FALSE 'N'.
       77 WS-DATA-HOJE-8                   PIC 9(08).
       77 WS-HORA-AGORA                    PIC 9(08).
       77 WS-VL-GASTO-HOJE                 PIC 9(06)V99.
       77 WS-VL-SALDO-ANTES                PIC 9(06)V99.
       01 WL-AUDITORIA.
          03 WL-PROGRAMA                   PIC X(12).
          03 WL-OPERACAO                   PIC X(10).
          03 WL-CHAVE                      PIC X(10).
          03 WL-VALOR-ANTIGO               PIC X(50).
          03 WL-VALOR-NOVO                 PIC X(50).

       01 WS-ARQ-CFG-PREPAGO               PIC X(60) VALUE
          'C:\COBOL\PREPAGO.DAT'.
       01 WS-ARQ-CFG-PREPMOV               PIC X(60) VALUE
          'C:\COBOL\PREPMOV.DAT'.
          COPY CFG_AREA.
       LINKAGE SECTION.
       01 LK-PARAMETROS-CARTEIRA.
          03 LK-CT-OPERACAO                PIC X(01).
             88 LK-CT-RECARGA              VALUE 'R'.
             88 LK-CT-DEBITO               VALUE 'D'.
             88 LK-CT-ESTORNO              VALUE 'E'.
             88 LK-CT-ENCERRA              VALUE 'X'.
             88 LK-CT-CONSULTA             VALUE 'C'.
          03 LK-CT-ID-ALUNO                PIC 9(06).
      * NO ENCERRAMENTO DEVOLVE O SALDO TRANSFERIDO
          03 LK-CT-VALOR                   PIC 9(06)V99.
          03 LK-CT-PONTO-VENDA             PIC X(01).
      * RECIBO DO CAIXA (R/E) OU DOCUMENTO DE ACERTO (X)
          03 LK-CT-DOCUMENTO               PIC 9(06).
          03 LK-CT-PROGRAMA                PIC X(08).
      * SALDO DEPOIS DA OPERACAO E O QUE AINDA CABE NO LIMITE DO DIA
          03 LK-CT-SALDO                   PIC 9(06)V99.
          03 LK-CT-DISPONIVEL-DIA          PIC 9(06)V99.
      * NA CONSULTA, 'E' = CARTEIRA ENCERRADA (SALDO JA DEVOLVIDO)
          03 LK-CT-OK                      PIC X(01).
             88 LK-CT-FEITO                VALUE 'S'.
             88 LK-CT-RECUSADO             VALUE 'N' 'E'.
             88 LK-CT-ENCERRADA            VALUE 'E'.

       PROCEDURE DIVISION USING LK-PARAMETROS-CARTEIRA.
       MAIN-PROCEDURE.
            PERFORM P050-CONFIGURA THRU P050-FIM
            SET LK-CT-RECUSADO    TO TRUE
            MOVE ZEROS            TO LK-CT-SALDO LK-CT-DISPONIVEL-DIA
            ACCEPT WS-DATA-HOJE-8 FROM DATE YYYYMMDD
            ACCEPT WS-HORA-AGORA  FROM TIME
            SET FS-PPG-OK         TO TRUE
            OPEN I-O CARTEIRAS
            IF WS-FS-PPG EQUAL 35 THEN
                OPEN OUTPUT CARTEIRAS
                CLOSE CARTEIRAS
                OPEN I-O CARTEIRAS
            END-IF
            IF NOT FS-PPG-OK
                DISPLAY 'CARTEIRAS PRE-PAGAS INDISPONIVEIS. '
                DISPLAY 'FILE STATUS: ' WS-FS-PPG
                GOBACK
            END-IF
            PERFORM P100-LE-CARTEIRA THRU P100-FIM
            EVALUATE TRUE
                WHEN LK-CT-CONSULTA
                    EVALUATE TRUE
                        WHEN CARTEIRA-NOVA
                            CONTINUE
                        WHEN PPG-ENCERRADA
                            SET LK-CT-ENCERRADA TO TRUE
                        WHEN OTHER
                            SET LK-CT-FEITO TO TRUE
                    END-EVALUATE
                WHEN LK-CT-RECARGA
                    PERFORM P200-RECARGA  THRU P200-FIM
                WHEN LK-CT-DEBITO
                    PERFORM P300-DEBITO   THRU P300-FIM
                WHEN LK-CT-ESTORNO
                    PERFORM P400-ESTORNO  THRU P400-FIM
                WHEN LK-CT-ENCERRA
                    PERFORM P500-ENCERRA  THRU P500-FIM
                WHEN OTHER
                    DISPLAY 'OPERACAO DE CARTEIRA INVALIDA: '
                            LK-CT-OPERACAO
            END-EVALUATE
            CLOSE CARTEIRAS
            GOBACK
            .
      * CARTEIRA INEXISTENTE SO E CRIADA PELA RECARGA; O GASTO DO DIA
      * ZERA QUANDO A DATA MUDA
       P100-LE-CARTEIRA.
            SET CARTEIRA-NOVA     TO FALSE
            MOVE LK-CT-ID-ALUNO   TO ID-ALUNO-PPG
            READ CARTEIRAS
                INVALID KEY
                    SET CARTEIRA-NOVA TO TRUE
                    INITIALIZE REG-CARTEIRA-PRE
                    MOVE LK-CT-ID-ALUNO TO ID-ALUNO-PPG
                    MOVE WS-DATA-HOJE-8 TO DT-ABERTURA-PPG
                                           DT-GASTO-PPG
                    SET PPG-ATIVA       TO TRUE
                    SET PPG-NAO-AVISADA TO TRUE
            END-READ
            IF DT-GASTO-PPG NOT EQUAL WS-DATA-HOJE-8
                MOVE WS-DATA-HOJE-8 TO DT-GASTO-PPG
                MOVE ZEROS          TO VL-GASTO-DIA-PPG
            END-IF
            MOVE VL-SALDO-PPG     TO WS-VL-SALDO-ANTES
            PERFORM P150-DEVOLVE-SALDO THRU P150-FIM
            .
       P100-FIM.
       P150-DEVOLVE-SALDO.
            MOVE VL-SALDO-PPG     TO LK-CT-SALDO
            IF VL-LIMITE-DIA-PPG EQUAL ZEROS
                MOVE VL-SALDO-PPG TO LK-CT-DISPONIVEL-DIA
            ELSE
                IF VL-GASTO-DIA-PPG NOT LESS VL-LIMITE-DIA-PPG
                    MOVE ZEROS    TO LK-CT-DISPONIVEL-DIA
                ELSE
                    COMPUTE LK-CT-DISPONIVEL-DIA =
                            VL-LIMITE-DIA-PPG - VL-GASTO-DIA-PPG
                    IF LK-CT-DISPONIVEL-DIA > VL-SALDO-PPG
                        MOVE VL-SALDO-PPG TO LK-CT-DISPONIVEL-DIA
                    END-IF
                END-IF
            END-IF
            .
       P150-FIM.
       P200-RECARGA.
            IF PPG-ENCERRADA
                DISPLAY 'CARTEIRA DO ALUNO ' LK-CT-ID-ALUNO
                        ' ENCERRADA - RECARGA RECUSADA.'
                GO TO P200-FIM
            END-IF
            IF LK-CT-VALOR EQUAL ZEROS
                GO TO P200-FIM
            END-IF
            ADD LK-CT-VALOR       TO VL-SALDO-PPG
            SET PPG-NAO-AVISADA   TO TRUE
            PERFORM P600-GRAVA-MOVIMENTO THRU P600-FIM
            .
       P200-FIM.
       P300-DEBITO.
            IF CARTEIRA-NOVA
                DISPLAY 'ALUNO ' LK-CT-ID-ALUNO ' SEM CARTEIRA '
                        'PRE-PAGA - FACA UMA RECARGA NO CAIXA.'
                GO TO P300-FIM
            END-IF
            IF PPG-ENCERRADA
                DISPLAY 'CARTEIRA DO ALUNO ' LK-CT-ID-ALUNO
                        ' ENCERRADA.'
                GO TO P300-FIM
            END-IF
            IF LK-CT-VALOR > VL-SALDO-PPG
                DISPLAY 'SALDO INSUFICIENTE: ' VL-SALDO-PPG
                GO TO P300-FIM
            END-IF
            COMPUTE WS-VL-GASTO-HOJE =
                    VL-GASTO-DIA-PPG + LK-CT-VALOR
            IF VL-LIMITE-DIA-PPG > ZEROS AND
               WS-VL-GASTO-HOJE > VL-LIMITE-DIA-PPG
                DISPLAY 'LIMITE DIARIO DE ' VL-LIMITE-DIA-PPG
                        ' EXCEDIDO - JA GASTO HOJE: '
                        VL-GASTO-DIA-PPG
                GO TO P300-FIM
            END-IF
            SUBTRACT LK-CT-VALOR  FROM VL-SALDO-PPG
            MOVE WS-VL-GASTO-HOJE TO VL-GASTO-DIA-PPG
            PERFORM P600-GRAVA-MOVIMENTO THRU P600-FIM
            .
       P300-FIM.
      * O ESTORNO DA RECARGA SO PASSA SE O VALOR AINDA ESTA NA
      * CARTEIRA - O QUE JA FOI CONSUMIDO NAO VOLTA PELO CAIXA
       P400-ESTORNO.
            IF CARTEIRA-NOVA OR PPG-ENCERRADA
                DISPLAY 'CARTEIRA DO ALUNO ' LK-CT-ID-ALUNO
                        ' INEXISTENTE OU ENCERRADA.'
                GO TO P400-FIM
            END-IF
            IF LK-CT-VALOR > VL-SALDO-PPG
                DISPLAY 'RECARGA JA CONSUMIDA - SALDO ' VL-SALDO-PPG
                GO TO P400-FIM
            END-IF
            SUBTRACT LK-CT-VALOR  FROM VL-SALDO-PPG
            PERFORM P600-GRAVA-MOVIMENTO THRU P600-FIM
            .
       P400-FIM.
      * SAIDA DO ALUNO: O SALDO INTEIRO SAI NO DOCUMENTO DE ACERTO
       P500-ENCERRA.
            IF CARTEIRA-NOVA OR PPG-ENCERRADA
                MOVE ZEROS        TO LK-CT-VALOR
                GO TO P500-FIM
            END-IF
            MOVE VL-SALDO-PPG     TO LK-CT-VALOR
            MOVE ZEROS            TO VL-SALDO-PPG
            SET PPG-ENCERRADA     TO TRUE
            MOVE WS-DATA-HOJE-8   TO DT-ENCERRAMENTO-PPG
            MOVE LK-CT-DOCUMENTO  TO NR-ACERTO-PPG
            PERFORM P600-GRAVA-MOVIMENTO THRU P600-FIM
            .
       P500-FIM.
       P600-GRAVA-MOVIMENTO.
            SET FS-PPM-OK         TO TRUE
            OPEN I-O MOVIMENTOS-PPG
            IF WS-FS-PPM EQUAL 35 THEN
                OPEN OUTPUT MOVIMENTOS-PPG
                CLOSE MOVIMENTOS-PPG
                OPEN I-O MOVIMENTOS-PPG
            END-IF
            IF NOT FS-PPM-OK
                DISPLAY 'ERRO AO ABRIR OS MOVIMENTOS DA CARTEIRA. '
                DISPLAY 'FILE STATUS: ' WS-FS-PPM
                GO TO P600-FIM
            END-IF
            ADD 1                 TO NR-ULT-SEQ-PPG
            MOVE LK-CT-ID-ALUNO   TO ID-ALUNO-PPM
            MOVE NR-ULT-SEQ-PPG   TO NR-SEQ-PPM
            MOVE LK-CT-OPERACAO   TO TP-MOV-PPM
            MOVE WS-DATA-HOJE-8   TO DT-MOV-PPM
            MOVE WS-HORA-AGORA(1:6) TO HR-MOV-PPM
            MOVE LK-CT-VALOR      TO VL-MOV-PPM
            MOVE VL-SALDO-PPG     TO VL-SALDO-PPM
            IF LK-CT-DEBITO
                MOVE LK-CT-PONTO-VENDA TO PONTO-VENDA-PPM
            ELSE
                MOVE SPACE        TO PONTO-VENDA-PPM
            END-IF
            MOVE LK-CT-DOCUMENTO  TO NR-DOCUMENTO-PPM
            MOVE LK-CT-PROGRAMA   TO CD-PROGRAMA-PPM
            WRITE REG-MOV-PREPAGO
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR O MOVIMENTO DA CARTEIRA. '
                    DISPLAY 'FILE STATUS: ' WS-FS-PPM
                    CLOSE MOVIMENTOS-PPG
                    GO TO P600-FIM
            END-WRITE
            CLOSE MOVIMENTOS-PPG
            IF CARTEIRA-NOVA
                WRITE REG-CARTEIRA-PRE
            ELSE
                REWRITE REG-CARTEIRA-PRE
            END-IF
            IF NOT FS-PPG-OK
                DISPLAY 'ERRO AO ATUALIZAR A CARTEIRA. '
                DISPLAY 'FILE STATUS: ' WS-FS-PPG
                GO TO P600-FIM
            END-IF
            SET LK-CT-FEITO       TO TRUE
            PERFORM P150-DEVOLVE-SALDO THRU P150-FIM
            MOVE LK-CT-PROGRAMA   TO WL-PROGRAMA
            MOVE 'CARTEIRA'       TO WL-OPERACAO
            MOVE LK-CT-ID-ALUNO   TO WL-CHAVE
            MOVE SPACES           TO WL-VALOR-ANTIGO
            MOVE SPACES           TO WL-VALOR-NOVO
            STRING 'SALDO ' WS-VL-SALDO-ANTES
                   DELIMITED BY SIZE INTO WL-VALOR-ANTIGO
            STRING 'MOV ' LK-CT-OPERACAO
                   ' VALOR ' LK-CT-VALOR
                   ' SALDO ' VL-SALDO-PPG
                   ' DOC ' LK-CT-DOCUMENTO
                   DELIMITED BY SIZE INTO WL-VALOR-NOVO
            CALL 'AUDITLOG' USING WL-AUDITORIA
            .
       P600-FIM.
      * RESOLVE OS CAMINHOS FISICOS PELO CONFIGSYS (PRODUCAO OU
      * TESTE); SEM CONFIGURACAO VALEM OS PADROES ACIMA
       P050-CONFIGURA.
            MOVE 'PREPAGO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-PREPAGO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-PREPAGO
            MOVE 'PREPMOV' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-PREPMOV TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-PREPMOV
            .
       P050-FIM.
       END PROGRAM MOVCARTE.

      ******************************************************************
      * Author: ANDREI BATISTA
      * Date: 15/10/2026
      * Purpose: CONTROLE DOS PERIODOS CONTABEIS (PERIODOS.DAT) - O
      *          ADMIN FECHA A COMPETENCIA DEPOIS QUE O CONTADOR
      *          IMPORTA O DIARIO DO SISDIARI; DAI EM DIANTE NENHUM
      *          PROGRAMA QUE MOVIMENTA DINHEIRO ACEITA TRANSACAO
      *          DATADA NELA (CHKPERIO). A REABERTURA EXIGE PERFIL
      *          ADMIN (AUTHOPR 'P') E MOTIVO, FICA NO AUDITORIA.LOG E
      *          NO HISTORICO REABERTU.DAT, QUE ALIMENTA O RELATORIO
      *          DE REABERTURAS POR PERIODO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISPERIO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
               SELECT PERIODOS ASSIGN TO WS-ARQ-CFG-PERIODOS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CP-PERIODO
               FILE STATUS IS WS-FS-PER.

               SELECT REABERTURAS ASSIGN TO WS-ARQ-CFG-REABERTU
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-REABERTURA
               FILE STATUS IS WS-FS-REA.

               SELECT SESSAO ASSIGN TO WS-ARQ-CFG-SESSAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SES.

       DATA DIVISION.
       FILE SECTION.
       FD PERIODOS.
          COPY FD_PERIO.
       FD REABERTURAS.
          COPY FD_REABR.
       FD SESSAO.
       01 REG-SESSAO.
          03 SES-CD-OPERADOR               PIC X(06).
          03 SES-NM-OPERADOR               PIC X(20).
          03 SES-PERFIL                    PIC X(01).

       WORKING-STORAGE SECTION.
       77 WS-FS-PER                        PIC 99.
          88 FS-PER-OK                     VALUE 0.
       77 WS-FS-REA                        PIC 99.
          88 FS-REA-OK                     VALUE 0.
       77 WS-FS-SES                        PIC 99.
          88 FS-SES-OK                     VALUE 0.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE 'S' FALSE 'N'.
       77 WS-OPCAO                         PIC X.
       77 WS-CONFIRM                       PIC X VALUE SPACES.
       77 WS-PER-NOVO                      PIC X VALUE 'N'.
       01 WS-COMPETENCIA                   PIC 9(06).
       01 WS-COMPETENCIA-R REDEFINES WS-COMPETENCIA.
          03 WS-COMP-ANO                   PIC 9(04).
          03 WS-COMP-MES                   PIC 9(02).
       77 WS-COMP-HOJE                     PIC 9(06).
       77 WS-DATA-HOJE-8                   PIC 9(08).
       77 WS-HORA-8                        PIC 9(08).
       77 WS-HORA-HOJE                     PIC 9(06).
       77 WS-OPERADOR                      PIC X(06) VALUE SPACES.
       77 WS-MOTIVO                        PIC X(50).
       77 WS-CP-ANTERIOR                   PIC 9(06).
       77 WS-QTD-REABERTURAS               PIC 9(04).
       01 WL-AUTORIZACAO.
          03 WL-FUNCAO                     PIC X(01).
          03 WL-AUT                        PIC X(01).
             88 WL-AUTORIZADO              VALUE 'S'.
             88 WL-NEGADO                  VALUE 'N'.
       01 WL-AUDITORIA.
          03 WL-PROGRAMA                   PIC X(12)
             VALUE 'SISPERIO'.
          03 WL-OPERACAO                   PIC X(10).
          03 WL-CHAVE                      PIC X(10).
          03 WL-VALOR-ANTIGO               PIC X(50).
          03 WL-VALOR-NOVO                 PIC X(50).

       01 WS-ARQ-CFG-PERIODOS              PIC X(60) VALUE
          'C:\COBOL\PERIODOS.DAT'.
       01 WS-ARQ-CFG-REABERTU              PIC X(60) VALUE
          'C:\COBOL\REABERTU.DAT'.
       01 WS-ARQ-CFG-SESSAO                PIC X(60) VALUE
          'C:\COBOL\SESSAO.DAT'.
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
            DISPLAY '***        PERIODOS CONTABEIS                  ***'
            DISPLAY '**************************************************'
            DISPLAY '*** 1 - Fechar competencia                     ***'
            DISPLAY '*** 2 - Reabrir competencia (admin)            ***'
            DISPLAY '*** 3 - Listar periodos                        ***'
            DISPLAY '*** 4 - Relatorio de reaberturas por periodo   ***'
            DISPLAY '***          <TECLE F PARA FINALIZAR>          ***'
            DISPLAY '**************************************************'
            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN '1'
                    PERFORM P310-FECHA      THRU P310-FIM
                WHEN '2'
                    PERFORM P330-REABRE     THRU P330-FIM
                WHEN '3'
                    PERFORM P350-LISTA      THRU P350-FIM
                WHEN '4'
                    PERFORM P360-RELATORIO  THRU P360-FIM
                WHEN 'F'
                    CONTINUE
                WHEN 'f'
                    CONTINUE
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA! '
            END-EVALUATE
            .
       P300-FIM.
      * SO FECHA COMPETENCIA JA ENCERRADA (ANTERIOR AO MES CORRENTE)
       P310-FECHA.
            MOVE 'P'              TO WL-FUNCAO
            CALL 'AUTHOPR' USING WL-AUTORIZACAO
            IF WL-NEGADO
                GO TO P310-FIM
            END-IF
            DISPLAY 'Informe a competencia a fechar (AAAAMM): '
            ACCEPT WS-COMPETENCIA
            ACCEPT WS-DATA-HOJE-8 FROM DATE YYYYMMDD
            DIVIDE WS-DATA-HOJE-8 BY 100 GIVING WS-COMP-HOJE
            IF WS-COMP-MES < 1 OR WS-COMP-MES > 12
                DISPLAY 'COMPETENCIA INVALIDA! '
                GO TO P310-FIM
            END-IF
            IF WS-COMPETENCIA NOT < WS-COMP-HOJE
                DISPLAY 'COMPETENCIA AINDA NAO ENCERRADA! '
                GO TO P310-FIM
            END-IF
            PERFORM P100-LE-OPERADOR THRU P100-FIM
            MOVE 'N'              TO WS-PER-NOVO
            SET FS-PER-OK         TO TRUE
            OPEN I-O PERIODOS
            IF WS-FS-PER EQUAL 35 THEN
                OPEN OUTPUT PERIODOS
                CLOSE PERIODOS
                OPEN I-O PERIODOS
            END-IF
            IF NOT FS-PER-OK
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE PERIODOS. '
                DISPLAY 'FILE STATUS: ' WS-FS-PER
                GO TO P310-FIM
            END-IF
            MOVE WS-COMPETENCIA   TO CP-PERIODO
            READ PERIODOS
                INVALID KEY
                    MOVE 'S'      TO WS-PER-NOVO
                    MOVE ZEROS    TO QT-REABERTURAS-PER
            END-READ
            IF WS-PER-NOVO EQUAL 'N' AND PER-FECHADO
                DISPLAY 'COMPETENCIA ' WS-COMPETENCIA ' JA ESTA '
                        'FECHADA.'
                CLOSE PERIODOS
                GO TO P310-FIM
            END-IF
            DISPLAY 'TECLE <S> para fechar a competencia '
                    WS-COMPETENCIA ': '
            ACCEPT WS-CONFIRM
            IF WS-CONFIRM NOT EQUAL 'S' AND 's'
                DISPLAY 'Fechamento nao realizado.'
                CLOSE PERIODOS
                GO TO P310-FIM
            END-IF
            MOVE WS-COMPETENCIA   TO CP-PERIODO
            SET PER-FECHADO       TO TRUE
            MOVE WS-DATA-HOJE-8   TO DT-FECHAMENTO-PER
            MOVE WS-OPERADOR      TO CD-OPERADOR-FECH-PER
            IF WS-PER-NOVO EQUAL 'S'
                WRITE REG-PERIODO
            ELSE
                REWRITE REG-PERIODO
            END-IF
            IF FS-PER-OK
                DISPLAY 'Competencia ' WS-COMPETENCIA ' fechada.'
                MOVE 'FECHA-PER'  TO WL-OPERACAO
                MOVE WS-COMPETENCIA TO WL-CHAVE
                MOVE 'ABERTO'     TO WL-VALOR-ANTIGO
                MOVE 'FECHADO'    TO WL-VALOR-NOVO
                CALL 'AUDITLOG' USING WL-AUDITORIA
            ELSE
                DISPLAY 'ERRO AO FECHAR A COMPETENCIA. '
                DISPLAY 'FILE STATUS: ' WS-FS-PER
            END-IF
            CLOSE PERIODOS
            IF FS-PER-OK
                PERFORM P320-MARCA-REFECHAMENTO THRU P320-FIM
            END-IF
            .
       P310-FIM.
      * A REABERTURA EM ABERTO DA COMPETENCIA GANHA A DATA EM QUE O
      * PERIODO VOLTOU A SER FECHADO
       P320-MARCA-REFECHAMENTO.
            SET EOF-OK            TO FALSE
            SET FS-REA-OK         TO TRUE
            OPEN I-O REABERTURAS
            IF NOT FS-REA-OK
                GO TO P320-FIM
            END-IF
            MOVE WS-COMPETENCIA   TO CP-PERIODO-REA
            MOVE ZEROS            TO DT-REABERTURA HR-REABERTURA
            START REABERTURAS KEY IS NOT LESS THAN CHAVE-REABERTURA
                INVALID KEY
                    SET EOF-OK    TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ REABERTURAS NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF CP-PERIODO-REA NOT EQUAL WS-COMPETENCIA
                            SET EOF-OK TO TRUE
                        ELSE
                            IF DT-REFECHAMENTO-REA EQUAL ZEROS
                                MOVE WS-DATA-HOJE-8
                                    TO DT-REFECHAMENTO-REA
                                REWRITE REG-REABERTURA
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE REABERTURAS
            .
       P320-FIM.
       P330-REABRE.
            MOVE 'P'              TO WL-FUNCAO
            CALL 'AUTHOPR' USING WL-AUTORIZACAO
            IF WL-NEGADO
                DISPLAY 'REABERTURA EXIGE PERFIL ADMIN.'
                GO TO P330-FIM
            END-IF
            DISPLAY 'Informe a competencia a reabrir (AAAAMM): '
            ACCEPT WS-COMPETENCIA
            ACCEPT WS-DATA-HOJE-8 FROM DATE YYYYMMDD
            ACCEPT WS-HORA-8      FROM TIME
            DIVIDE WS-HORA-8 BY 100 GIVING WS-HORA-HOJE
            PERFORM P100-LE-OPERADOR THRU P100-FIM
            SET FS-PER-OK         TO TRUE
            OPEN I-O PERIODOS
            IF NOT FS-PER-OK
                DISPLAY 'NENHUM PERIODO FECHADO AINDA. '
                GO TO P330-FIM
            END-IF
            MOVE WS-COMPETENCIA   TO CP-PERIODO
            READ PERIODOS
                INVALID KEY
                    DISPLAY 'COMPETENCIA ' WS-COMPETENCIA ' NAO '
                            'ESTA FECHADA.'
                    CLOSE PERIODOS
                    GO TO P330-FIM
            END-READ
            IF NOT PER-FECHADO
                DISPLAY 'COMPETENCIA ' WS-COMPETENCIA ' NAO ESTA '
                        'FECHADA.'
                CLOSE PERIODOS
                GO TO P330-FIM
            END-IF
            MOVE SPACES           TO WS-MOTIVO
            DISPLAY 'Informe o motivo da reabertura: '
            ACCEPT WS-MOTIVO
            IF WS-MOTIVO EQUAL SPACES
                DISPLAY 'MOTIVO OBRIGATORIO - REABERTURA NAO '
                        'REALIZADA.'
                CLOSE PERIODOS
                GO TO P330-FIM
            END-IF
            DISPLAY 'TECLE <S> para reabrir a competencia '
                    WS-COMPETENCIA ': '
            ACCEPT WS-CONFIRM
            IF WS-CONFIRM NOT EQUAL 'S' AND 's'
                DISPLAY 'Reabertura nao realizada.'
                CLOSE PERIODOS
                GO TO P330-FIM
            END-IF
            SET PER-ABERTO        TO TRUE
            ADD 1                 TO QT-REABERTURAS-PER
            REWRITE REG-PERIODO
            IF NOT FS-PER-OK
                DISPLAY 'ERRO AO REABRIR A COMPETENCIA. '
                DISPLAY 'FILE STATUS: ' WS-FS-PER
                CLOSE PERIODOS
                GO TO P330-FIM
            END-IF
            CLOSE PERIODOS
            DISPLAY 'Competencia ' WS-COMPETENCIA ' reaberta.'
            MOVE 'REABRE-PER'     TO WL-OPERACAO
            MOVE WS-COMPETENCIA   TO WL-CHAVE
            MOVE 'FECHADO'        TO WL-VALOR-ANTIGO
            MOVE WS-MOTIVO        TO WL-VALOR-NOVO
            CALL 'AUDITLOG' USING WL-AUDITORIA

            SET FS-REA-OK         TO TRUE
            OPEN I-O REABERTURAS
            IF WS-FS-REA EQUAL 35 THEN
                OPEN OUTPUT REABERTURAS
                CLOSE REABERTURAS
                OPEN I-O REABERTURAS
            END-IF
            IF FS-REA-OK
                MOVE WS-COMPETENCIA TO CP-PERIODO-REA
                MOVE WS-DATA-HOJE-8 TO DT-REABERTURA
                MOVE WS-HORA-HOJE   TO HR-REABERTURA
                MOVE WS-OPERADOR    TO CD-OPERADOR-REA
                MOVE WS-MOTIVO      TO DS-MOTIVO-REA
                MOVE ZEROS          TO DT-REFECHAMENTO-REA
                WRITE REG-REABERTURA
                    INVALID KEY
                        DISPLAY 'ERRO AO GRAVAR O HISTORICO DE '
                                'REABERTURA. '
                END-WRITE
            ELSE
                DISPLAY 'ERRO AO ABRIR O HISTORICO DE REABERTURAS. '
                DISPLAY 'FILE STATUS: ' WS-FS-REA
            END-IF
            CLOSE REABERTURAS
            .
       P330-FIM.
       P350-LISTA.
            SET EOF-OK            TO FALSE
            SET FS-PER-OK         TO TRUE
            OPEN INPUT PERIODOS
            IF WS-FS-PER EQUAL 35
                DISPLAY 'NENHUM PERIODO FECHADO AINDA. '
            ELSE
                IF FS-PER-OK
                    DISPLAY 'PERIODO SIT FECHADO EM OPERADOR '
                            'REABERTURAS'
                    PERFORM UNTIL EOF-OK
                        READ PERIODOS NEXT
                            AT END
                                SET EOF-OK TO TRUE
                            NOT AT END
                                DISPLAY CP-PERIODO '  '
                                        ST-PERIODO '   '
                                        DT-FECHAMENTO-PER '  '
                                        CD-OPERADOR-FECH-PER '   '
                                        QT-REABERTURAS-PER
                        END-READ
                    END-PERFORM
                ELSE
                    DISPLAY 'ERRO AO ABRIR O ARQUIVO DE PERIODOS. '
                    DISPLAY 'FILE STATUS: ' WS-FS-PER
                END-IF
            END-IF
            CLOSE PERIODOS
            .
       P350-FIM.
      * COMPETENCIA ZERO LISTA TODAS, AGRUPADAS POR PERIODO
       P360-RELATORIO.
            DISPLAY 'Informe a competencia (AAAAMM, 0 = todas): '
            ACCEPT WS-COMPETENCIA
            MOVE ZEROS            TO WS-QTD-REABERTURAS WS-CP-ANTERIOR
            SET EOF-OK            TO FALSE
            SET FS-REA-OK         TO TRUE
            OPEN INPUT REABERTURAS
            IF NOT FS-REA-OK
                DISPLAY 'NENHUMA REABERTURA REGISTRADA. '
                GO TO P360-FIM
            END-IF
            MOVE WS-COMPETENCIA   TO CP-PERIODO-REA
            MOVE ZEROS            TO DT-REABERTURA HR-REABERTURA
            START REABERTURAS KEY IS NOT LESS THAN CHAVE-REABERTURA
                INVALID KEY
                    SET EOF-OK    TO TRUE
            END-START
            DISPLAY '***** REABERTURAS DE PERIODO CONTABIL *****'
            PERFORM UNTIL EOF-OK
                READ REABERTURAS NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF WS-COMPETENCIA NOT EQUAL ZEROS AND
                           CP-PERIODO-REA NOT EQUAL WS-COMPETENCIA
                            SET EOF-OK TO TRUE
                        ELSE
                            IF CP-PERIODO-REA NOT EQUAL
                               WS-CP-ANTERIOR
                                DISPLAY 'PERIODO ' CP-PERIODO-REA
                                MOVE CP-PERIODO-REA
                                    TO WS-CP-ANTERIOR
                            END-IF
                            ADD 1 TO WS-QTD-REABERTURAS
                            DISPLAY '  EM ' DT-REABERTURA ' '
                                    HR-REABERTURA ' POR '
                                    CD-OPERADOR-REA
                                    ' REFECHADO EM '
                                    DT-REFECHAMENTO-REA
                            DISPLAY '    MOTIVO: ' DS-MOTIVO-REA
                        END-IF
                END-READ
            END-PERFORM
            CLOSE REABERTURAS
            IF WS-QTD-REABERTURAS EQUAL ZEROS
                DISPLAY '  (NENHUMA REABERTURA)'
            ELSE
                DISPLAY 'TOTAL DE REABERTURAS: ' WS-QTD-REABERTURAS
            END-IF
            .
       P360-FIM.
       P100-LE-OPERADOR.
            MOVE SPACES           TO WS-OPERADOR
            SET FS-SES-OK         TO TRUE
            OPEN INPUT SESSAO
            IF FS-SES-OK
                READ SESSAO
                    AT END
                        CONTINUE
                    NOT AT END
                        MOVE SES-CD-OPERADOR TO WS-OPERADOR
                END-READ
                CLOSE SESSAO
            END-IF
            .
       P100-FIM.
       P900-FIM.
            GOBACK.
      * RESOLVE OS CAMINHOS FISICOS PELO CONFIGSYS (PRODUCAO OU
      * TESTE); SEM CONFIGURACAO VALEM OS PADROES ACIMA
       P050-CONFIGURA.
            MOVE 'PERIODOS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-PERIODOS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-PERIODOS
            MOVE 'REABERTU' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-REABERTU TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-REABERTU
            MOVE 'SESSAO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-SESSAO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-SESSAO
            .
       P050-FIM.
       END PROGRAM SISPERIO.

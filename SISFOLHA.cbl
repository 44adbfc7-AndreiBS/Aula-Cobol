      ******************************************************************
      * Author: ANDREI BATISTA
      * Date: 15/10/2026
      * Purpose: INTERFACE MENSAL DA FOLHA DOS PROFESSORES - LE A BASE
      *          DE HORAS PAGAVEIS GERADA PELO RELHORAS (HORASPAG.TXT),
      *          APLICA O VALOR DA HORA-AULA VIGENTE (TAXAHORA.DAT,
      *          POR PROFESSOR E MATERIA), SOMA HORA-ATIVIDADE E DSR
      *          NOS PERCENTUAIS CONFIGURADOS E GRAVA O ARQUIVO DE
      *          LEIAUTE FIXO PARA O FORNECEDOR DA FOLHA (FOLHAPAG.TXT)
      *          COM TOTAIS DE CONTROLE. O QUE FOI ENVIADO FICA NO
      *          HISTORICO (FOLHAHIS.DAT); BASE DE COMPETENCIA JA
      *          ENVIADA QUE MUDOU GERA LINHAS DE AJUSTE SO COM A
      *          DIFERENCA, SEM ALTERAR O QUE JA FOI PAGO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISFOLHA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
               SELECT HORAS-IN ASSIGN TO WS-ARQ-CFG-HORASPAG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HRS.

               SELECT TAXAS ASSIGN TO WS-ARQ-CFG-TAXAHORA
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-TAXA-HORA
               FILE STATUS IS WS-FS-TAX.

               SELECT HISTORICO ASSIGN TO WS-ARQ-CFG-FOLHAHIS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-FOLHA-HIST
               FILE STATUS IS WS-FS-HIS.

               SELECT PROFESSORES ASSIGN TO WS-ARQ-CFG-PROFESSORES
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS ID-PROFESSOR
               FILE STATUS IS WS-FS.

               SELECT FOLHA-OUT ASSIGN TO WS-ARQ-CFG-FOLHAPAG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OUT.

               SELECT CONF-OUT ASSIGN TO WS-ARQ-CONF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CNF.

       DATA DIVISION.
       FILE SECTION.
       FD HORAS-IN.
       01 REG-HORAS-IN                     PIC X(40).
       FD TAXAS.
          COPY FD_TXHOR.
       FD HISTORICO.
          COPY FD_FOLHA.
       FD PROFESSORES.
          COPY FD_PROF.
       FD FOLHA-OUT.
       01 REG-FOLHA-OUT                    PIC X(80).
       FD CONF-OUT.
       01 REG-CONF-OUT                     PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-FS                            PIC 99.
          88 FS-OK                         VALUE 0.
       77 WS-FS-HRS                        PIC 99.
          88 FS-HRS-OK                     VALUE 0.
       77 WS-FS-TAX                        PIC 99.
          88 FS-TAX-OK                     VALUE 0.
       77 WS-FS-HIS                        PIC 99.
          88 FS-HIS-OK                     VALUE 0.
       77 WS-FS-OUT                        PIC 99.
          88 FS-OUT-OK                     VALUE 0.
       77 WS-FS-CNF                        PIC 99.
          88 FS-CNF-OK                     VALUE 0.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE 'S' FALSE 'N'.
       77 WS-EOF-HIS                       PIC X.
          88 EOF-HIS-OK                    VALUE 'S' FALSE 'N'.
       77 WS-EOF-TAX                       PIC X.
          88 EOF-TAX-OK                    VALUE 'S' FALSE 'N'.
       77 WS-TAXA-ACHADA                   PIC X VALUE 'N'.
          88 TAXA-ACHADA                   VALUE 'S' FALSE 'N'.
       77 WS-BASE-VALIDA                   PIC X VALUE 'N'.
          88 BASE-VALIDA                   VALUE 'S' FALSE 'N'.
       77 WS-CHAVE-VISTA                   PIC X VALUE 'N'.
          88 CHAVE-VISTA                   VALUE 'S' FALSE 'N'.
       01 WS-CP-PAGAMENTO                  PIC 9(06) VALUE ZEROS.
       01 WS-CP-PAGAMENTO-R REDEFINES WS-CP-PAGAMENTO.
          03 WS-PAG-ANO                    PIC 9(04).
          03 WS-PAG-MES                    PIC 9(02).
       77 WS-CP-REFERENCIA                 PIC 9(06) VALUE ZEROS.
       77 WS-DT-FIM-REF                    PIC 9(08) VALUE ZEROS.
       77 WS-DATA-HOJE-8                   PIC 9(08).
      * PERCENTUAIS SOBRE O VALOR DAS AULAS (HORA-ATIVIDADE) E SOBRE
      * AULAS + HORA-ATIVIDADE (DSR); CONFIGURADOS COMO 9(02)V99 SEM
      * VIRGULA, EX.: 1667 = 16,67%
       77 WS-PC-HORA-ATIV                  PIC 9(02)V99 VALUE 5.
       77 WS-PC-DSR                        PIC 9(02)V99 VALUE 16,67.
       77 WS-PC-CFG-N                      PIC 9(04).
       77 WS-CFG-PC-HORA-ATIV              PIC X(60) VALUE SPACES.
       77 WS-CFG-PC-DSR                    PIC X(60) VALUE SPACES.
      * VALORES APURADOS AGORA PARA O PROFESSOR/MATERIA
       77 WS-ID-PROFESSOR                  PIC 9(03).
       77 WS-ID-MATERIA                    PIC 9(03).
       77 WS-QT-HORAS                      PIC S9(04).
       77 WS-VL-HORA-AULA                  PIC 9(04)V99.
       77 WS-VL-AULAS                      PIC S9(07)V99.
       77 WS-VL-HORA-ATIV                  PIC S9(07)V99.
       77 WS-VL-DSR                        PIC S9(07)V99.
      * SOMA DO QUE JA FOI ENVIADO PARA A MESMA CHAVE
       77 WS-ANT-HORAS                     PIC S9(04).
       77 WS-ANT-AULAS                     PIC S9(07)V99.
       77 WS-ANT-HORA-ATIV                 PIC S9(07)V99.
       77 WS-ANT-DSR                       PIC S9(07)V99.
       77 WS-ULT-SEQUENCIA                 PIC 9(02).
       77 WS-TEM-HISTORICO                 PIC X VALUE 'N'.
          88 TEM-HISTORICO                 VALUE 'S' FALSE 'N'.
      * CHAVES DA BASE LIDA, PARA ACHAR AS QUE SAIRAM DA BASE
       01 WS-TAB-LIDAS.
          03 WS-TAB-LIDA OCCURS 5000 TIMES.
             05 WS-TAB-LIDA-PROF           PIC 9(03).
             05 WS-TAB-LIDA-MAT            PIC 9(03).
       77 WS-QTD-LIDAS                     PIC 9(04) VALUE ZEROS.
       01 WS-TAB-ORFAS.
          03 WS-TAB-ORFA OCCURS 5000 TIMES.
             05 WS-TAB-ORFA-PROF           PIC 9(03).
             05 WS-TAB-ORFA-MAT            PIC 9(03).
       77 WS-QTD-ORFAS                     PIC 9(04) VALUE ZEROS.
       77 WS-IND                           PIC 9(04).
       77 WS-ORFA-PROF                     PIC 9(03).
       77 WS-ORFA-MAT                      PIC 9(03).
      * TOTAIS
       77 WS-QTD-BASE                      PIC 9(05) VALUE ZEROS.
       77 WS-QTD-SEM-TAXA                  PIC 9(05) VALUE ZEROS.
       77 WS-QTD-GRAVADOS                  PIC 9(05) VALUE ZEROS.
       77 WS-QTD-NORMAIS                   PIC 9(05) VALUE ZEROS.
       77 WS-QTD-AJUSTES                   PIC 9(05) VALUE ZEROS.
       77 WS-TOT-HORAS                     PIC S9(06) VALUE ZEROS.
       77 WS-TOT-VALOR                     PIC S9(09)V99 VALUE ZEROS.
       77 WS-BASE-QTD-DETALHES             PIC 9(05) VALUE ZEROS.
       77 WS-BASE-TOT-HORAS                PIC 9(07) VALUE ZEROS.
       77 WS-NM-PROF-ATUAL                 PIC X(20).
       77 WS-LINHA-CONF                    PIC X(80) VALUE SPACES.
       77 WS-VL-EDITADO                    PIC -ZZZ.ZZ9,99.
       77 WS-HR-EDITADO                    PIC -ZZZ9.
      * BASE DO RELHORAS (MESMO LEIAUTE DO BUREAU DE FOLHA)
       01 WS-BASE-REGISTRO                 PIC X(40).
       01 WS-BASE-HEADER REDEFINES WS-BASE-REGISTRO.
          03 WS-BHD-TIPO                   PIC X(01).
          03 WS-BHD-COMPETENCIA            PIC 9(06).
          03 WS-BHD-DATA-GERACAO           PIC 9(08).
          03 FILLER                        PIC X(25).
       01 WS-BASE-DETALHE REDEFINES WS-BASE-REGISTRO.
          03 WS-BDT-TIPO                   PIC X(01).
          03 WS-BDT-ID-PROFESSOR           PIC 9(03).
          03 WS-BDT-ID-MATERIA             PIC 9(03).
          03 WS-BDT-COMPETENCIA            PIC 9(06).
          03 WS-BDT-QT-AULAS               PIC 9(04).
          03 WS-BDT-QT-REPOSICOES          PIC 9(04).
          03 WS-BDT-QT-FALTAS              PIC 9(04).
          03 WS-BDT-QT-SUBSTITUICOES       PIC 9(04).
          03 FILLER                        PIC X(11).
       01 WS-BASE-TRAILER REDEFINES WS-BASE-REGISTRO.
          03 WS-BTR-TIPO                   PIC X(01).
          03 WS-BTR-QTD-DETALHES           PIC 9(05).
          03 WS-BTR-TOT-HORAS              PIC 9(07).
          03 FILLER                        PIC X(27).
      * LEIAUTE FIXO DO FORNECEDOR DA FOLHA
       01 WS-FOL-HEADER.
          03 FILLER                        PIC X(01) VALUE 'H'.
          03 WS-FHD-CP-PAGAMENTO           PIC 9(06).
          03 WS-FHD-DATA-GERACAO           PIC 9(08).
          03 WS-FHD-PC-HORA-ATIV           PIC 9(02)V99.
          03 WS-FHD-PC-DSR                 PIC 9(02)V99.
          03 FILLER                        PIC X(57) VALUE SPACES.
       01 WS-FOL-DETALHE.
          03 FILLER                        PIC X(01) VALUE 'D'.
          03 WS-FDT-TIPO                   PIC X(01).
          03 WS-FDT-ID-PROFESSOR           PIC 9(03).
          03 WS-FDT-ID-MATERIA             PIC 9(03).
          03 WS-FDT-CP-REFERENCIA          PIC 9(06).
          03 WS-FDT-QT-HORAS               PIC S9(04)
                                           SIGN LEADING SEPARATE.
          03 WS-FDT-VL-HORA-AULA           PIC 9(04)V99.
          03 WS-FDT-VL-AULAS               PIC S9(07)V99
                                           SIGN LEADING SEPARATE.
          03 WS-FDT-VL-HORA-ATIV           PIC S9(07)V99
                                           SIGN LEADING SEPARATE.
          03 WS-FDT-VL-DSR                 PIC S9(07)V99
                                           SIGN LEADING SEPARATE.
          03 WS-FDT-VL-TOTAL               PIC S9(07)V99
                                           SIGN LEADING SEPARATE.
          03 FILLER                        PIC X(15) VALUE SPACES.
       01 WS-FOL-TRAILER.
          03 FILLER                        PIC X(01) VALUE 'T'.
          03 WS-FTR-QTD-DETALHES           PIC 9(05).
          03 WS-FTR-QTD-AJUSTES            PIC 9(05).
          03 WS-FTR-TOT-HORAS              PIC S9(06)
                                           SIGN LEADING SEPARATE.
          03 WS-FTR-TOT-VALOR              PIC S9(09)V99
                                           SIGN LEADING SEPARATE.
          03 FILLER                        PIC X(50) VALUE SPACES.
       01 WL-SPOOL.
          03 WL-SPL-RELATORIO              PIC X(12).
          03 WL-SPL-ARQUIVO                PIC X(60).
          03 WL-SPL-OK                     PIC X(01).
             88 WL-SPOOL-ABERTO            VALUE 'S'.
             88 WL-SPOOL-FALHOU            VALUE 'N'.
       01 WL-RUNLOG.
          03 WL-RL-PROGRAMA                PIC X(12)
             VALUE 'SISFOLHA'.
          03 WL-RL-FASE                    PIC X(01).
          03 WL-RL-REGISTROS               PIC 9(07).
          03 WL-RL-STATUS                  PIC X(08).
       01 WS-ARQ-CONF                      PIC X(60) VALUE
          'C:\COBOL\SISFOLHA_CONF.TXT'.

       01 WS-ARQ-CFG-HORASPAG              PIC X(60) VALUE
          'C:\COBOL\HORASPAG.TXT'.
       01 WS-ARQ-CFG-TAXAHORA              PIC X(60) VALUE
          'C:\COBOL\TAXAHORA.DAT'.
       01 WS-ARQ-CFG-FOLHAHIS              PIC X(60) VALUE
          'C:\COBOL\FOLHAHIS.DAT'.
       01 WS-ARQ-CFG-PROFESSORES           PIC X(60) VALUE
          'C:\COBOL\PROFESSORES.DAT'.
       01 WS-ARQ-CFG-FOLHAPAG              PIC X(60) VALUE
          'C:\COBOL\FOLHAPAG.TXT'.
          COPY CFG_AREA.
       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM                   PIC X(50).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            PERFORM P050-CONFIGURA THRU P050-FIM
            DISPLAY '*** INTERFACE DA FOLHA DOS PROFESSORES ***'
            MOVE 'I'              TO WL-RL-FASE
            MOVE ZEROS            TO WL-RL-REGISTROS
            MOVE SPACES           TO WL-RL-STATUS
            CALL 'RUNLOG' USING WL-RUNLOG
            ACCEPT WS-DATA-HOJE-8 FROM DATE YYYYMMDD

            PERFORM P100-CONFERE-BASE THRU P100-FIM
            IF NOT BASE-VALIDA
                PERFORM P800-FALHA THRU P800-FIM
            END-IF
            DISPLAY 'Base do RELHORAS: competencia ' WS-CP-REFERENCIA
                    ' - ' WS-BASE-QTD-DETALHES ' vinculos, '
                    WS-BASE-TOT-HORAS ' horas-aula.'
            DISPLAY 'Informe a competencia de pagamento (AAAAMM, '
                    'ENTER = a da base): '
            ACCEPT WS-CP-PAGAMENTO
            IF WS-CP-PAGAMENTO EQUAL ZEROS
                MOVE WS-CP-REFERENCIA TO WS-CP-PAGAMENTO
            END-IF
            IF WS-PAG-MES < 1 OR WS-PAG-MES > 12
               OR WS-CP-PAGAMENTO < WS-CP-REFERENCIA
                DISPLAY 'COMPETENCIA DE PAGAMENTO INVALIDA - DEVE SER '
                        'IGUAL OU POSTERIOR A DA BASE.'
                PERFORM P800-FALHA THRU P800-FIM
            END-IF

            PERFORM P200-APURA    THRU P200-FIM
            IF RETURN-CODE EQUAL 8
                PERFORM P800-FALHA THRU P800-FIM
            END-IF
            PERFORM P400-EXPORTA  THRU P400-FIM

            DISPLAY '*************************************************'
            DISPLAY 'VINCULOS DA BASE           : ' WS-QTD-BASE
            DISPLAY 'SEM VALOR DE HORA-AULA     : ' WS-QTD-SEM-TAXA
            DISPLAY 'LANCAMENTOS NOVOS NO HIST. : ' WS-QTD-GRAVADOS
            DISPLAY 'LINHAS NO ARQUIVO DA FOLHA : ' WS-QTD-NORMAIS
                    ' NORMAIS / ' WS-QTD-AJUSTES ' AJUSTES'
            DISPLAY 'ARQUIVO DA FOLHA  : ' WS-ARQ-CFG-FOLHAPAG
            DISPLAY 'CONFERENCIA       : ' WS-ARQ-CONF
            DISPLAY '*************************************************'
            MOVE 'F'              TO WL-RL-FASE
            COMPUTE WL-RL-REGISTROS = WS-QTD-NORMAIS + WS-QTD-AJUSTES
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
      ******************************************************************
      * A BASE PRECISA ESTAR INTEIRA: HEADER, DETALHES E TRAILER COM
      * OS MESMOS TOTAIS DE CONTROLE GRAVADOS PELO RELHORAS
      ******************************************************************
       P100-CONFERE-BASE.
            SET BASE-VALIDA       TO FALSE
            SET EOF-OK            TO FALSE
            SET FS-HRS-OK         TO TRUE
            MOVE ZEROS            TO WS-QTD-BASE WS-TOT-HORAS
            OPEN INPUT HORAS-IN
            IF NOT FS-HRS-OK
                DISPLAY 'ERRO AO ABRIR A BASE DE HORAS DO RELHORAS. '
                DISPLAY 'FILE STATUS: ' WS-FS-HRS
                GO TO P100-FIM
            END-IF
            READ HORAS-IN INTO WS-BASE-REGISTRO
                AT END
                    MOVE SPACES   TO WS-BASE-REGISTRO
            END-READ
            IF WS-BHD-TIPO NOT EQUAL 'H'
                DISPLAY 'BASE DE HORAS SEM HEADER - GERE O RELHORAS.'
                CLOSE HORAS-IN
                GO TO P100-FIM
            END-IF
            MOVE WS-BHD-COMPETENCIA TO WS-CP-REFERENCIA
            PERFORM UNTIL EOF-OK
                READ HORAS-IN INTO WS-BASE-REGISTRO
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        EVALUATE WS-BDT-TIPO
                            WHEN 'D'
                                ADD 1 TO WS-QTD-BASE
                                ADD WS-BDT-QT-AULAS TO WS-TOT-HORAS
                            WHEN 'T'
                                MOVE WS-BTR-QTD-DETALHES
                                    TO WS-BASE-QTD-DETALHES
                                MOVE WS-BTR-TOT-HORAS
                                    TO WS-BASE-TOT-HORAS
                                SET BASE-VALIDA TO TRUE
                        END-EVALUATE
                END-READ
            END-PERFORM
            CLOSE HORAS-IN
            IF NOT BASE-VALIDA
                DISPLAY 'BASE DE HORAS SEM TRAILER - INCOMPLETA.'
                GO TO P100-FIM
            END-IF
            IF WS-QTD-BASE NOT EQUAL WS-BASE-QTD-DETALHES
               OR WS-TOT-HORAS NOT EQUAL WS-BASE-TOT-HORAS
                DISPLAY 'BASE DE HORAS NAO CONFERE COM O TRAILER: '
                        WS-QTD-BASE ' VINCULOS / ' WS-TOT-HORAS
                        ' HORAS.'
                SET BASE-VALIDA   TO FALSE
            END-IF
            COMPUTE WS-DT-FIM-REF = WS-CP-REFERENCIA * 100 + 31
            MOVE ZEROS            TO WS-QTD-BASE WS-TOT-HORAS
            .
       P100-FIM.
      ******************************************************************
      * APURACAO: CADA VINCULO DA BASE E COMPARADO COM O QUE JA FOI
      * ENVIADO PARA A MESMA COMPETENCIA; SO A DIFERENCA E GRAVADA
      ******************************************************************
       P200-APURA.
            SET FS-HIS-OK         TO TRUE
            OPEN I-O HISTORICO
            IF WS-FS-HIS EQUAL 35 THEN
                OPEN OUTPUT HISTORICO
                CLOSE HISTORICO
                OPEN I-O HISTORICO
            END-IF
            SET FS-TAX-OK         TO TRUE
            SET FS-HRS-OK         TO TRUE
            OPEN INPUT TAXAS
            OPEN INPUT HORAS-IN
            IF NOT (FS-HIS-OK AND FS-TAX-OK AND FS-HRS-OK)
                DISPLAY 'ERRO AO ABRIR OS ARQUIVOS DA APURACAO. '
                DISPLAY 'FILE STATUS HISTORICO: ' WS-FS-HIS
                DISPLAY 'FILE STATUS TAXAS    : ' WS-FS-TAX
                DISPLAY 'FILE STATUS BASE     : ' WS-FS-HRS
                MOVE 8 TO RETURN-CODE
                CLOSE HISTORICO
                CLOSE TAXAS
                CLOSE HORAS-IN
                GO TO P200-FIM
            END-IF

            MOVE ZEROS            TO WS-QTD-LIDAS
            SET EOF-OK            TO FALSE
            PERFORM UNTIL EOF-OK
                READ HORAS-IN INTO WS-BASE-REGISTRO
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF WS-BDT-TIPO EQUAL 'D'
                            PERFORM P210-UM-VINCULO THRU P210-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE HORAS-IN
            CLOSE TAXAS

            PERFORM P240-SAIRAM-DA-BASE THRU P240-FIM
            CLOSE HISTORICO
            .
       P200-FIM.
       P210-UM-VINCULO.
            ADD 1                 TO WS-QTD-BASE
            ADD 1                 TO WS-QTD-LIDAS
            MOVE WS-BDT-ID-PROFESSOR TO WS-TAB-LIDA-PROF(WS-QTD-LIDAS)
            MOVE WS-BDT-ID-MATERIA   TO WS-TAB-LIDA-MAT(WS-QTD-LIDAS)
            MOVE WS-BDT-ID-PROFESSOR TO WS-ID-PROFESSOR
            MOVE WS-BDT-ID-MATERIA   TO WS-ID-MATERIA
            PERFORM P220-TAXA-VIGENTE THRU P220-FIM
            IF NOT TAXA-ACHADA
                ADD 1             TO WS-QTD-SEM-TAXA
                DISPLAY 'AVISO: PROFESSOR ' WS-ID-PROFESSOR
                        ' MATERIA ' WS-ID-MATERIA
                        ' SEM VALOR DE HORA-AULA VIGENTE EM '
                        WS-CP-REFERENCIA ' - NAO ENVIADO.'
                GO TO P210-FIM
            END-IF
            MOVE WS-BDT-QT-AULAS  TO WS-QT-HORAS
            PERFORM P225-CALCULA  THRU P225-FIM
            PERFORM P250-LANCA    THRU P250-FIM
            .
       P210-FIM.
      * VALOR VIGENTE NO ULTIMO DIA DA COMPETENCIA: PRIMEIRO O DA
      * MATERIA, NA FALTA DELE O GERAL DO PROFESSOR (MATERIA 000)
       P220-TAXA-VIGENTE.
            SET TAXA-ACHADA       TO FALSE
            MOVE ZEROS            TO WS-VL-HORA-AULA
            PERFORM P230-BUSCA-TAXA THRU P230-FIM
            IF NOT TAXA-ACHADA AND WS-ID-MATERIA NOT EQUAL ZEROS
                MOVE ZEROS        TO WS-ID-MATERIA
                PERFORM P230-BUSCA-TAXA THRU P230-FIM
                MOVE WS-BDT-ID-MATERIA TO WS-ID-MATERIA
            END-IF
            .
       P220-FIM.
       P230-BUSCA-TAXA.
            SET EOF-TAX-OK        TO FALSE
            MOVE WS-ID-PROFESSOR  TO ID-PROFESSOR-TX
            MOVE WS-ID-MATERIA    TO ID-MATERIA-TX
            MOVE ZEROS            TO DT-VIGENCIA-TX
            START TAXAS KEY IS NOT LESS THAN CHAVE-TAXA-HORA
                INVALID KEY
                    SET EOF-TAX-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-TAX-OK
                READ TAXAS NEXT
                    AT END
                        SET EOF-TAX-OK TO TRUE
                    NOT AT END
                        IF ID-PROFESSOR-TX NOT EQUAL WS-ID-PROFESSOR
                           OR ID-MATERIA-TX NOT EQUAL WS-ID-MATERIA
                           OR DT-VIGENCIA-TX > WS-DT-FIM-REF
                            SET EOF-TAX-OK TO TRUE
                        ELSE
                            MOVE VL-HORA-AULA-TX TO WS-VL-HORA-AULA
                            SET TAXA-ACHADA TO TRUE
                        END-IF
                END-READ
            END-PERFORM
            .
       P230-FIM.
       P225-CALCULA.
            COMPUTE WS-VL-AULAS ROUNDED =
                    WS-QT-HORAS * WS-VL-HORA-AULA
            COMPUTE WS-VL-HORA-ATIV ROUNDED =
                    WS-VL-AULAS * WS-PC-HORA-ATIV / 100
            COMPUTE WS-VL-DSR ROUNDED =
                    (WS-VL-AULAS + WS-VL-HORA-ATIV) * WS-PC-DSR / 100
            .
       P225-FIM.
      * CHAVES QUE JA FORAM ENVIADAS PARA A COMPETENCIA E NAO ESTAO
      * MAIS NA BASE (VINCULO DESFEITO, AULAS ZERADAS) - O AJUSTE
      * ESTORNA O QUE FOI PAGO
       P240-SAIRAM-DA-BASE.
            MOVE ZEROS            TO WS-QTD-ORFAS
            MOVE ZEROS            TO WS-ORFA-PROF WS-ORFA-MAT
            SET EOF-HIS-OK        TO FALSE
            MOVE WS-CP-REFERENCIA TO CP-REFERENCIA-FH
            MOVE ZEROS            TO ID-PROFESSOR-FH ID-MATERIA-FH
                                     NR-SEQUENCIA-FH
            START HISTORICO KEY IS NOT LESS THAN CHAVE-FOLHA-HIST
                INVALID KEY
                    SET EOF-HIS-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-HIS-OK
                READ HISTORICO NEXT
                    AT END
                        SET EOF-HIS-OK TO TRUE
                    NOT AT END
                        IF CP-REFERENCIA-FH NOT EQUAL WS-CP-REFERENCIA
                            SET EOF-HIS-OK TO TRUE
                        ELSE
                            IF ID-PROFESSOR-FH NOT EQUAL WS-ORFA-PROF
                               OR ID-MATERIA-FH NOT EQUAL WS-ORFA-MAT
                                PERFORM P245-CHAVE-LIDA THRU P245-FIM
                            END-IF
                        END-IF
                END-READ
            END-PERFORM

            PERFORM VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND > WS-QTD-ORFAS
                MOVE WS-TAB-ORFA-PROF(WS-IND) TO WS-ID-PROFESSOR
                MOVE WS-TAB-ORFA-MAT(WS-IND)  TO WS-ID-MATERIA
                MOVE ZEROS        TO WS-QT-HORAS WS-VL-HORA-AULA
                                     WS-VL-AULAS WS-VL-HORA-ATIV
                                     WS-VL-DSR
                PERFORM P250-LANCA THRU P250-FIM
            END-PERFORM
            .
       P240-FIM.
       P245-CHAVE-LIDA.
            MOVE ID-PROFESSOR-FH  TO WS-ORFA-PROF
            MOVE ID-MATERIA-FH    TO WS-ORFA-MAT
            SET CHAVE-VISTA       TO FALSE
            PERFORM VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND > WS-QTD-LIDAS OR CHAVE-VISTA
                IF WS-TAB-LIDA-PROF(WS-IND) EQUAL WS-ORFA-PROF
                   AND WS-TAB-LIDA-MAT(WS-IND) EQUAL WS-ORFA-MAT
                    SET CHAVE-VISTA TO TRUE
                END-IF
            END-PERFORM
            IF NOT CHAVE-VISTA
                ADD 1             TO WS-QTD-ORFAS
                MOVE WS-ORFA-PROF TO WS-TAB-ORFA-PROF(WS-QTD-ORFAS)
                MOVE WS-ORFA-MAT  TO WS-TAB-ORFA-MAT(WS-QTD-ORFAS)
            END-IF
            .
       P245-FIM.
      * COMPARA O APURADO COM A SOMA DO HISTORICO DA CHAVE; A PRIMEIRA
      * VEZ NA PROPRIA COMPETENCIA E LANCAMENTO NORMAL, O RESTO AJUSTE
       P250-LANCA.
            PERFORM P260-SOMA-HISTORICO THRU P260-FIM
            IF TEM-HISTORICO
               AND WS-QT-HORAS     EQUAL WS-ANT-HORAS
               AND WS-VL-AULAS     EQUAL WS-ANT-AULAS
               AND WS-VL-HORA-ATIV EQUAL WS-ANT-HORA-ATIV
               AND WS-VL-DSR       EQUAL WS-ANT-DSR
                GO TO P250-FIM
            END-IF
            IF NOT TEM-HISTORICO AND WS-VL-AULAS EQUAL ZEROS
                GO TO P250-FIM
            END-IF
            MOVE WS-CP-REFERENCIA TO CP-REFERENCIA-FH
            MOVE WS-ID-PROFESSOR  TO ID-PROFESSOR-FH
            MOVE WS-ID-MATERIA    TO ID-MATERIA-FH
            IF TEM-HISTORICO
                COMPUTE NR-SEQUENCIA-FH = WS-ULT-SEQUENCIA + 1
                SET FH-AJUSTE     TO TRUE
            ELSE
                MOVE ZEROS        TO NR-SEQUENCIA-FH
                IF WS-CP-PAGAMENTO EQUAL WS-CP-REFERENCIA
                    SET FH-NORMAL TO TRUE
                ELSE
                    SET FH-AJUSTE TO TRUE
                END-IF
            END-IF
            MOVE WS-CP-PAGAMENTO  TO CP-PAGAMENTO-FH
            MOVE WS-VL-HORA-AULA  TO VL-HORA-AULA-FH
            COMPUTE QT-HORAS-FH     = WS-QT-HORAS     - WS-ANT-HORAS
            COMPUTE VL-AULAS-FH     = WS-VL-AULAS     - WS-ANT-AULAS
            COMPUTE VL-HORA-ATIV-FH = WS-VL-HORA-ATIV - WS-ANT-HORA-ATIV
            COMPUTE VL-DSR-FH       = WS-VL-DSR       - WS-ANT-DSR
            MOVE WS-DATA-HOJE-8   TO DT-GERACAO-FH
            WRITE REG-FOLHA-HIST
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR O HISTORICO DA FOLHA - '
                            'PROFESSOR ' WS-ID-PROFESSOR
                            ' MATERIA ' WS-ID-MATERIA '. '
                    DISPLAY 'FILE STATUS: ' WS-FS-HIS
                NOT INVALID KEY
                    ADD 1         TO WS-QTD-GRAVADOS
            END-WRITE
            .
       P250-FIM.
       P260-SOMA-HISTORICO.
            SET TEM-HISTORICO     TO FALSE
            MOVE ZEROS            TO WS-ANT-HORAS WS-ANT-AULAS
                                     WS-ANT-HORA-ATIV WS-ANT-DSR
                                     WS-ULT-SEQUENCIA
            SET EOF-HIS-OK        TO FALSE
            MOVE WS-CP-REFERENCIA TO CP-REFERENCIA-FH
            MOVE WS-ID-PROFESSOR  TO ID-PROFESSOR-FH
            MOVE WS-ID-MATERIA    TO ID-MATERIA-FH
            MOVE ZEROS            TO NR-SEQUENCIA-FH
            START HISTORICO KEY IS NOT LESS THAN CHAVE-FOLHA-HIST
                INVALID KEY
                    SET EOF-HIS-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-HIS-OK
                READ HISTORICO NEXT
                    AT END
                        SET EOF-HIS-OK TO TRUE
                    NOT AT END
                        IF CP-REFERENCIA-FH NOT EQUAL WS-CP-REFERENCIA
                           OR ID-PROFESSOR-FH NOT EQUAL WS-ID-PROFESSOR
                           OR ID-MATERIA-FH NOT EQUAL WS-ID-MATERIA
                            SET EOF-HIS-OK TO TRUE
                        ELSE
                            SET TEM-HISTORICO TO TRUE
                            ADD QT-HORAS-FH     TO WS-ANT-HORAS
                            ADD VL-AULAS-FH     TO WS-ANT-AULAS
                            ADD VL-HORA-ATIV-FH TO WS-ANT-HORA-ATIV
                            ADD VL-DSR-FH       TO WS-ANT-DSR
                            MOVE NR-SEQUENCIA-FH TO WS-ULT-SEQUENCIA
                        END-IF
                END-READ
            END-PERFORM
            .
       P260-FIM.
      ******************************************************************
      * ARQUIVO DA FOLHA: TUDO O QUE O HISTORICO TEM PARA PAGAR NA
      * COMPETENCIA DE PAGAMENTO (NORMAIS E AJUSTES) - REGERAR O MES
      * PRODUZ SEMPRE O MESMO ARQUIVO
      ******************************************************************
       P400-EXPORTA.
            MOVE 'FOLHAPAG'       TO WL-SPL-RELATORIO
            CALL 'SPOOLREG' USING WL-SPOOL
            IF WL-SPOOL-ABERTO
                MOVE WL-SPL-ARQUIVO TO WS-ARQ-CONF
            END-IF
            SET FS-OUT-OK         TO TRUE
            SET FS-CNF-OK         TO TRUE
            SET FS-HIS-OK         TO TRUE
            SET FS-OK             TO TRUE
            OPEN OUTPUT FOLHA-OUT
            OPEN OUTPUT CONF-OUT
            OPEN INPUT HISTORICO
            OPEN INPUT PROFESSORES
            IF NOT (FS-OUT-OK AND FS-CNF-OK AND FS-HIS-OK)
                DISPLAY 'ERRO AO ABRIR OS ARQUIVOS DE SAIDA. '
                DISPLAY 'FILE STATUS FOLHA      : ' WS-FS-OUT
                DISPLAY 'FILE STATUS CONFERENCIA: ' WS-FS-CNF
                DISPLAY 'FILE STATUS HISTORICO  : ' WS-FS-HIS
                MOVE 8 TO RETURN-CODE
                GO TO P400-FECHA
            END-IF

            MOVE WS-CP-PAGAMENTO  TO WS-FHD-CP-PAGAMENTO
            MOVE WS-DATA-HOJE-8   TO WS-FHD-DATA-GERACAO
            MOVE WS-PC-HORA-ATIV  TO WS-FHD-PC-HORA-ATIV
            MOVE WS-PC-DSR        TO WS-FHD-PC-DSR
            WRITE REG-FOLHA-OUT FROM WS-FOL-HEADER
            MOVE SPACES TO WS-LINHA-CONF
            STRING 'CONFERENCIA DA FOLHA DOS PROFESSORES - PAGAMENTO '
                   WS-CP-PAGAMENTO DELIMITED BY SIZE
                   INTO WS-LINHA-CONF
            MOVE WS-LINHA-CONF TO REG-CONF-OUT
            WRITE REG-CONF-OUT
            MOVE SPACES TO WS-LINHA-CONF
            STRING 'HORA-ATIVIDADE ' WS-PC-HORA-ATIV '%  DSR '
                   WS-PC-DSR '%' DELIMITED BY SIZE
                   INTO WS-LINHA-CONF
            MOVE WS-LINHA-CONF TO REG-CONF-OUT
            WRITE REG-CONF-OUT
            MOVE ALL '-' TO REG-CONF-OUT
            WRITE REG-CONF-OUT
            MOVE 'T PROFESSOR            MAT  REFER.  HORAS  V.HORA  '
                 & '        TOTAL' TO REG-CONF-OUT
            WRITE REG-CONF-OUT

            MOVE ZEROS            TO WS-QTD-NORMAIS WS-QTD-AJUSTES
                                     WS-TOT-HORAS WS-TOT-VALOR
            SET EOF-HIS-OK        TO FALSE
            PERFORM UNTIL EOF-HIS-OK
                READ HISTORICO NEXT
                    AT END
                        SET EOF-HIS-OK TO TRUE
                    NOT AT END
                        IF CP-PAGAMENTO-FH EQUAL WS-CP-PAGAMENTO
                            PERFORM P410-UMA-LINHA THRU P410-FIM
                        END-IF
                END-READ
            END-PERFORM

            COMPUTE WS-FTR-QTD-DETALHES =
                    WS-QTD-NORMAIS + WS-QTD-AJUSTES
            MOVE WS-QTD-AJUSTES   TO WS-FTR-QTD-AJUSTES
            MOVE WS-TOT-HORAS     TO WS-FTR-TOT-HORAS
            MOVE WS-TOT-VALOR     TO WS-FTR-TOT-VALOR
            WRITE REG-FOLHA-OUT FROM WS-FOL-TRAILER
            MOVE ALL '-' TO REG-CONF-OUT
            WRITE REG-CONF-OUT
            MOVE WS-TOT-VALOR     TO WS-VL-EDITADO
            MOVE SPACES TO WS-LINHA-CONF
            STRING 'LINHAS: ' WS-FTR-QTD-DETALHES
                   ' (AJUSTES: ' WS-QTD-AJUSTES ')  HORAS: '
                   WS-TOT-HORAS '  VALOR TOTAL: ' WS-VL-EDITADO
                   DELIMITED BY SIZE
                   INTO WS-LINHA-CONF
            MOVE WS-LINHA-CONF TO REG-CONF-OUT
            WRITE REG-CONF-OUT
            IF WS-QTD-SEM-TAXA > ZEROS
                MOVE SPACES TO WS-LINHA-CONF
                STRING 'ATENCAO: ' WS-QTD-SEM-TAXA
                       ' VINCULO(S) DA BASE SEM VALOR DE HORA-AULA - '
                       'NAO ENVIADOS'
                       DELIMITED BY SIZE
                       INTO WS-LINHA-CONF
                MOVE WS-LINHA-CONF TO REG-CONF-OUT
                WRITE REG-CONF-OUT
            END-IF
            .
       P400-FECHA.
            CLOSE FOLHA-OUT
            CLOSE CONF-OUT
            CLOSE HISTORICO
            CLOSE PROFESSORES
            .
       P400-FIM.
       P410-UMA-LINHA.
            IF FH-AJUSTE
                ADD 1             TO WS-QTD-AJUSTES
            ELSE
                ADD 1             TO WS-QTD-NORMAIS
            END-IF
            MOVE TP-LANCAMENTO-FH TO WS-FDT-TIPO
            MOVE ID-PROFESSOR-FH  TO WS-FDT-ID-PROFESSOR
            MOVE ID-MATERIA-FH    TO WS-FDT-ID-MATERIA
            MOVE CP-REFERENCIA-FH TO WS-FDT-CP-REFERENCIA
            MOVE QT-HORAS-FH      TO WS-FDT-QT-HORAS
            MOVE VL-HORA-AULA-FH  TO WS-FDT-VL-HORA-AULA
            MOVE VL-AULAS-FH      TO WS-FDT-VL-AULAS
            MOVE VL-HORA-ATIV-FH  TO WS-FDT-VL-HORA-ATIV
            MOVE VL-DSR-FH        TO WS-FDT-VL-DSR
            COMPUTE WS-FDT-VL-TOTAL =
                    VL-AULAS-FH + VL-HORA-ATIV-FH + VL-DSR-FH
            WRITE REG-FOLHA-OUT FROM WS-FOL-DETALHE
            ADD QT-HORAS-FH       TO WS-TOT-HORAS
            ADD WS-FDT-VL-TOTAL   TO WS-TOT-VALOR

            MOVE ID-PROFESSOR-FH  TO ID-PROFESSOR
            READ PROFESSORES
                INVALID KEY
                    MOVE 'PROFESSOR NAO CADASTR'
                        TO WS-NM-PROF-ATUAL
                NOT INVALID KEY
                    MOVE NM-PROFESSOR TO WS-NM-PROF-ATUAL
            END-READ
            MOVE QT-HORAS-FH      TO WS-HR-EDITADO
            MOVE WS-FDT-VL-TOTAL  TO WS-VL-EDITADO
            MOVE SPACES TO WS-LINHA-CONF
            STRING TP-LANCAMENTO-FH ' ' WS-NM-PROF-ATUAL ' '
                   ID-MATERIA-FH '  ' CP-REFERENCIA-FH ' '
                   WS-HR-EDITADO '  ' VL-HORA-AULA-FH ' '
                   WS-VL-EDITADO
                   DELIMITED BY SIZE
                   INTO WS-LINHA-CONF
            MOVE WS-LINHA-CONF TO REG-CONF-OUT
            WRITE REG-CONF-OUT
            .
       P410-FIM.
      * RESOLVE OS CAMINHOS FISICOS PELO CONFIGSYS (PRODUCAO OU
      * TESTE); SEM CONFIGURACAO VALEM OS PADROES ACIMA
       P050-CONFIGURA.
            MOVE 'HORASPAG' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-HORASPAG TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-HORASPAG
            MOVE 'TAXAHORA' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-TAXAHORA TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-TAXAHORA
            MOVE 'FOLHAHIS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-FOLHAHIS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-FOLHAHIS
            MOVE 'PROFESSORES' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-PROFESSORES TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-PROFESSORES
            MOVE 'FOLHAPAG' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-FOLHAPAG TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-FOLHAPAG
      * PERCENTUAIS DE HORA-ATIVIDADE E DSR (9(02)V99 SEM VIRGULA)
            MOVE 'FOLHA-PC-HORA-ATIV' TO WL-CFG-CHAVE
            MOVE WS-CFG-PC-HORA-ATIV TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-CFG-PC-HORA-ATIV
            IF WS-CFG-PC-HORA-ATIV(1:4) NUMERIC
                MOVE WS-CFG-PC-HORA-ATIV(1:4) TO WS-PC-CFG-N
                COMPUTE WS-PC-HORA-ATIV = WS-PC-CFG-N / 100
            END-IF
            MOVE 'FOLHA-PC-DSR' TO WL-CFG-CHAVE
            MOVE WS-CFG-PC-DSR TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-CFG-PC-DSR
            IF WS-CFG-PC-DSR(1:4) NUMERIC
                MOVE WS-CFG-PC-DSR(1:4) TO WS-PC-CFG-N
                COMPUTE WS-PC-DSR = WS-PC-CFG-N / 100
            END-IF
            .
       P050-FIM.
       END PROGRAM SISFOLHA.

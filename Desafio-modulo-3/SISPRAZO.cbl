      ******************************************************************
      * Author: ANDREI BATISTA
      * Date: 15/10/2026
      * Purpose: COBRANCA DOS PRAZOS DE LANCAMENTO DE NOTAS - PASSADOS
      *          OS DIAS DE FOLGA DO PRAZO DE UMA JANELA 'N' DO
      *          CALENDARIO (CONFIGSYS PRAZO-NOTA-COBRANCA, PADRAO 2),
      *          LISTA POR PROFESSOR (PROFMAT.DAT) E MATERIA OS ALUNOS
      *          COM MATRICULA ATIVA AINDA SEM A NOTA DAQUELA
      *          AVALIACAO NO LANCNOTA.DAT (SO AS MATERIAS QUE PREVEEM
      *          A AVALIACAO NO PLANO - CALCMEDP), ENFILEIRA UM
      *          LEMBRETE NO TELEFONE DE CADA PROFESSOR (MSGFILA.DAT,
      *          EXPORTADO PELO SISMSGQ) E GRAVA A APURACAO EM
      *          PRAZONOT.DAT, DE ONDE O SISDIRET TIRA O TOTAL DE
      *          NOTAS EM FALTA. NA CADEIA NOTURNA COBRA CADA JANELA
      *          UMA UNICA VEZ; PELO MENU DA PARA REAPURAR UMA
      *          AVALIACAO E CONSULTAR AS APURACOES
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISPRAZO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
               SELECT CALENDARIO ASSIGN TO WS-ARQ-CFG-CALENDARIO
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-CALENDARIO
               FILE STATUS IS WS-FS-CAL.

               SELECT PRAZOS ASSIGN TO WS-ARQ-CFG-D3-PRAZONOT
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-PRAZO-NOTA
               FILE STATUS IS WS-FS-PZN.

               SELECT MATRICULAS ASSIGN TO WS-ARQ-CFG-D3-MATRICULAS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS SEQUENTIAL
               RECORD  KEY  IS CHAVE-MATRICULA
               FILE STATUS IS WS-FS-MAT.

               SELECT LANCAMENTOS ASSIGN TO WS-ARQ-CFG-D3-LANCNOTA
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS CHAVE-LANCAMENTO
               FILE STATUS IS WS-FS-LAN.

               SELECT PROFMAT ASSIGN TO WS-ARQ-CFG-PROFMAT
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-PROF-MATERIA
               FILE STATUS IS WS-FS-PM.

               SELECT PROFESSORES ASSIGN TO WS-ARQ-CFG-PROFESSORES
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS ID-PROFESSOR
               FILE STATUS IS WS-FS-PRF.

               SELECT MATERIAS ASSIGN TO WS-ARQ-CFG-D3-MATERIAS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS ID-MATERIA
               FILE STATUS IS WS-FS-MTR.

               SELECT ALUNOS ASSIGN TO WS-ARQ-CFG-D3-REGISTRO
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS ID-ALUNO
               ALTERNATE RECORD KEY IS NM-ALUNO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS.

               SELECT MENSAGENS ASSIGN TO WS-ARQ-CFG-MSGFILA
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS NR-MENSAGEM
               FILE STATUS IS WS-FS-MSG.

               SELECT CONTROLE ASSIGN TO WS-ARQ-CFG-CONTROLE
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS CHAVE-CONTROLE
               FILE STATUS IS WS-FS-CTRL.

               SELECT RELATORIO-OUT ASSIGN TO WS-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD CALENDARIO.
          COPY FD_CALEN.
       FD PRAZOS.
          COPY FD_PRZNT.
       FD MATRICULAS.
          COPY FD_MATRI.
       FD LANCAMENTOS.
          COPY FD_LANCN.
       FD PROFMAT.
          COPY FD_PRMAT.
       FD PROFESSORES.
          COPY FD_PROF.
       FD MATERIAS.
          COPY FD_MATER.
       FD ALUNOS.
          COPY FD_REGIS.
       FD MENSAGENS.
          COPY FD_MSGQ.
       FD CONTROLE.
          COPY FD_CTRL.
       FD RELATORIO-OUT.
       01 REG-RELATORIO-OUT                PIC X(100).

       WORKING-STORAGE SECTION.
       77 WS-FS                            PIC 99.
          88 FS-OK                         VALUE 0.
       77 WS-FS-CAL                        PIC 99.
          88 FS-CAL-OK                     VALUE 0.
       77 WS-FS-PZN                        PIC 99.
          88 FS-PZN-OK                     VALUE 0.
       77 WS-FS-MAT                        PIC 99.
          88 FS-MAT-OK                     VALUE 0.
       77 WS-FS-LAN                        PIC 99.
          88 FS-LAN-OK                     VALUE 0.
       77 WS-FS-PM                         PIC 99.
          88 FS-PM-OK                      VALUE 0.
       77 WS-FS-PRF                        PIC 99.
          88 FS-PRF-OK                     VALUE 0.
       77 WS-FS-MTR                        PIC 99.
          88 FS-MTR-OK                     VALUE 0.
       77 WS-FS-MSG                        PIC 99.
          88 FS-MSG-OK                     VALUE 0.
       77 WS-FS-CTRL                       PIC 99.
          88 FS-CTRL-OK                    VALUE 0.
       77 WS-FS-REL                        PIC 99.
          88 FS-REL-OK                     VALUE 0.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE 'S' FALSE 'N'.
       77 WS-EOF-2                         PIC X.
          88 EOF-2-OK                      VALUE 'S' FALSE 'N'.
       77 WS-MODO                          PIC X VALUE 'N'.
          88 MODO-CADEIA                   VALUE 'S' FALSE 'N'.
       77 WS-FALHOU                        PIC X VALUE 'N'.
          88 FALHOU                        VALUE 'S' FALSE 'N'.
       77 WS-JA-APURADO                    PIC X VALUE 'N'.
          88 JA-APURADO                    VALUE 'S' FALSE 'N'.
       77 WS-JA-EXISTE                     PIC X VALUE 'N'.
          88 JA-EXISTE                     VALUE 'S' FALSE 'N'.
       77 WS-CTRL-NOVO                     PIC X VALUE 'N'.
       77 WS-OPCAO                         PIC X(01) VALUE SPACES.
       77 WS-DATA-HOJE-8                   PIC 9(08).
       77 WS-DIAS-CORRIDOS                 PIC 9(07).
       77 WS-DT-COBRANCA                   PIC 9(08).
      * FOLGA EM DIAS CORRIDOS ENTRE O PRAZO E A COBRANCA (CONFIGSYS)
       77 WS-CFG-DIAS-COBRANCA             PIC X(60) VALUE '02'.
       77 WS-DIAS-COBRANCA                 PIC 9(02) VALUE 2.
      * JANELAS 'N' DO CALENDARIO
       77 WS-QTD-JANELAS                   PIC 9(03) VALUE ZEROS.
       01 WS-TAB-JANELAS.
          03 WS-JAN OCCURS 200 TIMES.
             05 WS-JAN-TERMO               PIC X(06).
             05 WS-JAN-AVALIACAO           PIC 9(02).
             05 WS-JAN-ABERTURA            PIC 9(08).
             05 WS-JAN-PRAZO               PIC 9(08).
       77 WS-IND-JAN                       PIC 9(03).
       77 WS-CD-TERMO                      PIC X(06).
       77 WS-NR-AVALIACAO                  PIC 9(02).
       77 WS-DT-PRAZO                      PIC 9(08).
      * MATERIAS: A AVALIACAO CONSTA DO PLANO? (' ' AINDA NAO VISTO,
      * 'S' COBRA, 'N' NAO PREVISTA) E SE TEM PROFESSOR VINCULADO
       01 WS-TAB-MATERIAS.
          03 WS-MTR OCCURS 999 TIMES.
             05 WS-MTR-COBRA               PIC X(01).
             05 WS-MTR-COM-PROF            PIC X(01).
      * NOTAS EM FALTA (MATERIA, ALUNO)
       77 WS-QTD-FALTANTES                 PIC 9(05) VALUE ZEROS.
       01 WS-TAB-FALTANTES.
          03 WS-FAL OCCURS 6000 TIMES.
             05 WS-FAL-MATERIA             PIC 9(03).
             05 WS-FAL-ALUNO               PIC 9(06).
       77 WS-IND                           PIC 9(05).
       77 WS-QTD-MATERIA                   PIC 9(05).
       77 WS-QTD-PROFESSOR                 PIC 9(05).
       77 WS-QTD-LEMBRADOS                 PIC 9(03) VALUE ZEROS.
       77 WS-QTD-APURADAS                  PIC 9(03) VALUE ZEROS.
       77 WS-QTD-SEM-PROF                  PIC 9(05).
       77 WS-PROF-ATUAL                    PIC 9(03).
       77 WS-NM-PROFESSOR                  PIC X(20).
       77 WS-TL-PROFESSOR                  PIC X(15).
       77 WS-NR-MENSAGEM                   PIC 9(07).
       77 WS-TX-LEMBRETE                   PIC X(80).
       77 WS-LINHA-REL                     PIC X(100) VALUE SPACES.
       01 WS-DET-ALUNO.
          03 FILLER                        PIC X(08) VALUE SPACES.
          03 DAL-ID-ALUNO                  PIC 9(06).
          03 FILLER                        PIC X(02) VALUE SPACES.
          03 DAL-NOME                      PIC X(20).
          03 FILLER                        PIC X(02) VALUE SPACES.
          03 DAL-TURMA                     PIC X(10).
          COPY MED_AREA.
       01 WL-RUNLOG.
          03 WL-RL-PROGRAMA                PIC X(12)
             VALUE 'SISPRAZO'.
          03 WL-RL-FASE                    PIC X(01).
          03 WL-RL-REGISTROS               PIC 9(07).
          03 WL-RL-STATUS                  PIC X(08).
       01 WL-SPOOL.
          03 WL-SPL-RELATORIO              PIC X(12).
          03 WL-SPL-ARQUIVO                PIC X(60).
          03 WL-SPL-OK                     PIC X(01).
             88 WL-SPOOL-ABERTO            VALUE 'S'.
             88 WL-SPOOL-FALHOU            VALUE 'N'.

       01 WS-ARQ-RELATORIO                 PIC X(60) VALUE
          'C:\COBOL\PRAZONOT_REL.TXT'.
       01 WS-ARQ-CFG-CALENDARIO            PIC X(60) VALUE
          'C:\COBOL\CALENDARIO.DAT'.
       01 WS-ARQ-CFG-D3-PRAZONOT           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\PRAZONOT.DAT'.
       01 WS-ARQ-CFG-D3-MATRICULAS         PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\MATRICULAS.DAT'.
       01 WS-ARQ-CFG-D3-LANCNOTA           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\LANCNOTA.DAT'.
       01 WS-ARQ-CFG-PROFMAT               PIC X(60) VALUE
          'C:\COBOL\PROFMAT.DAT'.
       01 WS-ARQ-CFG-PROFESSORES           PIC X(60) VALUE
          'C:\COBOL\PROFESSORES.DAT'.
       01 WS-ARQ-CFG-D3-MATERIAS           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\MATERIAS.DAT'.
       01 WS-ARQ-CFG-D3-REGISTRO           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\REGISTRO.DAT'.
       01 WS-ARQ-CFG-MSGFILA               PIC X(60) VALUE
          'C:\COBOL\MSGFILA.DAT'.
       01 WS-ARQ-CFG-CONTROLE              PIC X(60) VALUE
          'C:\COBOL\CONTROLE.DAT'.
          COPY CFG_AREA.
       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM                   PIC X(50).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            PERFORM P050-CONFIGURA THRU P050-FIM
            ACCEPT WS-DATA-HOJE-8 FROM DATE YYYYMMDD
            IF LK-MENSAGEM(1:6) EQUAL 'CADEIA'
                SET MODO-CADEIA   TO TRUE
                PERFORM P100-CADEIA THRU P100-FIM
            ELSE
                PERFORM P300-PROCESSA THRU P300-FIM
                                        UNTIL WS-OPCAO = 'F' OR 'f'
            END-IF
            PERFORM P900-FIM
            .
      * CADEIA NOTURNA: COBRA AS JANELAS VENCIDAS AINDA NAO COBRADAS
       P100-CADEIA.
            MOVE 'I'              TO WL-RL-FASE
            MOVE ZEROS            TO WL-RL-REGISTROS
            MOVE SPACES           TO WL-RL-STATUS
            CALL 'RUNLOG' USING WL-RUNLOG
            MOVE ZEROS            TO RETURN-CODE
            SET FALHOU            TO FALSE
            PERFORM P400-COBRA-VENCIDAS THRU P400-FIM
            MOVE 'F'              TO WL-RL-FASE
            MOVE WS-QTD-APURADAS  TO WL-RL-REGISTROS
            IF FALHOU
                MOVE 'FALHA'      TO WL-RL-STATUS
                MOVE 8            TO RETURN-CODE
            ELSE
                MOVE 'OK'         TO WL-RL-STATUS
            END-IF
            CALL 'RUNLOG' USING WL-RUNLOG
            .
       P100-FIM.
       P300-PROCESSA.
            MOVE SPACES                    TO WS-OPCAO
            DISPLAY '**************************************************'
            DISPLAY '***  PRAZOS DE LANCAMENTO DE NOTAS             ***'
            DISPLAY '**************************************************'
            DISPLAY '*** 1 - Cobrar Prazos Vencidos                 ***'
            DISPLAY '*** 2 - Reapurar uma Avaliacao                 ***'
            DISPLAY '*** 3 - Consultar Apuracoes                    ***'
            DISPLAY '***          <TECLE F PARA FINALIZAR>          ***'
            DISPLAY '**************************************************'
            ACCEPT WS-OPCAO
            EVALUATE WS-OPCAO
               WHEN '1'
                   PERFORM P400-COBRA-VENCIDAS THRU P400-FIM
               WHEN '2'
                   PERFORM P350-REAPURA THRU P350-FIM
               WHEN '3'
                   PERFORM P360-CONSULTA THRU P360-FIM
               WHEN 'F'
               WHEN 'f'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA! '
            END-EVALUATE
            .
       P300-FIM.
      * REAPURACAO SOB DEMANDA: REFAZ A LISTA E OS LEMBRETES DE UMA
      * JANELA JA VENCIDA (O LEMBRETE NAO REPETE NO MESMO DIA)
       P350-REAPURA.
            DISPLAY 'Informe o codigo do termo (ex. 2026-1): '
            ACCEPT WS-CD-TERMO
            DISPLAY 'Informe o numero da avaliacao: '
            ACCEPT WS-NR-AVALIACAO
            PERFORM P110-CARREGA-JANELAS THRU P110-FIM
            MOVE ZEROS            TO WS-DT-PRAZO
            PERFORM VARYING WS-IND-JAN FROM 1 BY 1
                    UNTIL WS-IND-JAN > WS-QTD-JANELAS
                IF WS-JAN-TERMO(WS-IND-JAN) EQUAL WS-CD-TERMO AND
                   WS-JAN-AVALIACAO(WS-IND-JAN) EQUAL WS-NR-AVALIACAO
                    MOVE WS-JAN-PRAZO(WS-IND-JAN) TO WS-DT-PRAZO
                END-IF
            END-PERFORM
            IF WS-DT-PRAZO EQUAL ZEROS
                DISPLAY 'NAO HA JANELA DE NOTAS DESSA AVALIACAO NO '
                        'CALENDARIO DO TERMO! '
                GO TO P350-FIM
            END-IF
            IF WS-DT-PRAZO NOT LESS THAN WS-DATA-HOJE-8
                DISPLAY 'O PRAZO (' WS-DT-PRAZO ') AINDA NAO VENCEU.'
                GO TO P350-FIM
            END-IF
            PERFORM P500-APURA THRU P500-FIM
            .
       P350-FIM.
       P360-CONSULTA.
            SET EOF-OK            TO FALSE
            SET FS-PZN-OK         TO TRUE
            OPEN INPUT PRAZOS
            IF NOT FS-PZN-OK
                DISPLAY 'NENHUM PRAZO COBRADO AINDA. '
                GO TO P360-FIM
            END-IF
            DISPLAY 'TERMO  AVAL PRAZO    APURADO  FALTANTES PROFS'
            PERFORM UNTIL EOF-OK
                READ PRAZOS NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        DISPLAY CD-TERMO-PZN ' '
                                NR-AVALIACAO-PZN '   '
                                DT-PRAZO-PZN ' '
                                DT-APURACAO-PZN ' '
                                QT-FALTANTES-PZN '     '
                                QT-PROFESSORES-PZN
                END-READ
            END-PERFORM
            CLOSE PRAZOS
            .
       P360-FIM.
      * JANELAS 'N' DE TODOS OS TERMOS
       P110-CARREGA-JANELAS.
            MOVE ZEROS            TO WS-QTD-JANELAS
            SET EOF-OK            TO FALSE
            SET FS-CAL-OK         TO TRUE
            OPEN INPUT CALENDARIO
            IF NOT FS-CAL-OK
                DISPLAY 'CALENDARIO ACADEMICO INDISPONIVEL. '
                DISPLAY 'FILE STATUS: ' WS-FS-CAL
                GO TO P110-FIM
            END-IF
            PERFORM UNTIL EOF-OK
                READ CALENDARIO NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF EVENTO-PRAZO-NOTA AND WS-QTD-JANELAS < 200
                            ADD 1 TO WS-QTD-JANELAS
                            MOVE CD-TERMO-CAL
                                TO WS-JAN-TERMO(WS-QTD-JANELAS)
                            MOVE NR-AVALIACAO-CAL
                                TO WS-JAN-AVALIACAO(WS-QTD-JANELAS)
                            MOVE DT-EVENTO-CAL
                                TO WS-JAN-ABERTURA(WS-QTD-JANELAS)
                            MOVE DT-FIM-EVENTO-CAL
                                TO WS-JAN-PRAZO(WS-QTD-JANELAS)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CALENDARIO
            .
       P110-FIM.
      ******************************************************************
      * COBRANCA DAS JANELAS VENCIDAS
      ******************************************************************
      * JANELA COBRAVEL: PRAZO + FOLGA JA ALCANCADOS E SEM APURACAO
      * GRAVADA EM PRAZONOT.DAT
       P400-COBRA-VENCIDAS.
            MOVE ZEROS            TO WS-QTD-APURADAS
            PERFORM P110-CARREGA-JANELAS THRU P110-FIM
            PERFORM VARYING WS-IND-JAN FROM 1 BY 1
                    UNTIL WS-IND-JAN > WS-QTD-JANELAS
                COMPUTE WS-DIAS-CORRIDOS =
                    FUNCTION INTEGER-OF-DATE(WS-JAN-PRAZO(WS-IND-JAN))
                    + WS-DIAS-COBRANCA
                COMPUTE WS-DT-COBRANCA =
                        FUNCTION DATE-OF-INTEGER(WS-DIAS-CORRIDOS)
                IF WS-DT-COBRANCA <= WS-DATA-HOJE-8
                    MOVE WS-JAN-TERMO(WS-IND-JAN)     TO WS-CD-TERMO
                    MOVE WS-JAN-AVALIACAO(WS-IND-JAN) TO WS-NR-AVALIACAO
                    MOVE WS-JAN-PRAZO(WS-IND-JAN)     TO WS-DT-PRAZO
                    PERFORM P410-JA-APURADO THRU P410-FIM
                    IF NOT JA-APURADO
                        PERFORM P500-APURA THRU P500-FIM
                    END-IF
                END-IF
            END-PERFORM
            DISPLAY 'JANELAS DE NOTAS COBRADAS: ' WS-QTD-APURADAS
            .
       P400-FIM.
       P410-JA-APURADO.
            SET JA-APURADO        TO FALSE
            SET FS-PZN-OK         TO TRUE
            OPEN INPUT PRAZOS
            IF FS-PZN-OK
                MOVE WS-CD-TERMO     TO CD-TERMO-PZN
                MOVE WS-NR-AVALIACAO TO NR-AVALIACAO-PZN
                READ PRAZOS
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET JA-APURADO TO TRUE
                END-READ
            END-IF
            CLOSE PRAZOS
            .
       P410-FIM.
      ******************************************************************
      * APURACAO DE UMA JANELA (WS-CD-TERMO / WS-NR-AVALIACAO)
      ******************************************************************
       P500-APURA.
            PERFORM P510-NOTAS-EM-FALTA THRU P510-FIM
            IF FALHOU
                GO TO P500-FIM
            END-IF
            MOVE 'PRAZONOTA'      TO WL-SPL-RELATORIO
            CALL 'SPOOLREG' USING WL-SPOOL
            IF WL-SPOOL-ABERTO
                MOVE WL-SPL-ARQUIVO TO WS-ARQ-RELATORIO
            END-IF
            SET FS-REL-OK         TO TRUE
            OPEN OUTPUT RELATORIO-OUT
            IF NOT FS-REL-OK
                DISPLAY 'ERRO AO ABRIR O RELATORIO. '
                DISPLAY 'FILE STATUS: ' WS-FS-REL
                SET FALHOU        TO TRUE
                GO TO P500-FIM
            END-IF
            OPEN INPUT PROFMAT PROFESSORES MATERIAS ALUNOS
            MOVE ALL '=' TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            MOVE SPACES TO WS-LINHA-REL
            STRING 'NOTAS EM FALTA APOS O PRAZO - TERMO ' WS-CD-TERMO
                   ' AVALIACAO ' WS-NR-AVALIACAO ' - PRAZO '
                   WS-DT-PRAZO ' - APURADO EM ' WS-DATA-HOJE-8
                   DELIMITED BY SIZE INTO WS-LINHA-REL
            MOVE WS-LINHA-REL TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            MOVE ALL '=' TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            MOVE ZEROS            TO WS-QTD-LEMBRADOS WS-PROF-ATUAL
                                     WS-QTD-PROFESSOR
      * POR PROFESSOR E MATERIA, NA ORDEM DO PROFMAT
            SET EOF-OK            TO FALSE
            IF NOT FS-PM-OK
                SET EOF-OK        TO TRUE
            END-IF
            PERFORM UNTIL EOF-OK
                READ PROFMAT NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        PERFORM P520-PROF-MATERIA THRU P520-FIM
                END-READ
            END-PERFORM
            PERFORM P530-FECHA-PROFESSOR THRU P530-FIM
      * O QUE SOBROU E DE MATERIA SEM PROFESSOR VINCULADO
            MOVE ZEROS            TO WS-QTD-SEM-PROF
            PERFORM VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND > WS-QTD-FALTANTES
                IF WS-MTR-COM-PROF(WS-FAL-MATERIA(WS-IND))
                   NOT EQUAL 'S'
                    IF WS-QTD-SEM-PROF EQUAL ZEROS
                        MOVE SPACES TO REG-RELATORIO-OUT
                        WRITE REG-RELATORIO-OUT
                        MOVE 'MATERIAS SEM PROFESSOR NO PROFMAT'
                            TO REG-RELATORIO-OUT
                        WRITE REG-RELATORIO-OUT
                    END-IF
                    ADD 1 TO WS-QTD-SEM-PROF
                    MOVE SPACES TO WS-LINHA-REL
                    STRING '    MATERIA ' WS-FAL-MATERIA(WS-IND)
                           DELIMITED BY SIZE INTO WS-LINHA-REL
                    MOVE WS-LINHA-REL TO REG-RELATORIO-OUT
                    WRITE REG-RELATORIO-OUT
                    PERFORM P545-LINHA-ALUNO THRU P545-FIM
                END-IF
            END-PERFORM
            MOVE ALL '=' TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            MOVE SPACES TO WS-LINHA-REL
            STRING 'NOTAS EM FALTA: ' WS-QTD-FALTANTES
                   '  PROFESSORES LEMBRADOS: ' WS-QTD-LEMBRADOS
                   '  SEM PROFESSOR: ' WS-QTD-SEM-PROF
                   DELIMITED BY SIZE INTO WS-LINHA-REL
            MOVE WS-LINHA-REL TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            CLOSE RELATORIO-OUT PROFMAT PROFESSORES MATERIAS ALUNOS
            PERFORM P560-GRAVA-APURACAO THRU P560-FIM
            ADD 1                 TO WS-QTD-APURADAS
            DISPLAY 'TERMO ' WS-CD-TERMO ' AVALIACAO ' WS-NR-AVALIACAO
                    ': ' WS-QTD-FALTANTES ' NOTA(S) EM FALTA, '
                    WS-QTD-LEMBRADOS ' PROFESSOR(ES) LEMBRADO(S)'
            DISPLAY 'RELATORIO: ' WS-ARQ-RELATORIO
            .
       P500-FIM.
      * MATRICULAS ATIVAS SEM A NOTA DA AVALIACAO, SO NAS MATERIAS
      * CUJO PLANO PREVE A AVALIACAO (SEM PLANO, TODAS VALEM)
       P510-NOTAS-EM-FALTA.
            MOVE ZEROS            TO WS-QTD-FALTANTES
            INITIALIZE WS-TAB-MATERIAS
            SET EOF-OK            TO FALSE
            SET FS-MAT-OK         TO TRUE
            OPEN INPUT MATRICULAS
            IF NOT FS-MAT-OK
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE MATRICULAS. '
                DISPLAY 'FILE STATUS: ' WS-FS-MAT
                SET FALHOU        TO TRUE
                GO TO P510-FIM
            END-IF
            OPEN INPUT LANCAMENTOS
            PERFORM UNTIL EOF-OK
                READ MATRICULAS
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF MAT-ATIVA AND ID-MATERIA-MAT > ZEROS
                            PERFORM P515-UMA-MATRICULA THRU P515-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE MATRICULAS LANCAMENTOS
            .
       P510-FIM.
       P515-UMA-MATRICULA.
            IF WS-MTR-COBRA(ID-MATERIA-MAT) EQUAL SPACES
                MOVE 'P'             TO WL-MD-OPERACAO
                MOVE ID-MATERIA-MAT  TO WL-MD-ID-MATERIA
                MOVE WS-NR-AVALIACAO TO WL-MD-NR-AVALIACAO
                CALL 'CALCMEDP' USING WL-PARAMETROS-MEDIA
                IF WL-MD-COM-PLANO AND WL-MD-TP-AVALIACAO EQUAL SPACES
                    MOVE 'N'      TO WS-MTR-COBRA(ID-MATERIA-MAT)
                ELSE
                    MOVE 'S'      TO WS-MTR-COBRA(ID-MATERIA-MAT)
                END-IF
            END-IF
            IF WS-MTR-COBRA(ID-MATERIA-MAT) NOT EQUAL 'S'
                GO TO P515-FIM
            END-IF
            MOVE ID-ALUNO-MAT     TO ID-ALUNO-LAN
            MOVE ID-MATERIA-MAT   TO ID-MATERIA-LAN
            MOVE WS-NR-AVALIACAO  TO NR-AVALIACAO-LAN
            READ LANCAMENTOS
                INVALID KEY
                    IF WS-QTD-FALTANTES < 6000
                        ADD 1 TO WS-QTD-FALTANTES
                        MOVE ID-MATERIA-MAT
                            TO WS-FAL-MATERIA(WS-QTD-FALTANTES)
                        MOVE ID-ALUNO-MAT
                            TO WS-FAL-ALUNO(WS-QTD-FALTANTES)
                    END-IF
            END-READ
            .
       P515-FIM.
      * QUEBRA DE PROFESSOR: FECHA O ANTERIOR (LEMBRETE) E ABRE O
      * NOVO; CADA MATERIA DELE COM NOTA EM FALTA SAI COM OS ALUNOS
       P520-PROF-MATERIA.
            IF ID-PROFESSOR-PM NOT EQUAL WS-PROF-ATUAL
                PERFORM P530-FECHA-PROFESSOR THRU P530-FIM
                MOVE ID-PROFESSOR-PM TO WS-PROF-ATUAL
                MOVE ZEROS        TO WS-QTD-PROFESSOR
                MOVE SPACES       TO WS-NM-PROFESSOR WS-TL-PROFESSOR
                MOVE ID-PROFESSOR-PM TO ID-PROFESSOR
                READ PROFESSORES
                    INVALID KEY
                        MOVE '(SEM CADASTRO)' TO WS-NM-PROFESSOR
                    NOT INVALID KEY
                        MOVE NM-PROFESSOR TO WS-NM-PROFESSOR
                        IF PROF-ATIVO
                            MOVE TL-PROFESSOR TO WS-TL-PROFESSOR
                        END-IF
                END-READ
            END-IF
            MOVE 'S'              TO WS-MTR-COM-PROF(ID-MATERIA-PM)
            MOVE ZEROS            TO WS-QTD-MATERIA
            PERFORM VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND > WS-QTD-FALTANTES
                IF WS-FAL-MATERIA(WS-IND) EQUAL ID-MATERIA-PM
                    IF WS-QTD-PROFESSOR EQUAL ZEROS AND
                       WS-QTD-MATERIA EQUAL ZEROS
                        MOVE SPACES TO REG-RELATORIO-OUT
                        WRITE REG-RELATORIO-OUT
                        MOVE SPACES TO WS-LINHA-REL
                        STRING 'PROFESSOR ' WS-PROF-ATUAL ' - '
                               WS-NM-PROFESSOR ' TEL ' WS-TL-PROFESSOR
                               DELIMITED BY SIZE INTO WS-LINHA-REL
                        MOVE WS-LINHA-REL TO REG-RELATORIO-OUT
                        WRITE REG-RELATORIO-OUT
                    END-IF
                    IF WS-QTD-MATERIA EQUAL ZEROS
                        MOVE ID-MATERIA-PM TO ID-MATERIA
                        MOVE SPACES   TO NM-MATERIA
                        READ MATERIAS
                            INVALID KEY
                                CONTINUE
                        END-READ
                        MOVE SPACES TO WS-LINHA-REL
                        STRING '    MATERIA ' ID-MATERIA-PM ' - '
                               NM-MATERIA
                               DELIMITED BY SIZE INTO WS-LINHA-REL
                        MOVE WS-LINHA-REL TO REG-RELATORIO-OUT
                        WRITE REG-RELATORIO-OUT
                    END-IF
                    ADD 1 TO WS-QTD-MATERIA WS-QTD-PROFESSOR
                    PERFORM P545-LINHA-ALUNO THRU P545-FIM
                END-IF
            END-PERFORM
            IF WS-QTD-MATERIA > ZEROS
                MOVE SPACES TO WS-LINHA-REL
                STRING '        ALUNOS SEM NOTA NA MATERIA: '
                       WS-QTD-MATERIA
                       DELIMITED BY SIZE INTO WS-LINHA-REL
                MOVE WS-LINHA-REL TO REG-RELATORIO-OUT
                WRITE REG-RELATORIO-OUT
            END-IF
            .
       P520-FIM.
       P530-FECHA-PROFESSOR.
            IF WS-PROF-ATUAL EQUAL ZEROS OR
               WS-QTD-PROFESSOR EQUAL ZEROS
                GO TO P530-FIM
            END-IF
            IF WS-TL-PROFESSOR EQUAL SPACES
                MOVE '    SEM TELEFONE OU INATIVO - SEM LEMBRETE'
                    TO REG-RELATORIO-OUT
                WRITE REG-RELATORIO-OUT
                GO TO P530-FIM
            END-IF
            PERFORM P550-ENFILEIRA-LEMBRETE THRU P550-FIM
            .
       P530-FIM.
       P545-LINHA-ALUNO.
            MOVE WS-FAL-ALUNO(WS-IND) TO DAL-ID-ALUNO ID-ALUNO
            MOVE SPACES           TO DAL-NOME DAL-TURMA
            READ ALUNOS
                INVALID KEY
                    MOVE '(SEM CADASTRO)' TO DAL-NOME
                NOT INVALID KEY
                    MOVE NM-ALUNO TO DAL-NOME
                    MOVE TURMA    TO DAL-TURMA
            END-READ
            MOVE WS-DET-ALUNO     TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            .
       P545-FIM.
      * LEMBRETE NO TELEFONE DO PROFESSOR PELA FILA DO SISMSGQ (SEM
      * ALUNO/CONTATO), NUMERADO PELO CONTROLE 'MSGFILA' E
      * DEDUPLICADO POR TELEFONE/TIPO/DIA
       P550-ENFILEIRA-LEMBRETE.
            MOVE SPACES           TO WS-TX-LEMBRETE
            STRING 'PRAZO DE NOTAS: ' WS-QTD-PROFESSOR
                   ' NOTA(S) DA AVAL ' WS-NR-AVALIACAO
                   ' TERMO ' WS-CD-TERMO ' VENCEU EM ' WS-DT-PRAZO
                   DELIMITED BY SIZE INTO WS-TX-LEMBRETE
            SET JA-EXISTE         TO FALSE
            SET EOF-2-OK          TO FALSE
            SET FS-MSG-OK         TO TRUE
            OPEN INPUT MENSAGENS
            IF FS-MSG-OK
                PERFORM UNTIL EOF-2-OK OR JA-EXISTE
                    READ MENSAGENS NEXT
                        AT END
                            SET EOF-2-OK TO TRUE
                        NOT AT END
                            IF TP-MENSAGEM EQUAL 'PRAZONOTA'
                               AND TL-DESTINO-MSG EQUAL
                                   WS-TL-PROFESSOR
                               AND DT-GERACAO-MSG EQUAL
                                   WS-DATA-HOJE-8
                                SET JA-EXISTE TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
            END-IF
            CLOSE MENSAGENS
            IF JA-EXISTE
                MOVE '    LEMBRETE JA ENFILEIRADO HOJE'
                    TO REG-RELATORIO-OUT
                WRITE REG-RELATORIO-OUT
                GO TO P550-FIM
            END-IF
            PERFORM P555-PROX-MENSAGEM THRU P555-FIM
            SET FS-MSG-OK         TO TRUE
            OPEN I-O MENSAGENS
            IF WS-FS-MSG EQUAL 35 THEN
                OPEN OUTPUT MENSAGENS
                CLOSE MENSAGENS
                OPEN I-O MENSAGENS
            END-IF
            IF FS-MSG-OK
                MOVE WS-NR-MENSAGEM    TO NR-MENSAGEM
                MOVE 'PRAZONOTA'       TO TP-MENSAGEM
                MOVE ZEROS             TO ID-ALUNO-MSG ID-CONTATO-MSG
                MOVE WS-TL-PROFESSOR   TO TL-DESTINO-MSG
                MOVE WS-DATA-HOJE-8    TO DT-GERACAO-MSG
                MOVE WS-TX-LEMBRETE    TO TX-MENSAGEM
                SET MSG-PENDENTE       TO TRUE
                WRITE REG-MENSAGEM-FILA
                    INVALID KEY
                        DISPLAY 'ERRO AO ENFILEIRAR O LEMBRETE. '
                    NOT INVALID KEY
                        ADD 1 TO WS-QTD-LEMBRADOS
                        MOVE '    LEMBRETE ENFILEIRADO NO TELEFONE'
                            TO REG-RELATORIO-OUT
                        WRITE REG-RELATORIO-OUT
                END-WRITE
            ELSE
                DISPLAY 'FILA DE MENSAGENS INDISPONIVEL. '
                DISPLAY 'FILE STATUS: ' WS-FS-MSG
            END-IF
            CLOSE MENSAGENS
            .
       P550-FIM.
       P555-PROX-MENSAGEM.
            SET FS-CTRL-OK        TO TRUE
            MOVE 'N'              TO WS-CTRL-NOVO
            OPEN I-O CONTROLE
            IF WS-FS-CTRL EQUAL 35 THEN
                OPEN OUTPUT CONTROLE
                CLOSE CONTROLE
                OPEN I-O CONTROLE
            END-IF
            MOVE 'MSGFILA   '     TO CHAVE-CONTROLE
            READ CONTROLE
                INVALID KEY
                    MOVE 'S'          TO WS-CTRL-NOVO
                    MOVE 1            TO ULTIMO-ID
                NOT INVALID KEY
                    ADD 1             TO ULTIMO-ID
            END-READ
            MOVE 'MSGFILA   '     TO CHAVE-CONTROLE
            IF WS-CTRL-NOVO EQUAL 'S'
                WRITE REG-CONTROLE
            ELSE
                REWRITE REG-CONTROLE
            END-IF
            IF NOT FS-CTRL-OK
                DISPLAY 'ERRO AO ATUALIZAR O CONTROLE DE MENSAGEM. '
                DISPLAY 'FILE STATUS: ' WS-FS-CTRL
            END-IF
            MOVE ULTIMO-ID        TO WS-NR-MENSAGEM
            CLOSE CONTROLE
            .
       P555-FIM.
      * A APURACAO MARCA A JANELA COMO COBRADA E GUARDA O TOTAL PARA
      * O RESUMO DA DIRECAO; A REAPURACAO SO ATUALIZA OS NUMEROS
       P560-GRAVA-APURACAO.
            SET FS-PZN-OK         TO TRUE
            OPEN I-O PRAZOS
            IF WS-FS-PZN EQUAL 35 THEN
                OPEN OUTPUT PRAZOS
                CLOSE PRAZOS
                OPEN I-O PRAZOS
            END-IF
            IF NOT FS-PZN-OK
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE APURACOES. '
                DISPLAY 'FILE STATUS: ' WS-FS-PZN
                SET FALHOU        TO TRUE
                GO TO P560-FIM
            END-IF
            MOVE WS-CD-TERMO      TO CD-TERMO-PZN
            MOVE WS-NR-AVALIACAO  TO NR-AVALIACAO-PZN
            MOVE WS-DT-PRAZO      TO DT-PRAZO-PZN
            MOVE WS-DATA-HOJE-8   TO DT-APURACAO-PZN
            MOVE WS-QTD-FALTANTES TO QT-FALTANTES-PZN
            MOVE WS-QTD-LEMBRADOS TO QT-PROFESSORES-PZN
            WRITE REG-PRAZO-NOTA
                INVALID KEY
                    REWRITE REG-PRAZO-NOTA
            END-WRITE
            IF NOT FS-PZN-OK
                DISPLAY 'ERRO AO GRAVAR A APURACAO. '
                DISPLAY 'FILE STATUS: ' WS-FS-PZN
                SET FALHOU        TO TRUE
            END-IF
            CLOSE PRAZOS
            .
       P560-FIM.
       P900-FIM.
            GOBACK.
      * RESOLVE OS CAMINHOS FISICOS PELO CONFIGSYS (PRODUCAO OU
      * TESTE); SEM CONFIGURACAO VALEM OS PADROES ACIMA
       P050-CONFIGURA.
            MOVE 'CALENDARIO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-CALENDARIO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-CALENDARIO
            MOVE 'D3-PRAZONOT' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-PRAZONOT TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-PRAZONOT
            MOVE 'D3-MATRICULAS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-MATRICULAS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-MATRICULAS
            MOVE 'D3-LANCNOTA' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-LANCNOTA TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-LANCNOTA
            MOVE 'PROFMAT' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-PROFMAT TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-PROFMAT
            MOVE 'PROFESSORES' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-PROFESSORES TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-PROFESSORES
            MOVE 'D3-MATERIAS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-MATERIAS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-MATERIAS
            MOVE 'D3-REGISTRO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-REGISTRO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-REGISTRO
            MOVE 'MSGFILA' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-MSGFILA TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-MSGFILA
            MOVE 'CONTROLE' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-CONTROLE TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-CONTROLE
      * DIAS CORRIDOS ENTRE O PRAZO E A COBRANCA
            MOVE 'PRAZO-NOTA-COBRANCA' TO WL-CFG-CHAVE
            MOVE WS-CFG-DIAS-COBRANCA TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-CFG-DIAS-COBRANCA
            IF WS-CFG-DIAS-COBRANCA(1:2) NUMERIC
                MOVE WS-CFG-DIAS-COBRANCA(1:2) TO WS-DIAS-COBRANCA
            END-IF
            .
       P050-FIM.
       END PROGRAM SISPRAZO.

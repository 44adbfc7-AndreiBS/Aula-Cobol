      ******************************************************************
      * Author: ANDREI BATISTA
      * Date: 15/10/2026
      * Purpose: LIVRO DE OCORRENCIAS DISCIPLINARES (OCORRENC.DAT) -
      *          ATRASO, INDISCIPLINA, ADVERTENCIA E SUSPENSAO POR
      *          ALUNO, COM DATA, DESCRICAO, PROFESSOR QUE RELATOU E
      *          MEDIDA APLICADA. A SUSPENSAO LANCA FALTA JUSTIFICADA
      *          EM FREQUENCIA.DAT NAS AULAS DA GRADE (HORARIOS.DAT)
      *          DAS MATERIAS EM QUE O ALUNO ESTA MATRICULADO, NOS DIAS
      *          LETIVOS DO PERIODO (SEM DOMINGOS E FERIADOS); O AVISO
      *          AO RESPONSAVEL E ENFILEIRADO PELA RODADA DO SISMSGQ
      *          (RESPEITANDO O OPT-OUT DO CONTATO). HISTORICO DO ALUNO
      *          PARA ATENDER A FAMILIA E RELATORIO POR TURMA PARA O
      *          CONSELHO DE CLASSE. DADO SENSIVEL - ACESSO RESTRITO A
      *          SECRETARIA/ADMIN (AUTHOPR 'X'), COMO A FICHA MEDICA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISOCORR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
               SELECT OCORRENCIAS ASSIGN TO WS-ARQ-CFG-D3-OCORRENC
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS NR-OCORRENCIA-OCR
               ALTERNATE RECORD KEY IS ID-ALUNO-OCR
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-OCR.

               SELECT ALUNOS ASSIGN TO WS-ARQ-CFG-D3-REGISTRO
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS ID-ALUNO
               ALTERNATE RECORD KEY IS NM-ALUNO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS.

               SELECT PROFESSORES ASSIGN TO WS-ARQ-CFG-PROFESSORES
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS ID-PROFESSOR
               FILE STATUS IS WS-FS-PRF.

               SELECT CONTROLE ASSIGN TO WS-ARQ-CFG-D3-CONTROLE
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS CHAVE-CONTROLE
               FILE STATUS IS WS-FS-CTRL.

               SELECT FREQUENCIA ASSIGN TO WS-ARQ-CFG-D3-FREQUENCIA
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-FREQUENCIA
               FILE STATUS IS WS-FS-FRQ.

               SELECT MATRICULAS ASSIGN TO WS-ARQ-CFG-D3-MATRICULAS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-MATRICULA
               FILE STATUS IS WS-FS-MAT.

               SELECT HORARIOS ASSIGN TO WS-ARQ-CFG-D3-HORARIOS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS CHAVE-HORARIO
               FILE STATUS IS WS-FS-HOR.

               SELECT CALENDARIO ASSIGN TO WS-ARQ-CFG-CALENDARIO
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-CALENDARIO
               FILE STATUS IS WS-FS-CAL.

               SELECT RELATORIO-OUT ASSIGN TO WS-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OUT.

       DATA DIVISION.
       FILE SECTION.
       FD OCORRENCIAS.
          COPY FD_OCORR.
       FD ALUNOS.
          COPY FD_REGIS.
       FD PROFESSORES.
          COPY FD_PROF.
       FD CONTROLE.
          COPY FD_CTRL.
       FD FREQUENCIA.
          COPY FD_FREQU.
       FD MATRICULAS.
          COPY FD_MATRI.
       FD HORARIOS.
          COPY FD_HORAR.
       FD CALENDARIO.
          COPY FD_CALEN.
       FD RELATORIO-OUT.
       01 REG-RELATORIO-OUT                PIC X(100).

       WORKING-STORAGE SECTION.
       77 WS-FS                            PIC 99.
          88 FS-OK                         VALUE 0.
       77 WS-FS-OCR                        PIC 99.
          88 FS-OCR-OK                     VALUE 0.
       77 WS-FS-PRF                        PIC 99.
          88 FS-PRF-OK                     VALUE 0.
       77 WS-FS-CTRL                       PIC 99.
          88 FS-CTRL-OK                    VALUE 0.
       77 WS-FS-FRQ                        PIC 99.
          88 FS-FRQ-OK                     VALUE 0.
       77 WS-FS-MAT                        PIC 99.
          88 FS-MAT-OK                     VALUE 0.
       77 WS-FS-HOR                        PIC 99.
          88 FS-HOR-OK                     VALUE 0.
       77 WS-FS-CAL                        PIC 99.
          88 FS-CAL-OK                     VALUE 0.
       77 WS-FS-OUT                        PIC 99.
          88 FS-OUT-OK                     VALUE 0.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE 'S' FALSE 'N'.
       77 WS-EOF-OCR                       PIC X.
          88 EOF-OCR-OK                    VALUE 'S' FALSE 'N'.
       77 WS-OPCAO                         PIC X.
       77 WS-CONFIRMA                      PIC X(01).
       77 WS-CTRL-NOVO                     PIC X VALUE 'N'.
       77 WS-DATA-HOJE-8                   PIC 9(08).
       77 WS-DIAS-CORRIDOS                 PIC 9(07).
       77 WS-DIA-SEMANA                    PIC 9(01).
       77 WS-DATA-CORRENTE                 PIC 9(08).
       77 WS-ID-ALUNO                      PIC 9(06).
       77 WS-NM-ALUNO                      PIC X(20).
       77 WS-TURMA                         PIC X(10).
       77 WS-ID-PROFESSOR                  PIC 9(03).
       77 WS-NR-OCORRENCIA                 PIC 9(06).
       77 WS-DT-OCORRENCIA                 PIC 9(08).
       77 WS-TP-OCORRENCIA                 PIC X(01).
          88 TP-VALIDO                     VALUE 'A' 'I' 'V' 'S'.
          88 TP-ATRASO                     VALUE 'A'.
          88 TP-INDISCIPLINA               VALUE 'I'.
          88 TP-ADVERTENCIA                VALUE 'V'.
          88 TP-SUSPENSAO                  VALUE 'S'.
       77 WS-DS-OCORRENCIA                 PIC X(60).
       77 WS-MEDIDA                        PIC X(30).
       77 WS-QT-DIAS                       PIC 9(02).
       77 WS-DT-INICIO-SUSP                PIC 9(08).
       77 WS-DT-FIM-SUSP                   PIC 9(08).
       77 WS-DS-TIPO                       PIC X(12).
       77 WS-DS-NOTIFICACAO                PIC X(20).
       77 WS-DT-INICIO                     PIC 9(08).
       77 WS-DT-FIM                        PIC 9(08).
      * DIAS LETIVOS DA SUSPENSAO E MATERIAS ATIVAS DO ALUNO, PARA
      * CRUZAR COM A GRADE E LANCAR AS FALTAS JUSTIFICADAS
       77 WS-QTD-DIAS-SUSP                 PIC 9(02) VALUE ZEROS.
       77 WS-IND-DIA                       PIC 9(02).
       01 WS-TABELA-DIAS-SUSP.
          03 WS-TAB-DIA-SUSP               PIC 9(08) OCCURS 30 TIMES.
       77 WS-QTD-MATERIAS                  PIC 9(02) VALUE ZEROS.
       77 WS-IND-MAT                       PIC 9(02).
       01 WS-TABELA-MATERIAS.
          03 WS-TAB-MATERIA                PIC 9(03) OCCURS 50 TIMES.
       77 WS-PERIODO                       PIC 9(01).
       77 WS-QTD-FALTAS-JUST               PIC 9(03) VALUE ZEROS.
       77 WS-QTD-FERIADOS                  PIC 9(03) VALUE ZEROS.
       77 WS-IND-FER                       PIC 9(03).
       01 WS-TABELA-FERIADOS.
          03 WS-TAB-FERIADO                PIC 9(08) OCCURS 200 TIMES.
       77 WS-EH-FERIADO                    PIC X.
          88 FERIADO-OK                    VALUE 'S' FALSE 'N'.
      * TOTAIS DO HISTORICO E DO RELATORIO POR TIPO DE OCORRENCIA
       01 WS-TOTAIS-TIPO.
          03 WS-TOT-ATRASO                 PIC 9(05) VALUE ZEROS.
          03 WS-TOT-INDISCIPLINA           PIC 9(05) VALUE ZEROS.
          03 WS-TOT-ADVERTENCIA            PIC 9(05) VALUE ZEROS.
          03 WS-TOT-SUSPENSAO              PIC 9(05) VALUE ZEROS.
       77 WS-QTD-ALUNO                     PIC 9(04) VALUE ZEROS.
       77 WS-QTD-ALUNOS-LISTADOS           PIC 9(04) VALUE ZEROS.
       77 WS-LINHA-OUT                     PIC X(100) VALUE SPACES.
       01 WS-ARQ-RELATORIO                 PIC X(60).
       01 WL-AUTORIZACAO.
          03 WL-FUNCAO                     PIC X(01).
          03 WL-AUT                        PIC X(01).
             88 WL-AUTORIZADO              VALUE 'S'.
             88 WL-NEGADO                  VALUE 'N'.
       01 WL-SPOOL.
          03 WL-SPL-RELATORIO              PIC X(12).
          03 WL-SPL-ARQUIVO                PIC X(60).
          03 WL-SPL-OK                     PIC X(01).
             88 WL-SPOOL-ABERTO            VALUE 'S'.
             88 WL-SPOOL-FALHOU            VALUE 'N'.
       01 WL-AUDITORIA.
          03 WL-PROGRAMA                   PIC X(12)
             VALUE 'SISOCORR'.
          03 WL-OPERACAO                   PIC X(10).
          03 WL-CHAVE                      PIC X(10).
          03 WL-VALOR-ANTIGO               PIC X(50).
          03 WL-VALOR-NOVO                 PIC X(50).

       01 WS-ARQ-CFG-D3-OCORRENC           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\OCORRENC.DAT'.
       01 WS-ARQ-CFG-D3-REGISTRO           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\REGISTRO.DAT'.
       01 WS-ARQ-CFG-PROFESSORES           PIC X(60) VALUE
          'C:\COBOL\PROFESSORES.DAT'.
       01 WS-ARQ-CFG-D3-CONTROLE           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\CONTROLE.DAT'.
       01 WS-ARQ-CFG-D3-FREQUENCIA         PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\FREQUENCIA.DAT'.
       01 WS-ARQ-CFG-D3-MATRICULAS         PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\MATRICULAS.DAT'.
       01 WS-ARQ-CFG-D3-HORARIOS           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\HORARIOS.DAT'.
       01 WS-ARQ-CFG-CALENDARIO            PIC X(60) VALUE
          'C:\COBOL\CALENDARIO.DAT'.
          COPY CFG_AREA.
       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM                   PIC X(50).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            PERFORM P050-CONFIGURA THRU P050-FIM
      * OCORRENCIA DISCIPLINAR E DADO SENSIVEL - SO SECRETARIA/ADMIN
            MOVE 'X'              TO WL-FUNCAO
            CALL 'AUTHOPR' USING WL-AUTORIZACAO
            IF WL-NEGADO
                PERFORM P900-FIM
            END-IF
            PERFORM P300-PROCESSA  THRU P300-FIM
                                    UNTIL WS-OPCAO = 'F' OR 'f'
            PERFORM P900-FIM
            .
       P300-PROCESSA.
            MOVE SPACES             TO WS-OPCAO
            ACCEPT WS-DATA-HOJE-8 FROM DATE YYYYMMDD
            DISPLAY '**************************************************'
            DISPLAY '***      OCORRENCIAS DISCIPLINARES             ***'
            DISPLAY '**************************************************'
            DISPLAY '*** 1 - Registrar ocorrencia                   ***'
            DISPLAY '*** 2 - Historico do aluno                     ***'
            DISPLAY '*** 3 - Relatorio por turma (conselho)         ***'
            DISPLAY '***          <TECLE F PARA FINALIZAR>          ***'
            DISPLAY '**************************************************'
            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN '1'
                    PERFORM P310-REGISTRA       THRU P310-FIM
                WHEN '2'
                    PERFORM P400-HISTORICO      THRU P400-FIM
                WHEN '3'
                    PERFORM P500-RELATORIO-TURMA THRU P500-FIM
                WHEN 'F'
                    CONTINUE
                WHEN 'f'
                    CONTINUE
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA! '
            END-EVALUATE
            .
       P300-FIM.
       P310-REGISTRA.
            DISPLAY 'Informe o ID do aluno: '
            ACCEPT WS-ID-ALUNO
            PERFORM P700-LE-ALUNO THRU P700-FIM
            IF WS-ID-ALUNO EQUAL ZEROS
                GO TO P310-FIM
            END-IF
            DISPLAY 'Data da ocorrencia (AAAAMMDD, 0 = hoje): '
            ACCEPT WS-DT-OCORRENCIA
            IF WS-DT-OCORRENCIA EQUAL ZEROS
                MOVE WS-DATA-HOJE-8 TO WS-DT-OCORRENCIA
            END-IF
            IF FUNCTION TEST-DATE-YYYYMMDD(WS-DT-OCORRENCIA)
               NOT EQUAL 0
               OR WS-DT-OCORRENCIA > WS-DATA-HOJE-8
                DISPLAY 'DATA INVALIDA! '
                GO TO P310-FIM
            END-IF
            DISPLAY 'Tipo (A = atraso, I = indisciplina, '
                    'V = advertencia, S = suspensao): '
            ACCEPT WS-TP-OCORRENCIA
            MOVE FUNCTION UPPER-CASE(WS-TP-OCORRENCIA)
                                  TO WS-TP-OCORRENCIA
            IF NOT TP-VALIDO
                DISPLAY 'TIPO DE OCORRENCIA INVALIDO! '
                GO TO P310-FIM
            END-IF
            DISPLAY 'Descricao do ocorrido: '
            MOVE SPACES           TO WS-DS-OCORRENCIA
            ACCEPT WS-DS-OCORRENCIA
            IF WS-DS-OCORRENCIA EQUAL SPACES
                DISPLAY 'DESCRICAO E OBRIGATORIA! '
                GO TO P310-FIM
            END-IF
            DISPLAY 'ID do professor que relatou '
                    '(0 = registrada pela coordenacao): '
            ACCEPT WS-ID-PROFESSOR
            IF WS-ID-PROFESSOR NOT EQUAL ZEROS
                PERFORM P710-LE-PROFESSOR THRU P710-FIM
                IF WS-ID-PROFESSOR EQUAL ZEROS
                    GO TO P310-FIM
                END-IF
            END-IF
            DISPLAY 'Medida aplicada: '
            MOVE SPACES           TO WS-MEDIDA
            ACCEPT WS-MEDIDA
            PERFORM P720-DS-TIPO THRU P720-FIM
            IF WS-MEDIDA EQUAL SPACES
                MOVE WS-DS-TIPO   TO WS-MEDIDA
            END-IF

            MOVE ZEROS            TO WS-QT-DIAS
                                     WS-DT-INICIO-SUSP
                                     WS-DT-FIM-SUSP
                                     WS-QTD-DIAS-SUSP
            IF TP-SUSPENSAO
                DISPLAY 'Dias letivos de suspensao (1 a 30): '
                ACCEPT WS-QT-DIAS
                IF WS-QT-DIAS EQUAL ZEROS OR WS-QT-DIAS > 30
                    DISPLAY 'QUANTIDADE DE DIAS INVALIDA! '
                    GO TO P310-FIM
                END-IF
                DISPLAY 'Primeiro dia da suspensao (AAAAMMDD): '
                ACCEPT WS-DT-INICIO-SUSP
                IF FUNCTION TEST-DATE-YYYYMMDD(WS-DT-INICIO-SUSP)
                   NOT EQUAL 0
                   OR WS-DT-INICIO-SUSP < WS-DT-OCORRENCIA
                    DISPLAY 'DATA DE INICIO INVALIDA! '
                    GO TO P310-FIM
                END-IF
                PERFORM P330-DIAS-SUSPENSAO THRU P330-FIM
                DISPLAY 'Suspensao de ' WS-DT-INICIO-SUSP ' a '
                        WS-DT-FIM-SUSP ' (' WS-QTD-DIAS-SUSP
                        ' dia(s) letivo(s)).'
            END-IF
            DISPLAY 'Confirma o registro (S/N)? '
            MOVE SPACES           TO WS-CONFIRMA
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA NOT EQUAL 'S' AND 's'
                DISPLAY 'REGISTRO CANCELADO.'
                GO TO P310-FIM
            END-IF

            SET FS-OCR-OK         TO TRUE
            OPEN I-O OCORRENCIAS
            IF WS-FS-OCR EQUAL 35 THEN
                OPEN OUTPUT OCORRENCIAS
                CLOSE OCORRENCIAS
                OPEN I-O OCORRENCIAS
            END-IF
            IF NOT FS-OCR-OK
                DISPLAY 'ERRO AO ABRIR O LIVRO DE OCORRENCIAS. '
                DISPLAY 'FILE STATUS: ' WS-FS-OCR
                CLOSE OCORRENCIAS
                GO TO P310-FIM
            END-IF
            PERFORM P150-PROX-OCORRENCIA THRU P150-FIM
            MOVE WS-NR-OCORRENCIA   TO NR-OCORRENCIA-OCR
            MOVE WS-ID-ALUNO        TO ID-ALUNO-OCR
            MOVE WS-TURMA           TO TURMA-OCR
            MOVE WS-DT-OCORRENCIA   TO DT-OCORRENCIA-OCR
            MOVE WS-TP-OCORRENCIA   TO TP-OCORRENCIA-OCR
            MOVE WS-DS-OCORRENCIA   TO DS-OCORRENCIA-OCR
            MOVE WS-ID-PROFESSOR    TO ID-PROFESSOR-OCR
            MOVE WS-MEDIDA          TO MEDIDA-OCR
            MOVE WS-QT-DIAS         TO QT-DIAS-SUSPENSAO-OCR
            MOVE WS-DT-INICIO-SUSP  TO DT-INICIO-SUSP-OCR
            MOVE WS-DT-FIM-SUSP     TO DT-FIM-SUSP-OCR
            MOVE ZEROS              TO QT-FALTAS-JUST-OCR
            MOVE WS-DATA-HOJE-8     TO DT-REGISTRO-OCR
            SET OCR-A-NOTIFICAR     TO TRUE
            WRITE REG-OCORRENCIA
                INVALID KEY
                    DISPLAY 'OCORRENCIA JA CADASTRADA! '
                    CLOSE OCORRENCIAS
                    GO TO P310-FIM
            END-WRITE
            DISPLAY 'Ocorrencia ' WS-NR-OCORRENCIA ' registrada. O '
                    'responsavel sera avisado na proxima rodada de '
                    'mensagens.'
            MOVE 'OCORRENCIA'       TO WL-OPERACAO
            MOVE WS-NR-OCORRENCIA   TO WL-CHAVE
            MOVE SPACES             TO WL-VALOR-ANTIGO
                                       WL-VALOR-NOVO
            STRING WS-ID-ALUNO ' ' WS-DS-TIPO ' ' WS-DT-OCORRENCIA
                   DELIMITED BY SIZE INTO WL-VALOR-NOVO
            CALL 'AUDITLOG' USING WL-AUDITORIA

            IF TP-SUSPENSAO
                PERFORM P340-FALTAS-SUSPENSAO THRU P340-FIM
                MOVE WS-QTD-FALTAS-JUST TO QT-FALTAS-JUST-OCR
                REWRITE REG-OCORRENCIA
                DISPLAY WS-QTD-FALTAS-JUST ' FALTA(S) JUSTIFICADA(S) '
                        'LANCADA(S) NO DIARIO DE CLASSE.'
            END-IF
            CLOSE OCORRENCIAS
            .
       P310-FIM.
      * CONTA OS DIAS LETIVOS A PARTIR DO INICIO: SEGUNDA A SABADO,
      * PULANDO OS FERIADOS DO CALENDARIO ACADEMICO
       P330-DIAS-SUSPENSAO.
            PERFORM P335-CARREGA-FERIADOS THRU P335-FIM
            MOVE ZEROS            TO WS-QTD-DIAS-SUSP
            COMPUTE WS-DIAS-CORRIDOS =
                    FUNCTION INTEGER-OF-DATE(WS-DT-INICIO-SUSP)
            PERFORM P337-TESTA-DIA THRU P337-FIM
                UNTIL WS-QTD-DIAS-SUSP EQUAL WS-QT-DIAS
            MOVE WS-TAB-DIA-SUSP(WS-QTD-DIAS-SUSP) TO WS-DT-FIM-SUSP
            .
       P330-FIM.
       P335-CARREGA-FERIADOS.
            MOVE ZEROS            TO WS-QTD-FERIADOS
            SET EOF-OK            TO FALSE
            SET FS-CAL-OK         TO TRUE
            OPEN INPUT CALENDARIO
            IF FS-CAL-OK
                PERFORM UNTIL EOF-OK
                    READ CALENDARIO NEXT
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            IF EVENTO-FERIADO AND
                               WS-QTD-FERIADOS < 200
                                ADD 1 TO WS-QTD-FERIADOS
                                MOVE DT-EVENTO-CAL TO
                                     WS-TAB-FERIADO(WS-QTD-FERIADOS)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CALENDARIO
            END-IF
            .
       P335-FIM.
       P337-TESTA-DIA.
            COMPUTE WS-DATA-CORRENTE =
                    FUNCTION DATE-OF-INTEGER(WS-DIAS-CORRIDOS)
      * DIA 1 = SEGUNDA ... 6 = SABADO, 0 = DOMINGO
            COMPUTE WS-DIA-SEMANA =
                    FUNCTION MOD(WS-DIAS-CORRIDOS, 7)
            IF WS-DIA-SEMANA >= 1 AND WS-DIA-SEMANA <= 6
                SET FERIADO-OK    TO FALSE
                PERFORM VARYING WS-IND-FER FROM 1 BY 1
                        UNTIL WS-IND-FER > WS-QTD-FERIADOS
                    IF WS-TAB-FERIADO(WS-IND-FER) EQUAL
                       WS-DATA-CORRENTE
                        SET FERIADO-OK TO TRUE
                    END-IF
                END-PERFORM
                IF NOT FERIADO-OK
                    ADD 1 TO WS-QTD-DIAS-SUSP
                    MOVE WS-DATA-CORRENTE
                      TO WS-TAB-DIA-SUSP(WS-QTD-DIAS-SUSP)
                END-IF
            END-IF
            ADD 1                 TO WS-DIAS-CORRIDOS
            .
       P337-FIM.
      * CADA AULA DA GRADE DAS MATERIAS ATIVAS DO ALUNO NOS DIAS DA
      * SUSPENSAO VIRA FALTA JUSTIFICADA; FALTA COMUM JA DIGITADA NA
      * MESMA AULA E CONVERTIDA EM JUSTIFICADA
       P340-FALTAS-SUSPENSAO.
            MOVE ZEROS            TO WS-QTD-FALTAS-JUST
                                     WS-QTD-MATERIAS
            SET FS-MAT-OK         TO TRUE
            OPEN INPUT MATRICULAS
            IF FS-MAT-OK
                SET EOF-OK        TO FALSE
                MOVE WS-ID-ALUNO  TO ID-ALUNO-MAT
                MOVE ZEROS        TO ID-MATERIA-MAT
                START MATRICULAS KEY IS NOT LESS THAN CHAVE-MATRICULA
                    INVALID KEY
                        SET EOF-OK TO TRUE
                END-START
                PERFORM UNTIL EOF-OK
                    READ MATRICULAS NEXT
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            IF ID-ALUNO-MAT NOT EQUAL WS-ID-ALUNO
                                SET EOF-OK TO TRUE
                            ELSE
                                IF MAT-ATIVA AND
                                   WS-QTD-MATERIAS < 50
                                    ADD 1 TO WS-QTD-MATERIAS
                                    MOVE ID-MATERIA-MAT TO
                                      WS-TAB-MATERIA(WS-QTD-MATERIAS)
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
            END-IF
            CLOSE MATRICULAS
            IF WS-QTD-MATERIAS EQUAL ZEROS
                DISPLAY 'ALUNO SEM MATRICULA ATIVA - NENHUMA FALTA '
                        'A LANCAR.'
                GO TO P340-FIM
            END-IF

            SET FS-FRQ-OK         TO TRUE
            OPEN I-O FREQUENCIA
            IF WS-FS-FRQ EQUAL 35 THEN
                OPEN OUTPUT FREQUENCIA
                CLOSE FREQUENCIA
                OPEN I-O FREQUENCIA
            END-IF
            SET FS-HOR-OK         TO TRUE
            OPEN INPUT HORARIOS
            IF FS-FRQ-OK AND FS-HOR-OK
                PERFORM P345-AULA THRU P345-FIM
                    VARYING WS-IND-DIA FROM 1 BY 1
                        UNTIL WS-IND-DIA > WS-QTD-DIAS-SUSP
                    AFTER WS-IND-MAT FROM 1 BY 1
                        UNTIL WS-IND-MAT > WS-QTD-MATERIAS
                    AFTER WS-PERIODO FROM 1 BY 1
                        UNTIL WS-PERIODO > 6
            ELSE
                DISPLAY 'DIARIO DE FALTAS OU GRADE INDISPONIVEL - '
                        'FALTAS NAO LANCADAS. '
                DISPLAY 'FILE STATUS: ' WS-FS-FRQ ' / ' WS-FS-HOR
            END-IF
            CLOSE FREQUENCIA
            CLOSE HORARIOS
            MOVE 'FALTA-SUSP'     TO WL-OPERACAO
            MOVE WS-ID-ALUNO      TO WL-CHAVE
            MOVE SPACES           TO WL-VALOR-ANTIGO
                                     WL-VALOR-NOVO
            STRING 'OCORRENCIA ' WS-NR-OCORRENCIA ' '
                   WS-QTD-FALTAS-JUST ' FALTAS JUSTIFICADAS'
                   DELIMITED BY SIZE INTO WL-VALOR-NOVO
            CALL 'AUDITLOG' USING WL-AUDITORIA
            .
       P340-FIM.
       P345-AULA.
            COMPUTE WS-DIAS-CORRIDOS =
                 FUNCTION INTEGER-OF-DATE(WS-TAB-DIA-SUSP(WS-IND-DIA))
            COMPUTE WS-DIA-SEMANA =
                    FUNCTION MOD(WS-DIAS-CORRIDOS, 7)
            MOVE WS-TAB-MATERIA(WS-IND-MAT) TO ID-MATERIA-HOR
            MOVE WS-DIA-SEMANA    TO DIA-SEMANA-HOR
            MOVE WS-PERIODO       TO PERIODO-HOR
            READ HORARIOS
                INVALID KEY
                    GO TO P345-FIM
            END-READ
            MOVE WS-TAB-MATERIA(WS-IND-MAT) TO ID-MATERIA-FRQ
            MOVE WS-TAB-DIA-SUSP(WS-IND-DIA) TO DT-AULA-FRQ
            MOVE WS-PERIODO       TO PERIODO-FRQ
            MOVE WS-ID-ALUNO      TO ID-ALUNO-FRQ
            READ FREQUENCIA
                INVALID KEY
                    SET FRQ-FALTA-JUSTIFICADA TO TRUE
                    MOVE WS-DATA-HOJE-8 TO DT-LANCTO-FRQ
                    WRITE REG-FREQUENCIA
                    ADD 1 TO WS-QTD-FALTAS-JUST
                NOT INVALID KEY
                    IF FRQ-FALTA
                        SET FRQ-FALTA-JUSTIFICADA TO TRUE
                        MOVE WS-DATA-HOJE-8 TO DT-LANCTO-FRQ
                        REWRITE REG-FREQUENCIA
                        ADD 1 TO WS-QTD-FALTAS-JUST
                    END-IF
            END-READ
            .
       P345-FIM.
       P400-HISTORICO.
            DISPLAY 'Informe o ID do aluno: '
            ACCEPT WS-ID-ALUNO
            PERFORM P700-LE-ALUNO THRU P700-FIM
            IF WS-ID-ALUNO EQUAL ZEROS
                GO TO P400-FIM
            END-IF
            INITIALIZE WS-TOTAIS-TIPO
            MOVE ZEROS            TO WS-QTD-ALUNO
            SET FS-OCR-OK         TO TRUE
            OPEN INPUT OCORRENCIAS
            IF NOT FS-OCR-OK
                DISPLAY 'NENHUMA OCORRENCIA REGISTRADA. '
                CLOSE OCORRENCIAS
                GO TO P400-FIM
            END-IF
            DISPLAY '--- OCORRENCIAS DE ' WS-NM-ALUNO ' ---'
            SET EOF-OCR-OK        TO FALSE
            MOVE WS-ID-ALUNO      TO ID-ALUNO-OCR
            START OCORRENCIAS KEY IS NOT LESS THAN ID-ALUNO-OCR
                INVALID KEY
                    SET EOF-OCR-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-OCR-OK
                READ OCORRENCIAS NEXT
                    AT END
                        SET EOF-OCR-OK TO TRUE
                    NOT AT END
                        IF ID-ALUNO-OCR NOT EQUAL WS-ID-ALUNO
                            SET EOF-OCR-OK TO TRUE
                        ELSE
                            PERFORM P410-MOSTRA THRU P410-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE OCORRENCIAS
            IF WS-QTD-ALUNO EQUAL ZEROS
                DISPLAY 'ALUNO SEM OCORRENCIAS REGISTRADAS.'
            ELSE
                DISPLAY 'TOTAL: ' WS-QTD-ALUNO
                        '  ATRASOS: ' WS-TOT-ATRASO
                        '  INDISCIPLINAS: ' WS-TOT-INDISCIPLINA
                DISPLAY '       ADVERTENCIAS: ' WS-TOT-ADVERTENCIA
                        '  SUSPENSOES: ' WS-TOT-SUSPENSAO
            END-IF
            .
       P400-FIM.
       P410-MOSTRA.
            MOVE TP-OCORRENCIA-OCR TO WS-TP-OCORRENCIA
            PERFORM P720-DS-TIPO THRU P720-FIM
            PERFORM P730-CONTA-TIPO THRU P730-FIM
            EVALUATE TRUE
                WHEN OCR-NOTIFICADA
                    MOVE 'AVISO ENFILEIRADO'   TO WS-DS-NOTIFICACAO
                WHEN OCR-SEM-DESTINO
                    MOVE 'SEM TELEFONE/OPTOUT' TO WS-DS-NOTIFICACAO
                WHEN OTHER
                    MOVE 'AVISO PENDENTE'      TO WS-DS-NOTIFICACAO
            END-EVALUATE
            DISPLAY NR-OCORRENCIA-OCR ' ' DT-OCORRENCIA-OCR ' '
                    WS-DS-TIPO ' TURMA ' TURMA-OCR
                    ' PROF ' ID-PROFESSOR-OCR
            DISPLAY '   ' DS-OCORRENCIA-OCR
            DISPLAY '   MEDIDA: ' MEDIDA-OCR '  ' WS-DS-NOTIFICACAO
            IF OCR-SUSPENSAO
                DISPLAY '   SUSPENSO DE ' DT-INICIO-SUSP-OCR ' A '
                        DT-FIM-SUSP-OCR ' (' QT-DIAS-SUSPENSAO-OCR
                        ' DIAS, ' QT-FALTAS-JUST-OCR
                        ' FALTAS JUSTIFICADAS)'
            END-IF
            .
       P410-FIM.
      * RELATORIO PARA O CONSELHO DE CLASSE: ALUNOS ATIVOS DA TURMA
      * COM AS OCORRENCIAS DO PERIODO E OS TOTAIS POR TIPO
       P500-RELATORIO-TURMA.
            DISPLAY 'Informe a turma: '
            MOVE SPACES           TO WS-TURMA
            ACCEPT WS-TURMA
            IF WS-TURMA EQUAL SPACES
                DISPLAY 'TURMA INVALIDA! '
                GO TO P500-FIM
            END-IF
            DISPLAY 'Data inicial (AAAAMMDD, 0 = desde o inicio): '
            ACCEPT WS-DT-INICIO
            DISPLAY 'Data final (AAAAMMDD, 0 = ate hoje): '
            ACCEPT WS-DT-FIM
            IF WS-DT-FIM EQUAL ZEROS
                MOVE WS-DATA-HOJE-8 TO WS-DT-FIM
            END-IF
            IF WS-DT-INICIO > WS-DT-FIM
                DISPLAY 'PERIODO INVALIDO! '
                GO TO P500-FIM
            END-IF
            MOVE 'OCORRTURMA'     TO WL-SPL-RELATORIO
            CALL 'SPOOLREG' USING WL-SPOOL
            IF WL-SPOOL-ABERTO
                MOVE WL-SPL-ARQUIVO TO WS-ARQ-RELATORIO
            ELSE
                MOVE 'C:\COBOL\Desafio-modulo-3\OCORRENCIAS_TURMA.TXT'
                  TO WS-ARQ-RELATORIO
            END-IF
            SET FS-OUT-OK         TO TRUE
            OPEN OUTPUT RELATORIO-OUT
            IF NOT FS-OUT-OK
                DISPLAY 'ERRO AO GRAVAR O RELATORIO. '
                DISPLAY 'FILE STATUS: ' WS-FS-OUT
                GO TO P500-FIM
            END-IF
            INITIALIZE WS-TOTAIS-TIPO
            MOVE ZEROS            TO WS-QTD-ALUNOS-LISTADOS
            MOVE ALL '=' TO WS-LINHA-OUT
            PERFORM P760-GRAVA-LINHA THRU P760-FIM
            STRING 'OCORRENCIAS DISCIPLINARES - TURMA ' WS-TURMA
                   ' - DE ' WS-DT-INICIO ' A ' WS-DT-FIM
                   DELIMITED BY SIZE INTO WS-LINHA-OUT
            PERFORM P760-GRAVA-LINHA THRU P760-FIM
            MOVE ALL '=' TO WS-LINHA-OUT
            PERFORM P760-GRAVA-LINHA THRU P760-FIM

            SET FS-OK             TO TRUE
            SET FS-OCR-OK         TO TRUE
            OPEN INPUT ALUNOS
            OPEN INPUT OCORRENCIAS
            IF FS-OK AND FS-OCR-OK
                SET EOF-OK        TO FALSE
                PERFORM UNTIL EOF-OK
                    READ ALUNOS NEXT
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            IF TURMA EQUAL WS-TURMA AND
                               ALUNO-ATIVO
                                PERFORM P510-OCORRENCIAS-ALUNO
                                    THRU P510-FIM
                            END-IF
                    END-READ
                END-PERFORM
            ELSE
                MOVE '(SEM ALUNOS OU SEM OCORRENCIAS REGISTRADAS)'
                  TO WS-LINHA-OUT
                PERFORM P760-GRAVA-LINHA THRU P760-FIM
            END-IF
            CLOSE ALUNOS
            CLOSE OCORRENCIAS

            MOVE ALL '-' TO WS-LINHA-OUT
            PERFORM P760-GRAVA-LINHA THRU P760-FIM
            STRING 'ALUNOS COM OCORRENCIA: ' WS-QTD-ALUNOS-LISTADOS
                   DELIMITED BY SIZE INTO WS-LINHA-OUT
            PERFORM P760-GRAVA-LINHA THRU P760-FIM
            STRING 'ATRASOS: ' WS-TOT-ATRASO
                   '  INDISCIPLINAS: ' WS-TOT-INDISCIPLINA
                   '  ADVERTENCIAS: ' WS-TOT-ADVERTENCIA
                   '  SUSPENSOES: ' WS-TOT-SUSPENSAO
                   DELIMITED BY SIZE INTO WS-LINHA-OUT
            PERFORM P760-GRAVA-LINHA THRU P760-FIM
            CLOSE RELATORIO-OUT
            DISPLAY 'RELATORIO DA TURMA GERADO EM: ' WS-ARQ-RELATORIO
            .
       P500-FIM.
       P510-OCORRENCIAS-ALUNO.
            MOVE ZEROS            TO WS-QTD-ALUNO
            SET EOF-OCR-OK        TO FALSE
            MOVE ID-ALUNO         TO ID-ALUNO-OCR
            START OCORRENCIAS KEY IS NOT LESS THAN ID-ALUNO-OCR
                INVALID KEY
                    SET EOF-OCR-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-OCR-OK
                READ OCORRENCIAS NEXT
                    AT END
                        SET EOF-OCR-OK TO TRUE
                    NOT AT END
                        IF ID-ALUNO-OCR NOT EQUAL ID-ALUNO
                            SET EOF-OCR-OK TO TRUE
                        ELSE
                            IF DT-OCORRENCIA-OCR >= WS-DT-INICIO AND
                               DT-OCORRENCIA-OCR <= WS-DT-FIM
                                PERFORM P520-LINHA-OCORRENCIA
                                    THRU P520-FIM
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            IF WS-QTD-ALUNO > 0
                ADD 1             TO WS-QTD-ALUNOS-LISTADOS
                MOVE SPACES       TO WS-LINHA-OUT
                PERFORM P760-GRAVA-LINHA THRU P760-FIM
            END-IF
            .
       P510-FIM.
       P520-LINHA-OCORRENCIA.
            IF WS-QTD-ALUNO EQUAL ZEROS
                STRING ID-ALUNO ' - ' NM-ALUNO
                       DELIMITED BY SIZE INTO WS-LINHA-OUT
                PERFORM P760-GRAVA-LINHA THRU P760-FIM
            END-IF
            MOVE TP-OCORRENCIA-OCR TO WS-TP-OCORRENCIA
            PERFORM P720-DS-TIPO THRU P720-FIM
            PERFORM P730-CONTA-TIPO THRU P730-FIM
            STRING '  ' DT-OCORRENCIA-OCR ' ' WS-DS-TIPO ' '
                   MEDIDA-OCR ' PROF ' ID-PROFESSOR-OCR
                   DELIMITED BY SIZE INTO WS-LINHA-OUT
            PERFORM P760-GRAVA-LINHA THRU P760-FIM
            STRING '    ' DS-OCORRENCIA-OCR
                   DELIMITED BY SIZE INTO WS-LINHA-OUT
            PERFORM P760-GRAVA-LINHA THRU P760-FIM
            IF OCR-SUSPENSAO
                STRING '    SUSPENSO DE ' DT-INICIO-SUSP-OCR ' A '
                       DT-FIM-SUSP-OCR ' (' QT-DIAS-SUSPENSAO-OCR
                       ' DIAS LETIVOS)'
                       DELIMITED BY SIZE INTO WS-LINHA-OUT
                PERFORM P760-GRAVA-LINHA THRU P760-FIM
            END-IF
            .
       P520-FIM.
       P150-PROX-OCORRENCIA.
            SET FS-CTRL-OK        TO TRUE
            MOVE 'N'              TO WS-CTRL-NOVO
            OPEN I-O CONTROLE
            IF WS-FS-CTRL EQUAL 35 THEN
                OPEN OUTPUT CONTROLE
                CLOSE CONTROLE
                OPEN I-O CONTROLE
            END-IF
            MOVE 'OCORRENC'       TO CHAVE-CONTROLE
            READ CONTROLE
                INVALID KEY
                    MOVE 'S'          TO WS-CTRL-NOVO
                    MOVE 1            TO ULTIMO-ID
                NOT INVALID KEY
                    ADD 1             TO ULTIMO-ID
            END-READ
            MOVE 'OCORRENC'       TO CHAVE-CONTROLE
            IF WS-CTRL-NOVO EQUAL 'S'
                WRITE REG-CONTROLE
            ELSE
                REWRITE REG-CONTROLE
            END-IF
            IF NOT FS-CTRL-OK
                DISPLAY 'ERRO AO ATUALIZAR O CONTROLE DE OCORRENCIAS. '
                DISPLAY 'FILE STATUS: ' WS-FS-CTRL
            END-IF
            MOVE ULTIMO-ID        TO WS-NR-OCORRENCIA
            CLOSE CONTROLE
            .
       P150-FIM.
       P700-LE-ALUNO.
            SET FS-OK             TO TRUE
            OPEN INPUT ALUNOS
            IF FS-OK
                MOVE WS-ID-ALUNO  TO ID-ALUNO
                READ ALUNOS
                    INVALID KEY
                        DISPLAY 'ALUNO NAO EXISTE! '
                        MOVE ZEROS TO WS-ID-ALUNO
                    NOT INVALID KEY
                        MOVE NM-ALUNO TO WS-NM-ALUNO
                        MOVE TURMA    TO WS-TURMA
                        DISPLAY 'Aluno: ' NM-ALUNO '  Turma: ' TURMA
                END-READ
            ELSE
                DISPLAY 'ERRO AO ABRIR O CADASTRO DE ALUNOS. '
                DISPLAY 'FILE STATUS: ' WS-FS
                MOVE ZEROS        TO WS-ID-ALUNO
            END-IF
            CLOSE ALUNOS
            .
       P700-FIM.
       P710-LE-PROFESSOR.
            SET FS-PRF-OK         TO TRUE
            OPEN INPUT PROFESSORES
            IF FS-PRF-OK
                MOVE WS-ID-PROFESSOR TO ID-PROFESSOR
                READ PROFESSORES
                    INVALID KEY
                        DISPLAY 'PROFESSOR NAO EXISTE! '
                        MOVE ZEROS TO WS-ID-PROFESSOR
                    NOT INVALID KEY
                        DISPLAY 'Professor: ' NM-PROFESSOR
                END-READ
            ELSE
                DISPLAY 'ERRO AO ABRIR O CADASTRO DE PROFESSORES. '
                DISPLAY 'FILE STATUS: ' WS-FS-PRF
                MOVE ZEROS        TO WS-ID-PROFESSOR
            END-IF
            CLOSE PROFESSORES
            .
       P710-FIM.
       P720-DS-TIPO.
            EVALUATE TRUE
                WHEN TP-ATRASO
                    MOVE 'ATRASO'       TO WS-DS-TIPO
                WHEN TP-INDISCIPLINA
                    MOVE 'INDISCIPLINA' TO WS-DS-TIPO
                WHEN TP-ADVERTENCIA
                    MOVE 'ADVERTENCIA'  TO WS-DS-TIPO
                WHEN TP-SUSPENSAO
                    MOVE 'SUSPENSAO'    TO WS-DS-TIPO
                WHEN OTHER
                    MOVE SPACES         TO WS-DS-TIPO
            END-EVALUATE
            .
       P720-FIM.
       P730-CONTA-TIPO.
            ADD 1                 TO WS-QTD-ALUNO
            EVALUATE TRUE
                WHEN OCR-ATRASO
                    ADD 1 TO WS-TOT-ATRASO
                WHEN OCR-INDISCIPLINA
                    ADD 1 TO WS-TOT-INDISCIPLINA
                WHEN OCR-ADVERTENCIA
                    ADD 1 TO WS-TOT-ADVERTENCIA
                WHEN OCR-SUSPENSAO
                    ADD 1 TO WS-TOT-SUSPENSAO
            END-EVALUATE
            .
       P730-FIM.
       P760-GRAVA-LINHA.
            MOVE WS-LINHA-OUT     TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            MOVE SPACES           TO WS-LINHA-OUT
            .
       P760-FIM.
       P900-FIM.
            GOBACK.
      * RESOLVE OS CAMINHOS FISICOS PELO CONFIGSYS (PRODUCAO OU
      * TESTE); SEM CONFIGURACAO VALEM OS PADROES ACIMA
       P050-CONFIGURA.
            MOVE 'D3-OCORRENC' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-OCORRENC TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-OCORRENC
            MOVE 'D3-REGISTRO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-REGISTRO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-REGISTRO
            MOVE 'PROFESSORES' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-PROFESSORES TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-PROFESSORES
            MOVE 'D3-CONTROLE' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-CONTROLE TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-CONTROLE
            MOVE 'D3-FREQUENCIA' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-FREQUENCIA TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-FREQUENCIA
            MOVE 'D3-MATRICULAS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-MATRICULAS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-MATRICULAS
            MOVE 'D3-HORARIOS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-HORARIOS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-HORARIOS
            MOVE 'CALENDARIO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-CALENDARIO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-CALENDARIO
            .
       P050-FIM.
       END PROGRAM SISOCORR.

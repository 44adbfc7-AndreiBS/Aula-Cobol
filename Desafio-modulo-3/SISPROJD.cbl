      ******************************************************************
      * Author: ANDREI BATISTA
      * Date: 15/10/2026
      * Purpose: PROJECAO DA DEMANDA DO PROXIMO TERMO - RODADA DEPOIS
      *          DO FECHAMENTO E ANTES DO SISCLONE, ESTIMA POR MATERIA
      *          QUANTOS ALUNOS VIRAO NO TERMO SEGUINTE SOMANDO AS
      *          RETOMADAS E OS AVANCOS QUE O SISREMAT VAI PROPOR
      *          (MESMA REGRA SOBRE O TODOS ARQUIVADO DO ULTIMO
      *          FECHAMENTO E O PREREQ.DAT), A FILA DE ESPERA AINDA EM
      *          ESPERA.DAT E OS INGRESSANTES DE CADA CURSO NAS
      *          MATERIAS DE ENTRADA (CURSOMAT.DAT, SEM PRE-REQUISITO)
      *          - VAGAS DA ULTIMA EDICAO DO PROCESSO SELETIVO OU, SEM
      *          EDICAO, OS INGRESSOS DOS ULTIMOS 6 MESES NO
      *          ALUNOCUR.DAT. SOBRE O TOTAL APLICA A PERDA HISTORICA
      *          (MAIOR ENTRE A EVASAO DOS ULTIMOS 12 MESES NO
      *          EVASAO.DAT E O NAO RETORNO ENTRE OS DOIS ULTIMOS
      *          TERMOS ARQUIVADOS), DIMENSIONA AS TURMAS PELA
      *          QT-CAPACIDADE LIMITADA PELA MAIOR SALA ATIVA E
      *          RECOMENDA ABRIR, DIVIDIR, JUNTAR OU NAO ABRIR,
      *          CONFERINDO OS SLOTS DE SALA DA GRADE (HORARIOS.DAT)
      *          CONTRA AS SALAS ATIVAS. GRAVA PROJECAO.DAT (CONFERIDO
      *          PELO SISCLONE) E O RELATORIO NO SPOOL 'PROJDEMA'
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISPROJD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
               SELECT TERMOS ASSIGN TO WS-ARQ-CFG-TERMOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRM.

               SELECT TODOS-ARQ ASSIGN TO WS-ARQ-TODOS-HIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARQ.

               SELECT ALUNOS ASSIGN TO WS-ARQ-CFG-D3-REGISTRO
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS ID-ALUNO
               ALTERNATE RECORD KEY IS NM-ALUNO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS.

               SELECT PREREQ ASSIGN TO WS-ARQ-CFG-D3-PREREQ
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-PREREQ
               FILE STATUS IS WS-FS-PRQ.

               SELECT MATERIAS ASSIGN TO WS-ARQ-CFG-D3-MATERIAS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS ID-MATERIA
               FILE STATUS IS WS-FS-MTR.

               SELECT SALAS ASSIGN TO WS-ARQ-CFG-D3-SALAS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CD-SALA
               FILE STATUS IS WS-FS-SAL.

               SELECT HORARIOS ASSIGN TO WS-ARQ-CFG-D3-HORARIOS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-HORARIO
               FILE STATUS IS WS-FS-HOR.

               SELECT ESPERA ASSIGN TO WS-ARQ-CFG-D3-ESPERA
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-ESPERA
               FILE STATUS IS WS-FS-ESP.

               SELECT EDICOES ASSIGN TO WS-ARQ-CFG-PSEDICAO
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS ID-EDICAO-PS
               FILE STATUS IS WS-FS-EDI.

               SELECT ALUNOCUR ASSIGN TO WS-ARQ-CFG-D3-ALUNOCUR
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS ID-ALUNO-AC
               FILE STATUS IS WS-FS-AC.

               SELECT CURSOS ASSIGN TO WS-ARQ-CFG-D3-CURSOS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS ID-CURSO
               FILE STATUS IS WS-FS-CUR.

               SELECT CURSOMAT ASSIGN TO WS-ARQ-CFG-D3-CURSOMAT
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-CURSO-MATERIA
               FILE STATUS IS WS-FS-CM.

               SELECT EVASOES ASSIGN TO WS-ARQ-CFG-D3-EVASAO
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-EVASAO
               FILE STATUS IS WS-FS-EVA.

               SELECT PROJECAO ASSIGN TO WS-ARQ-CFG-D3-PROJECAO
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-PROJECAO
               FILE STATUS IS WS-FS-PJD.

               SELECT RELATORIO-OUT ASSIGN TO WS-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD TERMOS.
       01 REG-TERMO-FECHADO.
          03 TRM-DATA-FECHAMENTO           PIC 9(06).
          03 TRM-CD-TERMO                  PIC X(06).
          03 TRM-ARQ-TODOS                 PIC X(60).
       FD TODOS-ARQ.
       01 REG-TODOS-ARQ                    PIC X(153).
       FD ALUNOS.
          COPY FD_REGIS.
       FD PREREQ.
          COPY FD_PRERQ.
       FD MATERIAS.
          COPY FD_MATER.
       FD SALAS.
          COPY FD_SALA.
       FD HORARIOS.
          COPY FD_HORAR.
       FD ESPERA.
          COPY FD_ESPER.
       FD EDICOES.
          COPY FD_PSEDI.
       FD ALUNOCUR.
          COPY FD_ALCUR.
       FD CURSOS.
          COPY FD_CURSO.
       FD CURSOMAT.
          COPY FD_CURMA.
       FD EVASOES.
          COPY FD_EVASA.
       FD PROJECAO.
          COPY FD_PROJD.
       FD RELATORIO-OUT.
       01 REG-RELATORIO-OUT                PIC X(100).

       WORKING-STORAGE SECTION.
       77 WS-FS                            PIC 99.
          88 FS-OK                         VALUE 0.
       77 WS-FS-TRM                        PIC 99.
          88 FS-TRM-OK                     VALUE 0.
       77 WS-FS-ARQ                        PIC 99.
          88 FS-ARQ-OK                     VALUE 0.
       77 WS-FS-PRQ                        PIC 99.
          88 FS-PRQ-OK                     VALUE 0.
       77 WS-FS-MTR                        PIC 99.
          88 FS-MTR-OK                     VALUE 0.
       77 WS-FS-SAL                        PIC 99.
          88 FS-SAL-OK                     VALUE 0.
       77 WS-FS-HOR                        PIC 99.
          88 FS-HOR-OK                     VALUE 0.
       77 WS-FS-ESP                        PIC 99.
          88 FS-ESP-OK                     VALUE 0.
       77 WS-FS-EDI                        PIC 99.
          88 FS-EDI-OK                     VALUE 0.
       77 WS-FS-AC                         PIC 99.
          88 FS-AC-OK                      VALUE 0.
       77 WS-FS-CUR                        PIC 99.
          88 FS-CUR-OK                     VALUE 0.
       77 WS-FS-CM                         PIC 99.
          88 FS-CM-OK                      VALUE 0.
       77 WS-FS-EVA                        PIC 99.
          88 FS-EVA-OK                     VALUE 0.
       77 WS-FS-PJD                        PIC 99.
          88 FS-PJD-OK                     VALUE 0.
       77 WS-FS-REL                        PIC 99.
          88 FS-REL-OK                     VALUE 0.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE 'S' FALSE 'N'.
       77 WS-ACHOU                         PIC X VALUE 'N'.
          88 ACHOU-OK                      VALUE 'S' FALSE 'N'.
       77 WS-PROP-CHEIA                    PIC X VALUE 'N'.
          88 PROP-CHEIA                    VALUE 'S' FALSE 'N'.
       77 WS-DATA-HOJE-8                   PIC 9(08).
       77 WS-DT-LIMITE-ANO                 PIC 9(08).
       77 WS-DT-LIMITE-SEM                 PIC 9(08).
      * OS DOIS ULTIMOS TERMOS ARQUIVADOS (TERMOS.DAT)
       77 WS-CD-TERMO                      PIC X(06) VALUE SPACES.
       77 WS-CD-TERMO-ANT                  PIC X(06) VALUE SPACES.
       01 WS-ARQ-TODOS-ULT                 PIC X(60) VALUE SPACES.
       01 WS-ARQ-TODOS-ANT                 PIC X(60) VALUE SPACES.
       01 WS-ARQ-TODOS-HIST                PIC X(60) VALUE SPACES.
       01 WS-BUF-TODOS                     PIC X(153).
       01 WS-BUF-TODOS-R REDEFINES WS-BUF-TODOS.
          03 WS-BUF-ID-ALUNO               PIC 9(06).
          03 WS-BUF-ID-MATERIA             PIC 9(03).
          03 WS-BUF-NM-ALUNO               PIC X(20).
          03 WS-BUF-NM-MATERIA             PIC X(20).
          03 WS-BUF-NT-APROVACAO           PIC 9(02)V99.
          03 WS-BUF-MEDIA                  PIC 9(02)V99.
          03 WS-BUF-RESULTADO              PIC X(14).
          03 FILLER                        PIC X(82).
      * MATERIAS, INDEXADAS PELO PROPRIO ID-MATERIA
       01 WS-TABELA-MATERIAS.
          03 WS-TAB-MTR OCCURS 999 TIMES.
             05 WS-MTR-ATIVA              PIC X(01).
             05 WS-MTR-NOME               PIC X(20).
             05 WS-MTR-CAPACIDADE         PIC 9(03).
             05 WS-MTR-SLOTS              PIC 9(02).
             05 WS-MTR-TEM-REQ            PIC X(01).
             05 WS-MTR-RETOMADAS          PIC 9(04).
             05 WS-MTR-AVANCOS            PIC 9(04).
             05 WS-MTR-ESPERA             PIC 9(04).
             05 WS-MTR-INGRESSANTES       PIC 9(04).
      * INGRESSANTES ESTIMADOS POR CURSO
       01 WS-TABELA-CURSOS.
          03 WS-CUR-INGRESSANTES OCCURS 999 TIMES
                                           PIC 9(04).
      * CADEIA DE PRE-REQUISITOS EM MEMORIA
       77 WS-QTD-PRQ                       PIC 9(04) VALUE ZEROS.
       01 WS-TABELA-PREREQ.
          03 WS-TAB-PRQ OCCURS 2000 TIMES.
             05 WS-PRQ-MATERIA            PIC 9(03).
             05 WS-PRQ-REQ                PIC 9(03).
      * PROPOSTAS DA REMATRICULA, SEM REPETIR ALUNO + MATERIA
       77 WS-QTD-PROPOSTAS                 PIC 9(04) VALUE ZEROS.
       01 WS-TABELA-PROPOSTAS.
          03 WS-TAB-PROP OCCURS 5000 TIMES.
             05 WS-PROP-ID-ALUNO          PIC 9(06).
             05 WS-PROP-ID-MATERIA        PIC 9(03).
      * ALUNOS DISTINTOS DE CADA UM DOS DOIS TERMOS ARQUIVADOS
       77 WS-QTD-ULT                       PIC 9(04) VALUE ZEROS.
       01 WS-TABELA-ULT.
          03 WS-ULT-ID-ALUNO OCCURS 5000 TIMES
                                           PIC 9(06).
       77 WS-QTD-ANT                       PIC 9(04) VALUE ZEROS.
       01 WS-TABELA-ANT.
          03 WS-ANT-ID-ALUNO OCCURS 5000 TIMES
                                           PIC 9(06).
       77 WS-QTD-NAO-VOLTARAM              PIC 9(04) VALUE ZEROS.
       77 WS-ULT-ALUNO-LIDO                PIC 9(06) VALUE ZEROS.
       77 WS-IND                           PIC 9(04).
       77 WS-IND2                          PIC 9(04).
       77 WS-ID-MAT                        PIC 9(03).
       77 WS-MATERIA-PROPOSTA              PIC 9(03).
       77 WS-TIPO-PROPOSTA                 PIC X(08).
      * PERDA HISTORICA
       77 WS-QTD-ATIVOS                    PIC 9(05) VALUE ZEROS.
       77 WS-QTD-EVASOES                   PIC 9(05) VALUE ZEROS.
       77 WS-PC-EVASAO                     PIC 9(03)V99 VALUE ZEROS.
       77 WS-PC-NAO-RETORNO                PIC 9(03)V99 VALUE ZEROS.
       77 WS-PC-PERDA                      PIC 9(03)V99 VALUE ZEROS.
      * INGRESSANTES
       77 WS-ID-EDICAO                     PIC 9(04) VALUE ZEROS.
       77 WS-ORIGEM-INGR                   PIC X(30) VALUE SPACES.
      * SALAS E DIMENSIONAMENTO
       77 WS-QTD-SALAS                     PIC 9(03) VALUE ZEROS.
       77 WS-MAIOR-SALA                    PIC 9(03) VALUE ZEROS.
       77 WS-SLOTS-DISPONIVEIS             PIC 9(05) VALUE ZEROS.
       77 WS-SLOTS-NECESSARIOS             PIC 9(05) VALUE ZEROS.
       77 WS-QT-BRUTA                      PIC 9(05).
       77 WS-QT-DEMANDA                    PIC 9(05).
       77 WS-QT-CAPACIDADE                 PIC 9(03).
       77 WS-QT-TURMAS                     PIC 9(02).
       77 WS-QTD-PROJETADAS                PIC 9(03) VALUE ZEROS.
       77 WS-QTD-ABRIR                     PIC 9(03) VALUE ZEROS.
       77 WS-QTD-DIVIDIR                   PIC 9(03) VALUE ZEROS.
       77 WS-QTD-JUNTAR                    PIC 9(03) VALUE ZEROS.
       77 WS-QTD-NAO-ABRIR                 PIC 9(03) VALUE ZEROS.
       77 WS-TOT-TURMAS                    PIC 9(04) VALUE ZEROS.
      * MINIMO DE ALUNOS PARA ABRIR TURMA PROPRIA (CONFIGSYS)
       77 WS-CFG-MINIMO-TURMA              PIC X(60) VALUE '010'.
       77 WS-MINIMO-TURMA                  PIC 9(03) VALUE 10.
       01 WS-LINHA-REL                     PIC X(100).
       01 WS-CAB-REL.
          03 FILLER                        PIC X(40) VALUE
             'MAT NOME                 RETOM AVANC ESP'.
          03 FILLER                        PIC X(40) VALUE
             'E INGR DEMANDA CAPAC TURMAS RECOMENDACAO'.
       01 WS-DET-REL.
          03 DET-ID-MATERIA                PIC 9(03).
          03 FILLER                        PIC X(01) VALUE SPACE.
          03 DET-NM-MATERIA                PIC X(20).
          03 FILLER                        PIC X(01) VALUE SPACE.
          03 DET-RETOMADAS                 PIC ZZZ9.
          03 FILLER                        PIC X(02) VALUE SPACES.
          03 DET-AVANCOS                   PIC ZZZ9.
          03 FILLER                        PIC X(02) VALUE SPACES.
          03 DET-ESPERA                    PIC ZZZ9.
          03 FILLER                        PIC X(01) VALUE SPACE.
          03 DET-INGRESSANTES              PIC ZZZ9.
          03 FILLER                        PIC X(02) VALUE SPACES.
          03 DET-DEMANDA                   PIC ZZZZ9.
          03 FILLER                        PIC X(03) VALUE SPACES.
          03 DET-CAPACIDADE                PIC ZZ9.
          03 FILLER                        PIC X(05) VALUE SPACES.
          03 DET-TURMAS                    PIC Z9.
          03 FILLER                        PIC X(01) VALUE SPACE.
          03 DET-RECOMENDACAO              PIC X(30).
       01 WL-SPOOL.
          03 WL-SPL-RELATORIO              PIC X(12).
          03 WL-SPL-ARQUIVO                PIC X(60).
          03 WL-SPL-OK                     PIC X(01).
             88 WL-SPOOL-ABERTO            VALUE 'S'.
             88 WL-SPOOL-FALHOU            VALUE 'N'.

       01 WS-ARQ-RELATORIO                 PIC X(60) VALUE
          'C:\COBOL\PROJECAO_REL.TXT'.
       01 WS-ARQ-CFG-TERMOS                PIC X(60) VALUE
          'C:\COBOL\ARQUIVO_MORTO\TERMOS.DAT'.
       01 WS-ARQ-CFG-D3-REGISTRO           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\REGISTRO.DAT'.
       01 WS-ARQ-CFG-D3-PREREQ             PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\PREREQ.DAT'.
       01 WS-ARQ-CFG-D3-MATERIAS           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\MATERIAS.DAT'.
       01 WS-ARQ-CFG-D3-SALAS              PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\SALAS.DAT'.
       01 WS-ARQ-CFG-D3-HORARIOS           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\HORARIOS.DAT'.
       01 WS-ARQ-CFG-D3-ESPERA             PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\ESPERA.DAT'.
       01 WS-ARQ-CFG-PSEDICAO              PIC X(60) VALUE
          'C:\COBOL\PSEDICAO.DAT'.
       01 WS-ARQ-CFG-D3-ALUNOCUR           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\ALUNOCUR.DAT'.
       01 WS-ARQ-CFG-D3-CURSOS             PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\CURSOS.DAT'.
       01 WS-ARQ-CFG-D3-CURSOMAT           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\CURSOMAT.DAT'.
       01 WS-ARQ-CFG-D3-EVASAO             PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\EVASAO.DAT'.
       01 WS-ARQ-CFG-D3-PROJECAO           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\PROJECAO.DAT'.
          COPY CFG_AREA.
       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM                   PIC X(50).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            PERFORM P050-CONFIGURA THRU P050-FIM
            ACCEPT WS-DATA-HOJE-8 FROM DATE YYYYMMDD
            COMPUTE WS-DT-LIMITE-ANO = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE-8) - 365)
            COMPUTE WS-DT-LIMITE-SEM = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE-8) - 182)
            DISPLAY '*** PROJECAO DE DEMANDA DO PROXIMO TERMO ***'
            PERFORM P100-ACHA-TERMOS THRU P100-FIM
            IF WS-ARQ-TODOS-ULT EQUAL SPACES
                DISPLAY 'NENHUM TERMO ARQUIVADO - RODE O SISROLOV '
                        'ANTES.'
                PERFORM P900-FIM
            END-IF
            DISPLAY 'PROJECAO BASEADA NO TERMO ' WS-CD-TERMO
                    ' (' WS-ARQ-TODOS-ULT ').'
            INITIALIZE WS-TABELA-MATERIAS WS-TABELA-CURSOS
            PERFORM P200-CARREGA-CADASTROS THRU P200-FIM
            IF WS-QTD-PROJETADAS EQUAL ZEROS
                DISPLAY 'NENHUMA MATERIA ATIVA NO CADASTRO. '
                PERFORM P900-FIM
            END-IF
            PERFORM P300-REMATRICULA THRU P300-FIM
            PERFORM P400-FILA-ESPERA THRU P400-FIM
            PERFORM P500-INGRESSANTES THRU P500-FIM
            PERFORM P600-PERDA-HISTORICA THRU P600-FIM
            PERFORM P700-DIMENSIONA THRU P700-FIM
            PERFORM P900-FIM
            .
      * ULTIMO E PENULTIMO FECHAMENTOS DO TERMOS.DAT
       P100-ACHA-TERMOS.
            SET EOF-OK            TO FALSE
            SET FS-TRM-OK         TO TRUE
            OPEN INPUT TERMOS
            IF FS-TRM-OK
                PERFORM UNTIL EOF-OK
                    READ TERMOS
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            MOVE WS-ARQ-TODOS-ULT
                                TO WS-ARQ-TODOS-ANT
                            MOVE WS-CD-TERMO  TO WS-CD-TERMO-ANT
                            MOVE TRM-ARQ-TODOS TO WS-ARQ-TODOS-ULT
                            MOVE TRM-CD-TERMO  TO WS-CD-TERMO
                    END-READ
                END-PERFORM
                CLOSE TERMOS
            END-IF
            .
       P100-FIM.
      ******************************************************************
      * MATERIAS ATIVAS, PRE-REQUISITOS, SALAS ATIVAS E SLOTS DA GRADE
      ******************************************************************
       P200-CARREGA-CADASTROS.
            MOVE ZEROS            TO WS-QTD-PROJETADAS
            SET EOF-OK            TO FALSE
            SET FS-MTR-OK         TO TRUE
            OPEN INPUT MATERIAS
            IF NOT FS-MTR-OK
                DISPLAY 'CADASTRO DE MATERIAS INDISPONIVEL. '
                DISPLAY 'FILE STATUS: ' WS-FS-MTR
                GO TO P200-FIM
            END-IF
            PERFORM UNTIL EOF-OK
                READ MATERIAS NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF MATERIA-ATIVA AND ID-MATERIA > 0
                            MOVE 'S' TO WS-MTR-ATIVA(ID-MATERIA)
                            MOVE NM-MATERIA
                                TO WS-MTR-NOME(ID-MATERIA)
                            MOVE QT-CAPACIDADE
                                TO WS-MTR-CAPACIDADE(ID-MATERIA)
                            ADD 1 TO WS-QTD-PROJETADAS
                        END-IF
                END-READ
            END-PERFORM
            CLOSE MATERIAS

            MOVE ZEROS            TO WS-QTD-PRQ
            SET EOF-OK            TO FALSE
            SET FS-PRQ-OK         TO TRUE
            OPEN INPUT PREREQ
            IF FS-PRQ-OK
                PERFORM UNTIL EOF-OK
                    READ PREREQ NEXT
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            IF WS-QTD-PRQ < 2000
                                ADD 1 TO WS-QTD-PRQ
                                MOVE ID-MATERIA-PRQ
                                    TO WS-PRQ-MATERIA(WS-QTD-PRQ)
                                MOVE ID-MATERIA-REQ
                                    TO WS-PRQ-REQ(WS-QTD-PRQ)
                            END-IF
                            IF ID-MATERIA-PRQ > 0
                                MOVE 'S' TO
                                    WS-MTR-TEM-REQ(ID-MATERIA-PRQ)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PREREQ
            END-IF

            MOVE ZEROS            TO WS-QTD-SALAS WS-MAIOR-SALA
            SET EOF-OK            TO FALSE
            SET FS-SAL-OK         TO TRUE
            OPEN INPUT SALAS
            IF FS-SAL-OK
                PERFORM UNTIL EOF-OK
                    READ SALAS NEXT
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            IF SALA-ATIVA
                                ADD 1 TO WS-QTD-SALAS
                                IF QT-LUGARES > WS-MAIOR-SALA
                                    MOVE QT-LUGARES
                                        TO WS-MAIOR-SALA
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE SALAS
            END-IF
      * GRADE SEMANAL DE 6 DIAS X 6 PERIODOS POR SALA
            COMPUTE WS-SLOTS-DISPONIVEIS = WS-QTD-SALAS * 36

            SET EOF-OK            TO FALSE
            SET FS-HOR-OK         TO TRUE
            OPEN INPUT HORARIOS
            IF FS-HOR-OK
                PERFORM UNTIL EOF-OK
                    READ HORARIOS NEXT
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            IF ID-MATERIA-HOR > 0
                                ADD 1 TO
                                    WS-MTR-SLOTS(ID-MATERIA-HOR)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE HORARIOS
            END-IF
            .
       P200-FIM.
      ******************************************************************
      * RETOMADAS E AVANCOS - MESMA REGRA DO SISREMAT SOBRE O TODOS
      * ARQUIVADO DO ULTIMO FECHAMENTO (SO ALUNO ATIVO)
      ******************************************************************
       P300-REMATRICULA.
            MOVE WS-ARQ-TODOS-ULT TO WS-ARQ-TODOS-HIST
            MOVE ZEROS            TO WS-QTD-ULT WS-ULT-ALUNO-LIDO
            SET EOF-OK            TO FALSE
            SET FS-ARQ-OK         TO TRUE
            SET FS-OK             TO TRUE
            OPEN INPUT TODOS-ARQ
            OPEN INPUT ALUNOS
            IF NOT FS-ARQ-OK OR NOT FS-OK
                DISPLAY 'ERRO AO ABRIR O ARQUIVO MORTO/ALUNOS. '
                DISPLAY 'FILE STATUS ARQUIVO: ' WS-FS-ARQ
                DISPLAY 'FILE STATUS ALUNOS : ' WS-FS
                CLOSE TODOS-ARQ
                CLOSE ALUNOS
                GO TO P300-FIM
            END-IF
            PERFORM UNTIL EOF-OK
                READ TODOS-ARQ INTO WS-BUF-TODOS
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        PERFORM P310-GUARDA-ALUNO-ULT THRU P310-FIM
                        MOVE WS-BUF-ID-ALUNO TO ID-ALUNO
                        READ ALUNOS
                            INVALID KEY
                                CONTINUE
                            NOT INVALID KEY
                                IF ALUNO-ATIVO
                                    PERFORM P320-PROPOE THRU P320-FIM
                                END-IF
                        END-READ
                END-READ
            END-PERFORM
            CLOSE TODOS-ARQ
            CLOSE ALUNOS
            .
       P300-FIM.
       P310-GUARDA-ALUNO-ULT.
            IF WS-BUF-ID-ALUNO EQUAL WS-ULT-ALUNO-LIDO
                GO TO P310-FIM
            END-IF
            MOVE WS-BUF-ID-ALUNO  TO WS-ULT-ALUNO-LIDO
            SET ACHOU-OK          TO FALSE
            PERFORM VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND > WS-QTD-ULT OR ACHOU-OK
                IF WS-ULT-ID-ALUNO(WS-IND) EQUAL WS-BUF-ID-ALUNO
                    SET ACHOU-OK  TO TRUE
                END-IF
            END-PERFORM
            IF NOT ACHOU-OK AND WS-QTD-ULT < 5000
                ADD 1 TO WS-QTD-ULT
                MOVE WS-BUF-ID-ALUNO TO WS-ULT-ID-ALUNO(WS-QTD-ULT)
            END-IF
            .
       P310-FIM.
       P320-PROPOE.
            EVALUATE WS-BUF-RESULTADO
                WHEN 'APROVADO'
                WHEN 'APROV-CONSELHO'
                    PERFORM VARYING WS-IND2 FROM 1 BY 1
                            UNTIL WS-IND2 > WS-QTD-PRQ
                        IF WS-PRQ-REQ(WS-IND2) EQUAL
                           WS-BUF-ID-MATERIA
                            MOVE WS-PRQ-MATERIA(WS-IND2)
                                TO WS-MATERIA-PROPOSTA
                            MOVE 'AVANCO' TO WS-TIPO-PROPOSTA
                            PERFORM P330-GUARDA-PROPOSTA
                                THRU P330-FIM
                        END-IF
                    END-PERFORM
                WHEN 'REPROVADO'
                    MOVE WS-BUF-ID-MATERIA TO WS-MATERIA-PROPOSTA
                    MOVE 'RETOMADA'        TO WS-TIPO-PROPOSTA
                    PERFORM P330-GUARDA-PROPOSTA THRU P330-FIM
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            .
       P320-FIM.
       P330-GUARDA-PROPOSTA.
            IF WS-MATERIA-PROPOSTA EQUAL ZEROS
                GO TO P330-FIM
            END-IF
            SET ACHOU-OK          TO FALSE
            PERFORM VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND > WS-QTD-PROPOSTAS OR ACHOU-OK
                IF WS-PROP-ID-ALUNO(WS-IND) EQUAL WS-BUF-ID-ALUNO
                   AND WS-PROP-ID-MATERIA(WS-IND) EQUAL
                   WS-MATERIA-PROPOSTA
                    SET ACHOU-OK  TO TRUE
                END-IF
            END-PERFORM
            IF ACHOU-OK
                GO TO P330-FIM
            END-IF
            IF WS-QTD-PROPOSTAS NOT < 5000
                SET PROP-CHEIA    TO TRUE
                GO TO P330-FIM
            END-IF
            ADD 1 TO WS-QTD-PROPOSTAS
            MOVE WS-BUF-ID-ALUNO  TO WS-PROP-ID-ALUNO(WS-QTD-PROPOSTAS)
            MOVE WS-MATERIA-PROPOSTA
                TO WS-PROP-ID-MATERIA(WS-QTD-PROPOSTAS)
            IF WS-TIPO-PROPOSTA EQUAL 'RETOMADA'
                ADD 1 TO WS-MTR-RETOMADAS(WS-MATERIA-PROPOSTA)
            ELSE
                ADD 1 TO WS-MTR-AVANCOS(WS-MATERIA-PROPOSTA)
            END-IF
            .
       P330-FIM.
      * QUEM AINDA ESTA NA FILA DE ESPERA DE CADA MATERIA
       P400-FILA-ESPERA.
            SET EOF-OK            TO FALSE
            SET FS-ESP-OK         TO TRUE
            OPEN INPUT ESPERA
            IF NOT FS-ESP-OK
                GO TO P400-FIM
            END-IF
            PERFORM UNTIL EOF-OK
                READ ESPERA NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF ID-MATERIA-ESP > 0
                            ADD 1 TO WS-MTR-ESPERA(ID-MATERIA-ESP)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ESPERA
            .
       P400-FIM.
      ******************************************************************
      * INGRESSANTES POR CURSO: VAGAS DA ULTIMA EDICAO DO PROCESSO
      * SELETIVO; SEM EDICAO, INGRESSOS DOS ULTIMOS 6 MESES. CADA
      * CURSO ATIVO ENTRA NAS SUAS MATERIAS SEM PRE-REQUISITO
      ******************************************************************
       P500-INGRESSANTES.
            MOVE ZEROS            TO WS-ID-EDICAO
            SET EOF-OK            TO FALSE
            SET FS-EDI-OK         TO TRUE
            OPEN INPUT EDICOES
            IF FS-EDI-OK
                PERFORM UNTIL EOF-OK
                    READ EDICOES NEXT
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            MOVE ID-EDICAO-PS TO WS-ID-EDICAO
                    END-READ
                END-PERFORM
                IF WS-ID-EDICAO > ZEROS
                    MOVE WS-ID-EDICAO TO ID-EDICAO-PS
                    READ EDICOES
                        INVALID KEY
                            MOVE ZEROS TO WS-ID-EDICAO
                    END-READ
                END-IF
                IF WS-ID-EDICAO > ZEROS
                    PERFORM P505-VAGAS-EDICAO THRU P505-FIM
                END-IF
                CLOSE EDICOES
            END-IF

            IF WS-ID-EDICAO EQUAL ZEROS
                MOVE 'INGRESSOS DOS ULTIMOS 6 MESES'
                    TO WS-ORIGEM-INGR
                SET EOF-OK        TO FALSE
                SET FS-AC-OK      TO TRUE
                OPEN INPUT ALUNOCUR
                IF FS-AC-OK
                    PERFORM UNTIL EOF-OK
                        READ ALUNOCUR NEXT
                            AT END
                                SET EOF-OK TO TRUE
                            NOT AT END
                                IF DT-INGRESSO-AC NOT <
                                   WS-DT-LIMITE-SEM AND
                                   ID-CURSO-AC > 0
                                    ADD 1 TO WS-CUR-INGRESSANTES
                                                (ID-CURSO-AC)
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE ALUNOCUR
                END-IF
            END-IF

            SET EOF-OK            TO FALSE
            SET FS-CM-OK          TO TRUE
            SET FS-CUR-OK         TO TRUE
            OPEN INPUT CURSOMAT
            OPEN INPUT CURSOS
            IF NOT FS-CM-OK OR NOT FS-CUR-OK
                DISPLAY 'COMPOSICAO DOS CURSOS INDISPONIVEL - SEM '
                        'INGRESSANTES NA PROJECAO.'
                CLOSE CURSOMAT
                CLOSE CURSOS
                GO TO P500-FIM
            END-IF
            PERFORM UNTIL EOF-OK
                READ CURSOMAT NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        PERFORM P510-MATERIA-ENTRADA THRU P510-FIM
                END-READ
            END-PERFORM
            CLOSE CURSOMAT
            CLOSE CURSOS
            .
       P500-FIM.
       P505-VAGAS-EDICAO.
            STRING 'VAGAS DA EDICAO ' WS-ID-EDICAO
                   DELIMITED BY SIZE INTO WS-ORIGEM-INGR
            PERFORM VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND > QT-CURSOS-PS OR WS-IND > 10
                IF ID-CURSO-VAGA-PS(WS-IND) > 0
                    ADD QT-VAGAS-PS(WS-IND) TO
                        WS-CUR-INGRESSANTES(ID-CURSO-VAGA-PS(WS-IND))
                END-IF
            END-PERFORM
            .
       P505-FIM.
       P510-MATERIA-ENTRADA.
            IF ID-CURSO-CM EQUAL ZEROS OR ID-MATERIA-CM EQUAL ZEROS
                GO TO P510-FIM
            END-IF
            IF WS-CUR-INGRESSANTES(ID-CURSO-CM) EQUAL ZEROS OR
               WS-MTR-TEM-REQ(ID-MATERIA-CM) EQUAL 'S'
                GO TO P510-FIM
            END-IF
            MOVE ID-CURSO-CM      TO ID-CURSO
            READ CURSOS
                INVALID KEY
                    GO TO P510-FIM
            END-READ
            IF CURSO-ATIVO
                ADD WS-CUR-INGRESSANTES(ID-CURSO-CM)
                    TO WS-MTR-INGRESSANTES(ID-MATERIA-CM)
            END-IF
            .
       P510-FIM.
      ******************************************************************
      * PERDA HISTORICA: EVASOES DOS ULTIMOS 12 MESES SOBRE OS ALUNOS
      * ATIVOS E ALUNOS DO PENULTIMO TERMO QUE NAO VOLTARAM NO ULTIMO;
      * VALE A MAIOR DAS DUAS
      ******************************************************************
       P600-PERDA-HISTORICA.
            MOVE ZEROS            TO WS-QTD-ATIVOS WS-QTD-EVASOES
            SET EOF-OK            TO FALSE
            SET FS-OK             TO TRUE
            OPEN INPUT ALUNOS
            IF FS-OK
                PERFORM UNTIL EOF-OK
                    READ ALUNOS NEXT
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            IF ALUNO-ATIVO
                                ADD 1 TO WS-QTD-ATIVOS
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ALUNOS
            END-IF

            SET EOF-OK            TO FALSE
            SET FS-EVA-OK         TO TRUE
            OPEN INPUT EVASOES
            IF FS-EVA-OK
                PERFORM UNTIL EOF-OK
                    READ EVASOES NEXT
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            IF DT-EVENTO-EVA NOT < WS-DT-LIMITE-ANO
                                ADD 1 TO WS-QTD-EVASOES
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE EVASOES
            END-IF
            IF WS-QTD-ATIVOS > ZEROS
                COMPUTE WS-PC-EVASAO ROUNDED =
                        WS-QTD-EVASOES * 100 /
                        (WS-QTD-ATIVOS + WS-QTD-EVASOES)
            END-IF

            IF WS-ARQ-TODOS-ANT NOT EQUAL SPACES
                PERFORM P610-NAO-RETORNO THRU P610-FIM
            END-IF

            MOVE WS-PC-EVASAO     TO WS-PC-PERDA
            IF WS-PC-NAO-RETORNO > WS-PC-PERDA
                MOVE WS-PC-NAO-RETORNO TO WS-PC-PERDA
            END-IF
            IF WS-PC-PERDA > 90
                MOVE 90           TO WS-PC-PERDA
            END-IF
            .
       P600-FIM.
       P610-NAO-RETORNO.
            MOVE WS-ARQ-TODOS-ANT TO WS-ARQ-TODOS-HIST
            MOVE ZEROS            TO WS-QTD-ANT WS-QTD-NAO-VOLTARAM
                                     WS-ULT-ALUNO-LIDO
            SET EOF-OK            TO FALSE
            SET FS-ARQ-OK         TO TRUE
            OPEN INPUT TODOS-ARQ
            IF NOT FS-ARQ-OK
                GO TO P610-FIM
            END-IF
            PERFORM UNTIL EOF-OK
                READ TODOS-ARQ INTO WS-BUF-TODOS
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        PERFORM P620-ALUNO-ANTERIOR THRU P620-FIM
                END-READ
            END-PERFORM
            CLOSE TODOS-ARQ
            IF WS-QTD-ANT > ZEROS
                COMPUTE WS-PC-NAO-RETORNO ROUNDED =
                        WS-QTD-NAO-VOLTARAM * 100 / WS-QTD-ANT
            END-IF
            .
       P610-FIM.
       P620-ALUNO-ANTERIOR.
            IF WS-BUF-ID-ALUNO EQUAL WS-ULT-ALUNO-LIDO
                GO TO P620-FIM
            END-IF
            MOVE WS-BUF-ID-ALUNO  TO WS-ULT-ALUNO-LIDO
            SET ACHOU-OK          TO FALSE
            PERFORM VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND > WS-QTD-ANT OR ACHOU-OK
                IF WS-ANT-ID-ALUNO(WS-IND) EQUAL WS-BUF-ID-ALUNO
                    SET ACHOU-OK  TO TRUE
                END-IF
            END-PERFORM
            IF ACHOU-OK OR WS-QTD-ANT NOT < 5000
                GO TO P620-FIM
            END-IF
            ADD 1 TO WS-QTD-ANT
            MOVE WS-BUF-ID-ALUNO  TO WS-ANT-ID-ALUNO(WS-QTD-ANT)
            SET ACHOU-OK          TO FALSE
            PERFORM VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND > WS-QTD-ULT OR ACHOU-OK
                IF WS-ULT-ID-ALUNO(WS-IND) EQUAL WS-BUF-ID-ALUNO
                    SET ACHOU-OK  TO TRUE
                END-IF
            END-PERFORM
            IF NOT ACHOU-OK
                ADD 1 TO WS-QTD-NAO-VOLTARAM
            END-IF
            .
       P620-FIM.
      ******************************************************************
      * DIMENSIONAMENTO, RELATORIO E GRAVACAO DO PROJECAO.DAT
      ******************************************************************
       P700-DIMENSIONA.
            MOVE 'PROJDEMA'       TO WL-SPL-RELATORIO
            CALL 'SPOOLREG' USING WL-SPOOL
            IF WL-SPOOL-ABERTO
                MOVE WL-SPL-ARQUIVO TO WS-ARQ-RELATORIO
            END-IF
            SET FS-REL-OK         TO TRUE
            OPEN OUTPUT RELATORIO-OUT
            IF NOT FS-REL-OK
                DISPLAY 'ERRO AO ABRIR O RELATORIO. '
                DISPLAY 'FILE STATUS: ' WS-FS-REL
                GO TO P700-FIM
            END-IF
            SET FS-PJD-OK         TO TRUE
            OPEN I-O PROJECAO
            IF WS-FS-PJD EQUAL 35 THEN
                OPEN OUTPUT PROJECAO
                CLOSE PROJECAO
                OPEN I-O PROJECAO
            END-IF
            IF NOT FS-PJD-OK
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE PROJECAO. '
                DISPLAY 'FILE STATUS: ' WS-FS-PJD
            END-IF

            MOVE ALL '=' TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            MOVE SPACES TO WS-LINHA-REL
            STRING 'PROJECAO DE DEMANDA DO TERMO SEGUINTE AO '
                   WS-CD-TERMO ' - GERADA EM ' WS-DATA-HOJE-8
                   DELIMITED BY SIZE INTO WS-LINHA-REL
            MOVE WS-LINHA-REL TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            MOVE SPACES TO WS-LINHA-REL
            STRING 'PERDA APLICADA: ' WS-PC-PERDA '% (EVASAO 12M '
                   WS-PC-EVASAO '% / NAO RETORNO ' WS-PC-NAO-RETORNO
                   '%)  MINIMO POR TURMA: ' WS-MINIMO-TURMA
                   DELIMITED BY SIZE INTO WS-LINHA-REL
            MOVE WS-LINHA-REL TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            MOVE SPACES TO WS-LINHA-REL
            STRING 'INGRESSANTES: ' WS-ORIGEM-INGR
                   '  MAIOR SALA ATIVA: ' WS-MAIOR-SALA ' LUGARES'
                   DELIMITED BY SIZE INTO WS-LINHA-REL
            MOVE WS-LINHA-REL TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            MOVE ALL '=' TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            MOVE WS-CAB-REL TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            MOVE ALL '-' TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT

            MOVE ZEROS            TO WS-SLOTS-NECESSARIOS WS-TOT-TURMAS
                                     WS-QTD-ABRIR WS-QTD-DIVIDIR
                                     WS-QTD-JUNTAR WS-QTD-NAO-ABRIR
            PERFORM VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND > 999
                MOVE WS-IND       TO WS-ID-MAT
                IF WS-MTR-ATIVA(WS-ID-MAT) EQUAL 'S'
                    PERFORM P710-MATERIA THRU P710-FIM
                END-IF
            END-PERFORM

            MOVE ALL '=' TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            MOVE SPACES TO WS-LINHA-REL
            STRING 'MATERIAS: ' WS-QTD-PROJETADAS
                   '  ABRIR: ' WS-QTD-ABRIR
                   '  DIVIDIR: ' WS-QTD-DIVIDIR
                   '  JUNTAR: ' WS-QTD-JUNTAR
                   '  NAO ABRIR: ' WS-QTD-NAO-ABRIR
                   '  TURMAS: ' WS-TOT-TURMAS
                   DELIMITED BY SIZE INTO WS-LINHA-REL
            MOVE WS-LINHA-REL TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            MOVE SPACES TO WS-LINHA-REL
            STRING 'SLOTS DE SALA NECESSARIOS: ' WS-SLOTS-NECESSARIOS
                   '  DISPONIVEIS: ' WS-SLOTS-DISPONIVEIS
                   ' (' WS-QTD-SALAS ' SALAS ATIVAS)'
                   DELIMITED BY SIZE INTO WS-LINHA-REL
            MOVE WS-LINHA-REL TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            IF WS-SLOTS-NECESSARIOS > WS-SLOTS-DISPONIVEIS
                MOVE 'ATENCAO: FALTAM SALAS PARA A OFERTA PROJETADA'
                    TO REG-RELATORIO-OUT
                WRITE REG-RELATORIO-OUT
            END-IF
            IF PROP-CHEIA
                MOVE 'ATENCAO: MAIS DE 5000 PROPOSTAS - RETOMADAS E'
                    TO REG-RELATORIO-OUT
                WRITE REG-RELATORIO-OUT
                MOVE '         AVANCOS SUBESTIMADOS'
                    TO REG-RELATORIO-OUT
                WRITE REG-RELATORIO-OUT
            END-IF
            CLOSE RELATORIO-OUT
            IF FS-PJD-OK
                CLOSE PROJECAO
            END-IF

            DISPLAY 'MATERIAS PROJETADAS: ' WS-QTD-PROJETADAS
                    '  TURMAS: ' WS-TOT-TURMAS
            DISPLAY 'ABRIR: ' WS-QTD-ABRIR '  DIVIDIR: '
                    WS-QTD-DIVIDIR '  JUNTAR: ' WS-QTD-JUNTAR
                    '  NAO ABRIR: ' WS-QTD-NAO-ABRIR
            IF WS-SLOTS-NECESSARIOS > WS-SLOTS-DISPONIVEIS
                DISPLAY 'ATENCAO: ' WS-SLOTS-NECESSARIOS
                        ' SLOTS DE SALA NECESSARIOS PARA '
                        WS-SLOTS-DISPONIVEIS ' DISPONIVEIS.'
            END-IF
            DISPLAY 'RELATORIO: ' WS-ARQ-RELATORIO
            .
       P700-FIM.
       P710-MATERIA.
            COMPUTE WS-QT-BRUTA =
                    WS-MTR-RETOMADAS(WS-ID-MAT) +
                    WS-MTR-AVANCOS(WS-ID-MAT) +
                    WS-MTR-ESPERA(WS-ID-MAT) +
                    WS-MTR-INGRESSANTES(WS-ID-MAT)
            COMPUTE WS-QT-DEMANDA ROUNDED =
                    WS-QT-BRUTA * (100 - WS-PC-PERDA) / 100
      * CAPACIDADE DA TURMA LIMITADA PELA MAIOR SALA ATIVA
            MOVE WS-MTR-CAPACIDADE(WS-ID-MAT) TO WS-QT-CAPACIDADE
            IF WS-MAIOR-SALA > ZEROS AND
               (WS-QT-CAPACIDADE EQUAL ZEROS OR
                WS-QT-CAPACIDADE > WS-MAIOR-SALA)
                MOVE WS-MAIOR-SALA TO WS-QT-CAPACIDADE
            END-IF
            MOVE ZEROS            TO WS-QT-TURMAS
            INITIALIZE WS-DET-REL
            EVALUATE TRUE
                WHEN WS-QT-DEMANDA EQUAL ZEROS
                    MOVE 'N'      TO CD-RECOMENDACAO-PJD
                    MOVE 'NAO ABRIR - SEM DEMANDA'
                        TO DET-RECOMENDACAO
                    ADD 1 TO WS-QTD-NAO-ABRIR
                WHEN WS-QT-DEMANDA < WS-MINIMO-TURMA
                    MOVE 'J'      TO CD-RECOMENDACAO-PJD
                    MOVE 1        TO WS-QT-TURMAS
                    MOVE 'JUNTAR - ABAIXO DO MINIMO'
                        TO DET-RECOMENDACAO
                    ADD 1 TO WS-QTD-JUNTAR
                WHEN WS-QT-CAPACIDADE EQUAL ZEROS
                    MOVE 'A'      TO CD-RECOMENDACAO-PJD
                    MOVE 1        TO WS-QT-TURMAS
                    MOVE 'ABRIR 1 - SEM CAPACIDADE'
                        TO DET-RECOMENDACAO
                    ADD 1 TO WS-QTD-ABRIR
                WHEN OTHER
                    COMPUTE WS-QT-TURMAS =
                            (WS-QT-DEMANDA + WS-QT-CAPACIDADE - 1)
                            / WS-QT-CAPACIDADE
                    IF WS-QT-TURMAS > 1
                        MOVE 'D'  TO CD-RECOMENDACAO-PJD
                        MOVE SPACES TO DET-RECOMENDACAO
                        STRING 'DIVIDIR EM ' WS-QT-TURMAS ' TURMAS'
                               DELIMITED BY SIZE
                               INTO DET-RECOMENDACAO
                        ADD 1 TO WS-QTD-DIVIDIR
                    ELSE
                        MOVE 'A'  TO CD-RECOMENDACAO-PJD
                        MOVE 'ABRIR 1 TURMA' TO DET-RECOMENDACAO
                        ADD 1 TO WS-QTD-ABRIR
                    END-IF
            END-EVALUATE
            ADD WS-QT-TURMAS      TO WS-TOT-TURMAS
            COMPUTE WS-SLOTS-NECESSARIOS = WS-SLOTS-NECESSARIOS +
                    WS-QT-TURMAS * WS-MTR-SLOTS(WS-ID-MAT)

            MOVE WS-ID-MAT                  TO DET-ID-MATERIA
            MOVE WS-MTR-NOME(WS-ID-MAT)     TO DET-NM-MATERIA
            MOVE WS-MTR-RETOMADAS(WS-ID-MAT) TO DET-RETOMADAS
            MOVE WS-MTR-AVANCOS(WS-ID-MAT)  TO DET-AVANCOS
            MOVE WS-MTR-ESPERA(WS-ID-MAT)   TO DET-ESPERA
            MOVE WS-MTR-INGRESSANTES(WS-ID-MAT)
                                            TO DET-INGRESSANTES
            MOVE WS-QT-DEMANDA              TO DET-DEMANDA
            MOVE WS-QT-CAPACIDADE           TO DET-CAPACIDADE
            MOVE WS-QT-TURMAS               TO DET-TURMAS
            MOVE WS-DET-REL TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            IF WS-QT-TURMAS > ZEROS AND
               WS-MTR-SLOTS(WS-ID-MAT) EQUAL ZEROS
                MOVE '    MATERIA SEM GRADE NO HORARIOS.DAT'
                    TO REG-RELATORIO-OUT
                WRITE REG-RELATORIO-OUT
            END-IF

            IF NOT FS-PJD-OK
                GO TO P710-FIM
            END-IF
            MOVE WS-CD-TERMO                TO CD-TERMO-PJD
            MOVE WS-ID-MAT                  TO ID-MATERIA-PJD
            MOVE WS-MTR-RETOMADAS(WS-ID-MAT) TO QT-RETOMADAS-PJD
            MOVE WS-MTR-AVANCOS(WS-ID-MAT)  TO QT-AVANCOS-PJD
            MOVE WS-MTR-ESPERA(WS-ID-MAT)   TO QT-ESPERA-PJD
            MOVE WS-MTR-INGRESSANTES(WS-ID-MAT)
                                            TO QT-INGRESSANTES-PJD
            MOVE WS-PC-PERDA                TO PC-PERDA-PJD
            MOVE WS-QT-DEMANDA              TO QT-DEMANDA-PJD
            MOVE WS-QT-CAPACIDADE           TO QT-CAPACIDADE-PJD
            MOVE WS-QT-TURMAS               TO QT-TURMAS-PJD
            MOVE WS-DATA-HOJE-8             TO DT-PROJECAO-PJD
            WRITE REG-PROJECAO
                INVALID KEY
                    REWRITE REG-PROJECAO
                        INVALID KEY
                            DISPLAY 'ERRO AO GRAVAR A PROJECAO DA '
                                    'MATERIA ' WS-ID-MAT
                    END-REWRITE
            END-WRITE
            .
       P710-FIM.
       P900-FIM.
            GOBACK.
      * RESOLVE OS CAMINHOS FISICOS PELO CONFIGSYS (PRODUCAO OU
      * TESTE); SEM CONFIGURACAO VALEM OS PADROES ACIMA
       P050-CONFIGURA.
            MOVE 'TERMOS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-TERMOS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-TERMOS
            MOVE 'D3-REGISTRO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-REGISTRO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-REGISTRO
            MOVE 'D3-PREREQ' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-PREREQ TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-PREREQ
            MOVE 'D3-MATERIAS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-MATERIAS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-MATERIAS
            MOVE 'D3-SALAS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-SALAS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-SALAS
            MOVE 'D3-HORARIOS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-HORARIOS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-HORARIOS
            MOVE 'D3-ESPERA' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-ESPERA TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-ESPERA
            MOVE 'PSEDICAO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-PSEDICAO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-PSEDICAO
            MOVE 'D3-ALUNOCUR' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-ALUNOCUR TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-ALUNOCUR
            MOVE 'D3-CURSOS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-CURSOS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-CURSOS
            MOVE 'D3-CURSOMAT' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-CURSOMAT TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-CURSOMAT
            MOVE 'D3-EVASAO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-EVASAO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-EVASAO
            MOVE 'D3-PROJECAO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-PROJECAO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-PROJECAO
            MOVE 'PROJ-MINIMO-TURMA' TO WL-CFG-CHAVE
            MOVE WS-CFG-MINIMO-TURMA TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-CFG-MINIMO-TURMA
            IF WS-CFG-MINIMO-TURMA(1:3) NUMERIC
                MOVE WS-CFG-MINIMO-TURMA(1:3) TO WS-MINIMO-TURMA
            END-IF
            .
       P050-FIM.
       END PROGRAM SISPROJD.

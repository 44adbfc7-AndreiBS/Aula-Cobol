      ******************************************************************
      * Author: ANDREI BATISTA
      * Date: 15/10/2026
      * Purpose: CARTAO DE HORARIO INDIVIDUAL - MONTA A GRADE DA SEMANA
      *          (DIA DA SEMANA X PERIODO) DE UM ALUNO, PELAS SUAS
      *          MATRICULAS ATIVAS (MATRICULAS.DAT), OU DE UM
      *          PROFESSOR, PELAS SUAS MATERIAS (PROFMAT.DAT), COM OS
      *          SLOTS DO HORARIOS.DAT E A SALA DO OCUPASAL.DAT; ABAIXO
      *          DA GRADE LISTA AS REPOSICOES AGENDADAS A PARTIR DE
      *          HOJE (REPOSICAO.DAT) E AS PROVAS DO TERMO CORRENTE
      *          (PROVAS.DAT, GRAVADA PELO SISPROVA). IMPRIME VIA
      *          SPOOL O CARTAO DE UM ALUNO, DE UMA TURMA INTEIRA, DE
      *          UM PROFESSOR OU DE TODOS OS PROFESSORES ATIVOS;
      *          CHAMADO PELO QUIOSQUE ('QUIOSQUE' + ID DO ALUNO)
      *          MOSTRA O CARTAO DO PROPRIO ALUNO NA TELA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISCHORA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
               SELECT ALUNOS ASSIGN TO WS-ARQ-CFG-D3-REGISTRO
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS ID-ALUNO
               ALTERNATE RECORD KEY IS NM-ALUNO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS.

               SELECT MATRICULAS ASSIGN TO WS-ARQ-CFG-D3-MATRICULAS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-MATRICULA
               FILE STATUS IS WS-FS-MAT.

               SELECT PROFMAT ASSIGN TO WS-ARQ-CFG-PROFMAT
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-PROF-MATERIA
               FILE STATUS IS WS-FS-PM.

               SELECT PROFESSORES ASSIGN TO WS-ARQ-CFG-PROFESSORES
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS ID-PROFESSOR
               FILE STATUS IS WS-FS-PRF.

               SELECT MATERIAS ASSIGN TO WS-ARQ-CFG-D3-MATERIAS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS ID-MATERIA
               FILE STATUS IS WS-FS-MTR.

               SELECT HORARIOS ASSIGN TO WS-ARQ-CFG-D3-HORARIOS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-HORARIO
               FILE STATUS IS WS-FS-HOR.

               SELECT OCUPACOES ASSIGN TO WS-ARQ-CFG-D3-OCUPASAL
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-SALA-OCUPACAO
               FILE STATUS IS WS-FS-OCP.

               SELECT REPOSICOES ASSIGN TO WS-ARQ-CFG-D3-REPOSICAO
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-REPOSICAO
               FILE STATUS IS WS-FS-REP.

               SELECT AGENDA-PROVAS ASSIGN TO WS-ARQ-CFG-D3-PROVAS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS CHAVE-AGENDA-PROVA
               FILE STATUS IS WS-FS-APV.

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
       FD ALUNOS.
          COPY FD_REGIS.
       FD MATRICULAS.
          COPY FD_MATRI.
       FD PROFMAT.
          COPY FD_PRMAT.
       FD PROFESSORES.
          COPY FD_PROF.
       FD MATERIAS.
          COPY FD_MATER.
       FD HORARIOS.
          COPY FD_HORAR.
       FD OCUPACOES.
          COPY FD_SALOC.
       FD REPOSICOES.
          COPY FD_REPOS.
       FD AGENDA-PROVAS.
          COPY FD_PRVAG.
       FD CALENDARIO.
          COPY FD_CALEN.
       FD RELATORIO-OUT.
       01 REG-RELATORIO-OUT                PIC X(100).

       WORKING-STORAGE SECTION.
       77 WS-FS                            PIC 99.
          88 FS-OK                         VALUE 0.
       77 WS-FS-MAT                        PIC 99.
          88 FS-MAT-OK                     VALUE 0.
       77 WS-FS-PM                         PIC 99.
          88 FS-PM-OK                      VALUE 0.
       77 WS-FS-PRF                        PIC 99.
          88 FS-PRF-OK                     VALUE 0.
       77 WS-FS-MTR                        PIC 99.
          88 FS-MTR-OK                     VALUE 0.
       77 WS-FS-HOR                        PIC 99.
          88 FS-HOR-OK                     VALUE 0.
       77 WS-FS-OCP                        PIC 99.
          88 FS-OCP-OK                     VALUE 0.
       77 WS-FS-REP                        PIC 99.
          88 FS-REP-OK                     VALUE 0.
       77 WS-FS-APV                        PIC 99.
          88 FS-APV-OK                     VALUE 0.
       77 WS-FS-CAL                        PIC 99.
          88 FS-CAL-OK                     VALUE 0.
       77 WS-FS-OUT                        PIC 99.
          88 FS-OUT-OK                     VALUE 0.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE 'S' FALSE 'N'.
       77 WS-EOF-2                         PIC X.
          88 EOF-2-OK                      VALUE 'S' FALSE 'N'.
       77 WS-EOF-3                         PIC X.
          88 EOF-3-OK                      VALUE 'S' FALSE 'N'.
       77 WS-MODO                          PIC X VALUE 'N'.
          88 MODO-QUIOSQUE                 VALUE 'S' FALSE 'N'.
       77 WS-ARQUIVOS                      PIC X VALUE 'N'.
          88 ARQUIVOS-ABERTOS              VALUE 'S' FALSE 'N'.
       77 WS-TEM-REPOSICOES                PIC X VALUE 'N'.
          88 TEM-REPOSICOES                VALUE 'S' FALSE 'N'.
       77 WS-TEM-AGENDA                    PIC X VALUE 'N'.
          88 TEM-AGENDA                    VALUE 'S' FALSE 'N'.
       77 WS-OPCAO                         PIC X(01) VALUE SPACES.
       77 WS-DATA-HOJE-8                   PIC 9(08).
       77 WS-CD-TERMO                      PIC X(06) VALUE SPACES.
       77 WS-ID-ALUNO                      PIC 9(06).
       77 WS-ID-PROFESSOR                  PIC 9(03).
       77 WS-TURMA                         PIC X(10).
       77 WS-QTD-CARTOES                   PIC 9(05) VALUE ZEROS.
       77 WS-DATA-FMT                      PIC X(10).
       77 WS-DATA-AUX                      PIC 9(08).
      * TITULAR DO CARTAO
       77 WS-TITULO-CARTAO                 PIC X(60).
      * SALAS OCUPADAS (OCUPASAL.DAT) POR MATERIA/DIA/PERIODO
       77 WS-QTD-OCUPACOES                 PIC 9(04) VALUE ZEROS.
       01 WS-TABELA-OCUPACOES.
          03 WS-OCP OCCURS 3000 TIMES.
             05 WS-OCP-MATERIA             PIC 9(03).
             05 WS-OCP-DIA                 PIC 9(01).
             05 WS-OCP-PERIODO             PIC 9(01).
             05 WS-OCP-SALA                PIC X(06).
       77 WS-IND-OCP                       PIC 9(04).
      * MATERIAS DO CARTAO
       77 WS-QTD-MAT-CARTAO                PIC 9(02) VALUE ZEROS.
       01 WS-TABELA-MAT-CARTAO.
          03 WS-CMT OCCURS 30 TIMES.
             05 WS-CMT-ID                  PIC 9(03).
             05 WS-CMT-NM                  PIC X(20).
       77 WS-IND-CMT                       PIC 9(02).
      * GRADE DA SEMANA: DIA 1 = SEGUNDA ... 6 = SABADO, PERIODO 1 A 6
       01 WS-GRADE.
          03 WS-GRD-DIA OCCURS 6 TIMES.
             05 WS-GRD-PER OCCURS 6 TIMES.
                07 WS-GRD-IND-CMT          PIC 9(02).
                07 WS-GRD-SALA             PIC X(06).
                07 WS-GRD-CHOQUE           PIC X(01).
       77 WS-IND-DIA                       PIC 9(01).
       77 WS-IND-PER                       PIC 9(01).
       77 WS-QTD-CHOQUES                   PIC 9(02) VALUE ZEROS.
       77 WS-QTD-LISTADOS                  PIC 9(03).
       01 WS-CAB-GRADE.
          03 FILLER                        PIC X(04) VALUE 'PER'.
          03 FILLER                        PIC X(15) VALUE 'SEGUNDA'.
          03 FILLER                        PIC X(15) VALUE 'TERCA'.
          03 FILLER                        PIC X(15) VALUE 'QUARTA'.
          03 FILLER                        PIC X(15) VALUE 'QUINTA'.
          03 FILLER                        PIC X(15) VALUE 'SEXTA'.
          03 FILLER                        PIC X(15) VALUE 'SABADO'.
       01 WS-LINHA-GRADE.
          03 LGR-ROTULO                    PIC X(04).
          03 LGR-CELULA OCCURS 6 TIMES.
             05 LGR-TEXTO                  PIC X(14).
             05 FILLER                     PIC X(01).
       77 WS-LINHA-OUT                     PIC X(100) VALUE SPACES.
       01 WL-SPOOL.
          03 WL-SPL-RELATORIO              PIC X(12).
          03 WL-SPL-ARQUIVO                PIC X(60).
          03 WL-SPL-OK                     PIC X(01).
             88 WL-SPOOL-ABERTO            VALUE 'S'.
             88 WL-SPOOL-FALHOU            VALUE 'N'.

       01 WS-ARQ-RELATORIO                 PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\CARTAO_HORARIO.TXT'.
       01 WS-ARQ-CFG-D3-REGISTRO           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\REGISTRO.DAT'.
       01 WS-ARQ-CFG-D3-MATRICULAS         PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\MATRICULAS.DAT'.
       01 WS-ARQ-CFG-PROFMAT               PIC X(60) VALUE
          'C:\COBOL\PROFMAT.DAT'.
       01 WS-ARQ-CFG-PROFESSORES           PIC X(60) VALUE
          'C:\COBOL\PROFESSORES.DAT'.
       01 WS-ARQ-CFG-D3-MATERIAS           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\MATERIAS.DAT'.
       01 WS-ARQ-CFG-D3-HORARIOS           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\HORARIOS.DAT'.
       01 WS-ARQ-CFG-D3-OCUPASAL           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\OCUPASAL.DAT'.
       01 WS-ARQ-CFG-D3-REPOSICAO          PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\REPOSICAO.DAT'.
       01 WS-ARQ-CFG-D3-PROVAS             PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\PROVAS.DAT'.
       01 WS-ARQ-CFG-CALENDARIO            PIC X(60) VALUE
          'C:\COBOL\CALENDARIO.DAT'.
          COPY CFG_AREA.
       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM                   PIC X(50).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            PERFORM P050-CONFIGURA THRU P050-FIM
            ACCEPT WS-DATA-HOJE-8 FROM DATE YYYYMMDD
            PERFORM P100-ACHA-TERMO    THRU P100-FIM
            PERFORM P110-ABRE-ARQUIVOS THRU P110-FIM
            IF NOT ARQUIVOS-ABERTOS
                PERFORM P900-FIM
            END-IF
            PERFORM P150-CARREGA-SALAS THRU P150-FIM
      * QUIOSQUE: SO O CARTAO DO PROPRIO ALUNO, NA TELA
            IF LK-MENSAGEM(1:8) EQUAL 'QUIOSQUE' AND
               LK-MENSAGEM(9:6) NUMERIC
                SET MODO-QUIOSQUE TO TRUE
                MOVE LK-MENSAGEM(9:6) TO WS-ID-ALUNO
                PERFORM P400-CARTAO-ALUNO THRU P400-FIM
            ELSE
                PERFORM P300-PROCESSA THRU P300-FIM
                                        UNTIL WS-OPCAO = 'F' OR 'f'
            END-IF
            PERFORM P190-FECHA-ARQUIVOS THRU P190-FIM
            PERFORM P900-FIM
            .
       P100-ACHA-TERMO.
            MOVE SPACES           TO WS-CD-TERMO
            SET EOF-OK            TO FALSE
            SET FS-CAL-OK         TO TRUE
            OPEN INPUT CALENDARIO
            IF FS-CAL-OK
                PERFORM UNTIL EOF-OK
                    READ CALENDARIO NEXT
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            IF EVENTO-TERMO AND
                               DT-EVENTO-CAL <= WS-DATA-HOJE-8 AND
                               DT-FIM-EVENTO-CAL >= WS-DATA-HOJE-8
                                MOVE CD-TERMO-CAL TO WS-CD-TERMO
                                SET EOF-OK TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
            END-IF
            CLOSE CALENDARIO
            .
       P100-FIM.
      * A GRADE DEPENDE DE HORARIOS.DAT; REPOSICOES E AGENDA DE PROVAS
      * SAO OPCIONAIS (SEM ELAS O CARTAO SAI SO COM A GRADE)
       P110-ABRE-ARQUIVOS.
            SET ARQUIVOS-ABERTOS  TO FALSE
            SET FS-HOR-OK         TO TRUE
            OPEN INPUT HORARIOS
            IF NOT FS-HOR-OK
                DISPLAY 'GRADE HORARIA INDISPONIVEL. '
                DISPLAY 'FILE STATUS: ' WS-FS-HOR
                GO TO P110-FIM
            END-IF
            OPEN INPUT ALUNOS MATRICULAS PROFMAT PROFESSORES MATERIAS
            SET TEM-REPOSICOES    TO FALSE
            SET FS-REP-OK         TO TRUE
            OPEN INPUT REPOSICOES
            IF FS-REP-OK
                SET TEM-REPOSICOES TO TRUE
            END-IF
            SET TEM-AGENDA        TO FALSE
            SET FS-APV-OK         TO TRUE
            OPEN INPUT AGENDA-PROVAS
            IF FS-APV-OK AND WS-CD-TERMO NOT EQUAL SPACES
                SET TEM-AGENDA    TO TRUE
            END-IF
            SET ARQUIVOS-ABERTOS  TO TRUE
            .
       P110-FIM.
       P150-CARREGA-SALAS.
            MOVE ZEROS            TO WS-QTD-OCUPACOES
            SET EOF-OK            TO FALSE
            SET FS-OCP-OK         TO TRUE
            OPEN INPUT OCUPACOES
            IF NOT FS-OCP-OK
                GO TO P150-FIM
            END-IF
            PERFORM UNTIL EOF-OK
                READ OCUPACOES NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF WS-QTD-OCUPACOES < 3000
                            ADD 1 TO WS-QTD-OCUPACOES
                            MOVE ID-MATERIA-OCP
                                TO WS-OCP-MATERIA(WS-QTD-OCUPACOES)
                            MOVE DIA-SEMANA-OCP
                                TO WS-OCP-DIA(WS-QTD-OCUPACOES)
                            MOVE PERIODO-OCP
                                TO WS-OCP-PERIODO(WS-QTD-OCUPACOES)
                            MOVE CD-SALA-OCP
                                TO WS-OCP-SALA(WS-QTD-OCUPACOES)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE OCUPACOES
            .
       P150-FIM.
       P190-FECHA-ARQUIVOS.
            CLOSE HORARIOS ALUNOS MATRICULAS PROFMAT PROFESSORES
                  MATERIAS
            IF TEM-REPOSICOES
                CLOSE REPOSICOES
            END-IF
            IF FS-APV-OK
                CLOSE AGENDA-PROVAS
            END-IF
            .
       P190-FIM.
       P300-PROCESSA.
            MOVE SPACES                    TO WS-OPCAO
            DISPLAY '**************************************************'
            DISPLAY '***  CARTOES DE HORARIO DA SEMANA              ***'
            DISPLAY '**************************************************'
            DISPLAY '*** 1 - Cartao de um Aluno                     ***'
            DISPLAY '*** 2 - Cartoes de uma Turma                   ***'
            DISPLAY '*** 3 - Cartao de um Professor                 ***'
            DISPLAY '*** 4 - Cartoes de Todos os Professores        ***'
            DISPLAY '***          <TECLE F PARA FINALIZAR>          ***'
            DISPLAY '**************************************************'
            ACCEPT WS-OPCAO
            EVALUATE WS-OPCAO
               WHEN '1'
                   DISPLAY 'Informe o ID do aluno: '
                   ACCEPT WS-ID-ALUNO
                   PERFORM P600-ABRE-RELATORIO THRU P600-FIM
                   PERFORM P400-CARTAO-ALUNO THRU P400-FIM
                   PERFORM P690-FECHA-RELATORIO THRU P690-FIM
               WHEN '2'
                   DISPLAY 'Informe a turma: '
                   ACCEPT WS-TURMA
                   PERFORM P600-ABRE-RELATORIO THRU P600-FIM
                   PERFORM P420-CARTOES-TURMA THRU P420-FIM
                   PERFORM P690-FECHA-RELATORIO THRU P690-FIM
               WHEN '3'
                   DISPLAY 'Informe o ID do professor: '
                   ACCEPT WS-ID-PROFESSOR
                   PERFORM P600-ABRE-RELATORIO THRU P600-FIM
                   PERFORM P450-CARTAO-PROFESSOR THRU P450-FIM
                   PERFORM P690-FECHA-RELATORIO THRU P690-FIM
               WHEN '4'
                   PERFORM P600-ABRE-RELATORIO THRU P600-FIM
                   PERFORM P470-CARTOES-PROFESSORES THRU P470-FIM
                   PERFORM P690-FECHA-RELATORIO THRU P690-FIM
               WHEN 'F'
               WHEN 'f'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA! '
            END-EVALUATE
            .
       P300-FIM.
      ******************************************************************
      * SELECAO DOS TITULARES
      ******************************************************************
       P400-CARTAO-ALUNO.
            MOVE WS-ID-ALUNO      TO ID-ALUNO
            READ ALUNOS
                INVALID KEY
                    DISPLAY 'ALUNO NAO CADASTRADO! '
                    GO TO P400-FIM
            END-READ
            PERFORM P410-GERA-ALUNO THRU P410-FIM
            .
       P400-FIM.
      * MATERIAS DO ALUNO: AS MATRICULAS ATIVAS
       P410-GERA-ALUNO.
            PERFORM P200-LIMPA THRU P200-FIM
            MOVE SPACES           TO WS-TITULO-CARTAO
            STRING 'ALUNO ' ID-ALUNO ' - ' NM-ALUNO ' - TURMA ' TURMA
                   DELIMITED BY SIZE INTO WS-TITULO-CARTAO
            SET EOF-2-OK          TO FALSE
            MOVE ID-ALUNO         TO ID-ALUNO-MAT
            MOVE ZEROS            TO ID-MATERIA-MAT
            START MATRICULAS KEY IS NOT LESS THAN CHAVE-MATRICULA
                INVALID KEY
                    SET EOF-2-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-2-OK
                READ MATRICULAS NEXT
                    AT END
                        SET EOF-2-OK TO TRUE
                    NOT AT END
                        IF ID-ALUNO-MAT NOT EQUAL ID-ALUNO
                            SET EOF-2-OK TO TRUE
                        ELSE
                            IF MAT-ATIVA AND ID-MATERIA-MAT > ZEROS
                                MOVE ID-MATERIA-MAT TO ID-MATERIA
                                PERFORM P210-ADICIONA-MATERIA
                                   THRU P210-FIM
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            PERFORM P500-EMITE-CARTAO THRU P500-FIM
            .
       P410-FIM.
       P420-CARTOES-TURMA.
            MOVE ZEROS            TO WS-QTD-CARTOES
            SET EOF-OK            TO FALSE
            MOVE ZEROS            TO ID-ALUNO
            START ALUNOS KEY IS NOT LESS THAN ID-ALUNO
                INVALID KEY
                    SET EOF-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ ALUNOS NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF ALUNO-ATIVO AND TURMA EQUAL WS-TURMA
                            PERFORM P410-GERA-ALUNO THRU P410-FIM
                        END-IF
                END-READ
            END-PERFORM
            IF WS-QTD-CARTOES EQUAL ZEROS
                DISPLAY 'NENHUM ALUNO ATIVO NA TURMA ' WS-TURMA
            END-IF
            .
       P420-FIM.
       P450-CARTAO-PROFESSOR.
            MOVE WS-ID-PROFESSOR  TO ID-PROFESSOR
            READ PROFESSORES
                INVALID KEY
                    DISPLAY 'PROFESSOR NAO CADASTRADO! '
                    GO TO P450-FIM
            END-READ
            PERFORM P460-GERA-PROFESSOR THRU P460-FIM
            .
       P450-FIM.
      * MATERIAS DO PROFESSOR: AS DO PROFMAT
       P460-GERA-PROFESSOR.
            PERFORM P200-LIMPA THRU P200-FIM
            MOVE SPACES           TO WS-TITULO-CARTAO
            STRING 'PROFESSOR ' ID-PROFESSOR ' - ' NM-PROFESSOR
                   DELIMITED BY SIZE INTO WS-TITULO-CARTAO
            SET EOF-2-OK          TO FALSE
            MOVE ID-PROFESSOR     TO ID-PROFESSOR-PM
            MOVE ZEROS            TO ID-MATERIA-PM
            START PROFMAT KEY IS NOT LESS THAN CHAVE-PROF-MATERIA
                INVALID KEY
                    SET EOF-2-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-2-OK
                READ PROFMAT NEXT
                    AT END
                        SET EOF-2-OK TO TRUE
                    NOT AT END
                        IF ID-PROFESSOR-PM NOT EQUAL ID-PROFESSOR
                            SET EOF-2-OK TO TRUE
                        ELSE
                            MOVE ID-MATERIA-PM TO ID-MATERIA
                            PERFORM P210-ADICIONA-MATERIA
                               THRU P210-FIM
                        END-IF
                END-READ
            END-PERFORM
            PERFORM P500-EMITE-CARTAO THRU P500-FIM
            .
       P460-FIM.
       P470-CARTOES-PROFESSORES.
            MOVE ZEROS            TO WS-QTD-CARTOES
            SET EOF-OK            TO FALSE
            MOVE ZEROS            TO ID-PROFESSOR
            START PROFESSORES KEY IS NOT LESS THAN ID-PROFESSOR
                INVALID KEY
                    SET EOF-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ PROFESSORES NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF PROF-ATIVO
                            PERFORM P460-GERA-PROFESSOR THRU P460-FIM
                        END-IF
                END-READ
            END-PERFORM
            .
       P470-FIM.
      ******************************************************************
      * MONTAGEM DA GRADE
      ******************************************************************
       P200-LIMPA.
            MOVE ZEROS            TO WS-QTD-MAT-CARTAO WS-QTD-CHOQUES
            INITIALIZE WS-GRADE
            .
       P200-FIM.
      * GUARDA A MATERIA (ID-MATERIA) E ESPALHA OS SEUS SLOTS NA GRADE;
      * SLOT JA OCUPADO POR OUTRA MATERIA E CHOQUE DE HORARIO
       P210-ADICIONA-MATERIA.
            IF WS-QTD-MAT-CARTAO >= 30
                GO TO P210-FIM
            END-IF
            ADD 1                 TO WS-QTD-MAT-CARTAO
            MOVE ID-MATERIA       TO WS-CMT-ID(WS-QTD-MAT-CARTAO)
            READ MATERIAS
                INVALID KEY
                    MOVE '(SEM CADASTRO)'
                        TO WS-CMT-NM(WS-QTD-MAT-CARTAO)
                NOT INVALID KEY
                    MOVE NM-MATERIA TO WS-CMT-NM(WS-QTD-MAT-CARTAO)
            END-READ
            SET EOF-3-OK            TO FALSE
            MOVE WS-CMT-ID(WS-QTD-MAT-CARTAO) TO ID-MATERIA-HOR
            MOVE ZEROS            TO DIA-SEMANA-HOR PERIODO-HOR
            START HORARIOS KEY IS NOT LESS THAN CHAVE-HORARIO
                INVALID KEY
                    GO TO P210-FIM
            END-START
            PERFORM UNTIL EOF-3-OK
                READ HORARIOS NEXT
                    AT END
                        SET EOF-3-OK TO TRUE
                    NOT AT END
                        IF ID-MATERIA-HOR NOT EQUAL
                           WS-CMT-ID(WS-QTD-MAT-CARTAO)
                            SET EOF-3-OK TO TRUE
                        ELSE
                            PERFORM P220-OCUPA-SLOT THRU P220-FIM
                        END-IF
                END-READ
            END-PERFORM
            .
       P210-FIM.
       P220-OCUPA-SLOT.
            IF DIA-SEMANA-HOR < 1 OR DIA-SEMANA-HOR > 6 OR
               PERIODO-HOR < 1 OR PERIODO-HOR > 6
                GO TO P220-FIM
            END-IF
            MOVE DIA-SEMANA-HOR   TO WS-IND-DIA
            MOVE PERIODO-HOR      TO WS-IND-PER
            IF WS-GRD-IND-CMT(WS-IND-DIA, WS-IND-PER) > ZEROS
                MOVE '*' TO WS-GRD-CHOQUE(WS-IND-DIA, WS-IND-PER)
                ADD 1 TO WS-QTD-CHOQUES
                GO TO P220-FIM
            END-IF
            MOVE WS-QTD-MAT-CARTAO
                TO WS-GRD-IND-CMT(WS-IND-DIA, WS-IND-PER)
            MOVE SPACES TO WS-GRD-SALA(WS-IND-DIA, WS-IND-PER)
            PERFORM VARYING WS-IND-OCP FROM 1 BY 1
                    UNTIL WS-IND-OCP > WS-QTD-OCUPACOES
                IF WS-OCP-MATERIA(WS-IND-OCP) EQUAL ID-MATERIA-HOR AND
                   WS-OCP-DIA(WS-IND-OCP) EQUAL DIA-SEMANA-HOR AND
                   WS-OCP-PERIODO(WS-IND-OCP) EQUAL PERIODO-HOR
                    MOVE WS-OCP-SALA(WS-IND-OCP)
                        TO WS-GRD-SALA(WS-IND-DIA, WS-IND-PER)
                END-IF
            END-PERFORM
            .
       P220-FIM.
      ******************************************************************
      * EMISSAO DO CARTAO
      ******************************************************************
       P500-EMITE-CARTAO.
            ADD 1                 TO WS-QTD-CARTOES
            MOVE ALL '='          TO WS-LINHA-OUT
            PERFORM P590-LINHA THRU P590-FIM
            STRING 'CARTAO DE HORARIO - ' WS-TITULO-CARTAO
                   DELIMITED BY SIZE INTO WS-LINHA-OUT
            PERFORM P590-LINHA THRU P590-FIM
            STRING 'TERMO ' WS-CD-TERMO ' - EMITIDO EM '
                   WS-DATA-HOJE-8
                   DELIMITED BY SIZE INTO WS-LINHA-OUT
            PERFORM P590-LINHA THRU P590-FIM
            MOVE ALL '='          TO WS-LINHA-OUT
            PERFORM P590-LINHA THRU P590-FIM
            IF WS-QTD-MAT-CARTAO EQUAL ZEROS
                MOVE 'SEM MATERIAS NO TERMO.' TO WS-LINHA-OUT
                PERFORM P590-LINHA THRU P590-FIM
                GO TO P500-FIM
            END-IF
            MOVE WS-CAB-GRADE     TO WS-LINHA-OUT
            PERFORM P590-LINHA THRU P590-FIM
            MOVE ALL '-'          TO WS-LINHA-OUT
            PERFORM P590-LINHA THRU P590-FIM
            PERFORM VARYING WS-IND-PER FROM 1 BY 1
                    UNTIL WS-IND-PER > 6
                PERFORM P510-LINHAS-PERIODO THRU P510-FIM
            END-PERFORM
            MOVE ALL '-'          TO WS-LINHA-OUT
            PERFORM P590-LINHA THRU P590-FIM
            IF WS-QTD-CHOQUES > ZEROS
                STRING '* CHOQUE DE HORARIO: ' WS-QTD-CHOQUES
                       ' SLOT(S) COM MAIS DE UMA MATERIA'
                       DELIMITED BY SIZE INTO WS-LINHA-OUT
                PERFORM P590-LINHA THRU P590-FIM
            END-IF
            PERFORM P520-REPOSICOES THRU P520-FIM
            PERFORM P540-PROVAS THRU P540-FIM
            PERFORM P590-LINHA THRU P590-FIM
            .
       P500-FIM.
      * CADA PERIODO SAI EM DUAS LINHAS: A MATERIA E A SALA
       P510-LINHAS-PERIODO.
            MOVE SPACES           TO WS-LINHA-GRADE
            MOVE WS-IND-PER       TO LGR-ROTULO(2:1)
            MOVE 'P'              TO LGR-ROTULO(1:1)
            PERFORM VARYING WS-IND-DIA FROM 1 BY 1
                    UNTIL WS-IND-DIA > 6
                IF WS-GRD-IND-CMT(WS-IND-DIA, WS-IND-PER) > ZEROS
                    MOVE WS-CMT-NM(WS-GRD-IND-CMT(WS-IND-DIA,
                                                  WS-IND-PER))
                        TO LGR-TEXTO(WS-IND-DIA)
                    IF WS-GRD-CHOQUE(WS-IND-DIA, WS-IND-PER)
                       EQUAL '*'
                        MOVE '*' TO LGR-TEXTO(WS-IND-DIA)(14:1)
                    END-IF
                END-IF
            END-PERFORM
            MOVE WS-LINHA-GRADE   TO WS-LINHA-OUT
            PERFORM P590-LINHA THRU P590-FIM
            MOVE SPACES           TO WS-LINHA-GRADE
            PERFORM VARYING WS-IND-DIA FROM 1 BY 1
                    UNTIL WS-IND-DIA > 6
                IF WS-GRD-IND-CMT(WS-IND-DIA, WS-IND-PER) > ZEROS
                    IF WS-GRD-SALA(WS-IND-DIA, WS-IND-PER)
                       EQUAL SPACES
                        MOVE 'SALA ?' TO LGR-TEXTO(WS-IND-DIA)
                    ELSE
                        STRING 'SALA '
                               WS-GRD-SALA(WS-IND-DIA, WS-IND-PER)
                               DELIMITED BY SIZE
                               INTO LGR-TEXTO(WS-IND-DIA)
                    END-IF
                END-IF
            END-PERFORM
            MOVE WS-LINHA-GRADE   TO WS-LINHA-OUT
            PERFORM P590-LINHA THRU P590-FIM
            .
       P510-FIM.
      * REPOSICOES AGENDADAS DE HOJE EM DIANTE DAS MATERIAS DO CARTAO
       P520-REPOSICOES.
            IF NOT TEM-REPOSICOES
                GO TO P520-FIM
            END-IF
            MOVE ZEROS            TO WS-QTD-LISTADOS
            PERFORM VARYING WS-IND-CMT FROM 1 BY 1
                    UNTIL WS-IND-CMT > WS-QTD-MAT-CARTAO
                SET EOF-3-OK        TO FALSE
                MOVE WS-CMT-ID(WS-IND-CMT) TO ID-MATERIA-REP
                MOVE WS-DATA-HOJE-8   TO DT-AULA-REP
                MOVE ZEROS            TO PERIODO-REP
                START REPOSICOES KEY IS NOT LESS THAN CHAVE-REPOSICAO
                    INVALID KEY
                        SET EOF-3-OK TO TRUE
                END-START
                PERFORM UNTIL EOF-3-OK
                    READ REPOSICOES NEXT
                        AT END
                            SET EOF-3-OK TO TRUE
                        NOT AT END
                            IF ID-MATERIA-REP NOT EQUAL
                               WS-CMT-ID(WS-IND-CMT)
                                SET EOF-3-OK TO TRUE
                            ELSE
                                IF REP-AGENDADA
                                    PERFORM P530-LINHA-REPOSICAO
                                       THRU P530-FIM
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
            END-PERFORM
            .
       P520-FIM.
       P530-LINHA-REPOSICAO.
            IF WS-QTD-LISTADOS EQUAL ZEROS
                MOVE 'REPOSICOES AGENDADAS:' TO WS-LINHA-OUT
                PERFORM P590-LINHA THRU P590-FIM
            END-IF
            ADD 1                 TO WS-QTD-LISTADOS
            MOVE DT-AULA-REP      TO WS-DATA-AUX
            PERFORM P580-FORMATA-DATA THRU P580-FIM
            STRING '    ' WS-DATA-FMT ' PERIODO ' PERIODO-REP '  '
                   WS-CMT-NM(WS-IND-CMT)
                   DELIMITED BY SIZE INTO WS-LINHA-OUT
            PERFORM P590-LINHA THRU P590-FIM
            .
       P530-FIM.
      * PROVAS DO TERMO CORRENTE DISTRIBUIDAS PELO SISPROVA
       P540-PROVAS.
            IF NOT TEM-AGENDA
                GO TO P540-FIM
            END-IF
            MOVE ZEROS            TO WS-QTD-LISTADOS
            PERFORM VARYING WS-IND-CMT FROM 1 BY 1
                    UNTIL WS-IND-CMT > WS-QTD-MAT-CARTAO
                MOVE WS-CD-TERMO  TO CD-TERMO-APV
                MOVE WS-CMT-ID(WS-IND-CMT) TO ID-MATERIA-APV
                READ AGENDA-PROVAS
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF WS-QTD-LISTADOS EQUAL ZEROS
                            MOVE 'PROVAS DO TERMO:' TO WS-LINHA-OUT
                            PERFORM P590-LINHA THRU P590-FIM
                        END-IF
                        ADD 1 TO WS-QTD-LISTADOS
                        MOVE DT-PROVA-APV TO WS-DATA-AUX
                        PERFORM P580-FORMATA-DATA THRU P580-FIM
                        STRING '    ' WS-DATA-FMT ' PERIODO '
                               PERIODO-APV '  '
                               WS-CMT-NM(WS-IND-CMT)
                               DELIMITED BY SIZE INTO WS-LINHA-OUT
                        PERFORM P590-LINHA THRU P590-FIM
                END-READ
            END-PERFORM
            .
       P540-FIM.
       P580-FORMATA-DATA.
            MOVE SPACES           TO WS-DATA-FMT
            STRING WS-DATA-AUX(7:2) '/' WS-DATA-AUX(5:2) '/'
                   WS-DATA-AUX(1:4)
                   DELIMITED BY SIZE INTO WS-DATA-FMT
            .
       P580-FIM.
      * NO QUIOSQUE A LINHA VAI PARA A TELA; NO MENU, PARA O SPOOL
       P590-LINHA.
            IF MODO-QUIOSQUE
                DISPLAY WS-LINHA-OUT
            ELSE
                IF FS-OUT-OK
                    MOVE WS-LINHA-OUT TO REG-RELATORIO-OUT
                    WRITE REG-RELATORIO-OUT
                END-IF
            END-IF
            MOVE SPACES           TO WS-LINHA-OUT
            .
       P590-FIM.
       P600-ABRE-RELATORIO.
            MOVE ZEROS            TO WS-QTD-CARTOES
            MOVE 'CARTHORA'       TO WL-SPL-RELATORIO
            CALL 'SPOOLREG' USING WL-SPOOL
            IF WL-SPOOL-ABERTO
                MOVE WL-SPL-ARQUIVO TO WS-ARQ-RELATORIO
            END-IF
            SET FS-OUT-OK         TO TRUE
            OPEN OUTPUT RELATORIO-OUT
            IF NOT FS-OUT-OK
                DISPLAY 'ERRO AO GRAVAR OS CARTOES. '
                DISPLAY 'FILE STATUS: ' WS-FS-OUT
            END-IF
            .
       P600-FIM.
       P690-FECHA-RELATORIO.
            IF FS-OUT-OK
                CLOSE RELATORIO-OUT
                DISPLAY WS-QTD-CARTOES ' CARTAO(OES) GERADO(S) EM '
                        WS-ARQ-RELATORIO
            END-IF
            .
       P690-FIM.
       P900-FIM.
            GOBACK.
      * RESOLVE OS CAMINHOS FISICOS PELO CONFIGSYS (PRODUCAO OU
      * TESTE); SEM CONFIGURACAO VALEM OS PADROES ACIMA
       P050-CONFIGURA.
            MOVE 'D3-REGISTRO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-REGISTRO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-REGISTRO
            MOVE 'D3-MATRICULAS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-MATRICULAS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-MATRICULAS
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
            MOVE 'D3-HORARIOS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-HORARIOS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-HORARIOS
            MOVE 'D3-OCUPASAL' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-OCUPASAL TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-OCUPASAL
            MOVE 'D3-REPOSICAO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-REPOSICAO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-REPOSICAO
            MOVE 'D3-PROVAS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-PROVAS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-PROVAS
            MOVE 'CALENDARIO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-CALENDARIO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-CALENDARIO
            .
       P050-FIM.
       END PROGRAM SISCHORA.

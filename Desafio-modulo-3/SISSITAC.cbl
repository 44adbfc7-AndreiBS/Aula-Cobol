      ******************************************************************
      * Author: ANDREI BATISTA
      * Date: 15/10/2026
      * Purpose: SITUACAO ACADEMICA (OBSERVANCIA E JUBILAMENTO) -
      *          RODADA DEPOIS DE CADA FECHAMENTO DE TERMO, JUNTA O
      *          TODOS.DAT CORRENTE E OS TERMOS ARQUIVADOS PELO
      *          SISROLOV (TERMOS.DAT) NUM SORT POR ALUNO E CLASSIFICA
      *          CADA ALUNO ATIVO OU TRANCADO EM REGULAR, OBSERVANCIA
      *          OU JUBILAMENTO PROPOSTO: REPROVACOES REPETIDAS NA
      *          MESMA MATERIA AINDA NAO APROVADA (SIT-REPROV-OBSERV E
      *          SIT-REPROV-JUBILA) OU O PRAZO MAXIMO DE TERMOS DO
      *          CURSO SEM CONCLUIR A COMPOSICAO (QT-TERMOS-MAX-CUR OU
      *          O PADRAO SIT-MAX-TERMOS). GRAVA SITUACAD.DAT, LIDO
      *          PELA CESTA E PELA ALOCACAO (CHKSITAC), E EMITE A
      *          CARTA AO RESPONSAVEL NO SPOOL 'SITCARTA'.
      *          A COORDENACAO (PERFIL 'J' DO AUTHOPR) REGISTRA O
      *          PLANO DE ESTUDOS ASSINADO E DECIDE O JUBILAMENTO
      *          PROPOSTO - A CONFIRMACAO LEVA AO CANCELAMENTO DO
      *          SISEVADE COM O MOTIVO 'JU'. RELATORIO POR CURSO NO
      *          SPOOL 'SITUACAO'
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISSITAC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
               SELECT SITUACAD ASSIGN TO WS-ARQ-CFG-D3-SITUACAD
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS ID-ALUNO-SIT
               FILE STATUS IS WS-FS-SIT.

               SELECT TERMOS ASSIGN TO WS-ARQ-CFG-TERMOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRM.

               SELECT TODOS-ARQ ASSIGN TO WS-ARQ-TODOS-HIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARQ.

               SELECT TODOS ASSIGN TO WS-ARQ-CFG-D3-TODOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-BOLETIM
               ALTERNATE RECORD KEY IS ID-ALUNO-2
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-TOD.

               SELECT ALUNOS ASSIGN TO WS-ARQ-CFG-D3-REGISTRO
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS ID-ALUNO
               ALTERNATE RECORD KEY IS NM-ALUNO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS.

               SELECT ALUNOCUR ASSIGN TO WS-ARQ-CFG-D3-ALUNOCUR
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS ID-ALUNO-AC
               FILE STATUS IS WS-FS-AC.

               SELECT CURSOS ASSIGN TO WS-ARQ-CFG-D3-CURSOS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS ID-CURSO
               FILE STATUS IS WS-FS-CUR.

               SELECT CURSOMAT ASSIGN TO WS-ARQ-CFG-D3-CURSOMAT
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-CURSO-MATERIA
               FILE STATUS IS WS-FS-CM.

               SELECT MATERIAS ASSIGN TO WS-ARQ-CFG-D3-MATERIAS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS ID-MATERIA
               FILE STATUS IS WS-FS-MTR.

               SELECT CALENDARIO ASSIGN TO WS-ARQ-CFG-CALENDARIO
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-CALENDARIO
               FILE STATUS IS WS-FS-CAL.

               SELECT RESPONSAVEIS ASSIGN TO WS-ARQ-CFG-RESPONSA
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-RESPONSAVEL
               FILE STATUS IS WS-FS-RSP.

               SELECT CONTATOS ASSIGN TO WS-ARQ-CFG-CONTATOS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CTT.

               SELECT SESSAO ASSIGN TO WS-ARQ-CFG-SESSAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SES.

               SELECT RELATORIO ASSIGN TO WS-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

               SELECT ARQ-SORT ASSIGN TO WS-ARQ-CFG-SORT.

       DATA DIVISION.
       FILE SECTION.
       FD SITUACAD.
          COPY FD_SITAC.
       FD TERMOS.
       01 REG-TERMO-FECHADO.
          03 TRM-DATA-FECHAMENTO           PIC 9(06).
          03 TRM-CD-TERMO                  PIC X(06).
          03 TRM-ARQ-TODOS                 PIC X(60).
       FD TODOS-ARQ.
       01 REG-TODOS-ARQ                    PIC X(153).
       FD TODOS.
          COPY FD_TODOS.
       FD ALUNOS.
          COPY FD_REGIS.
       FD ALUNOCUR.
          COPY FD_ALCUR.
       FD CURSOS.
          COPY FD_CURSO.
       FD CURSOMAT.
          COPY FD_CURMA.
       FD MATERIAS.
          COPY FD_MATER.
       FD CALENDARIO.
          COPY FD_CALEN.
       FD RESPONSAVEIS.
          COPY FD_RESPO.
       FD CONTATOS.
          COPY FD_CONTT.
       FD SESSAO.
       01 REG-SESSAO.
          03 SES-CD-OPERADOR               PIC X(06).
          03 SES-NM-OPERADOR               PIC X(20).
          03 SES-PERFIL                    PIC X(01).
       FD RELATORIO.
       01 REG-RELATORIO                    PIC X(100).
      * UM REGISTRO POR BOLETIM: SEQUENCIA DO TERMO NO TERMOS.DAT
      * (999 = TODOS.DAT CORRENTE), MATERIA E RESULTADO
       SD ARQ-SORT.
       01 REG-SORT.
          03 SRT-ID-ALUNO                  PIC 9(06).
          03 SRT-SEQ-TERMO                 PIC 9(03).
          03 SRT-ID-MATERIA                PIC 9(03).
          03 SRT-RESULTADO                 PIC X(14).

       WORKING-STORAGE SECTION.
       77 WS-FS                            PIC 99.
          88 FS-OK                         VALUE 0.
       77 WS-FS-SIT                        PIC 99.
          88 FS-SIT-OK                     VALUE 0.
       77 WS-FS-TRM                        PIC 99.
          88 FS-TRM-OK                     VALUE 0.
       77 WS-FS-ARQ                        PIC 99.
          88 FS-ARQ-OK                     VALUE 0.
       77 WS-FS-TOD                        PIC 99.
          88 FS-TOD-OK                     VALUE 0.
       77 WS-FS-AC                         PIC 99.
          88 FS-AC-OK                      VALUE 0.
       77 WS-FS-CUR                        PIC 99.
          88 FS-CUR-OK                     VALUE 0.
       77 WS-FS-CM                         PIC 99.
          88 FS-CM-OK                      VALUE 0.
       77 WS-FS-MTR                        PIC 99.
          88 FS-MTR-OK                     VALUE 0.
       77 WS-FS-CAL                        PIC 99.
          88 FS-CAL-OK                     VALUE 0.
       77 WS-FS-RSP                        PIC 99.
          88 FS-RSP-OK                     VALUE 0.
       77 WS-FS-CTT                        PIC 99.
          88 FS-CTT-OK                     VALUE 0.
       77 WS-FS-SES                        PIC 99.
          88 FS-SES-OK                     VALUE 0.
       77 WS-FS-REL                        PIC 99.
          88 FS-REL-OK                     VALUE 0.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE 'S' FALSE 'N'.
       77 WS-EOF-ARQ                       PIC X.
          88 EOF-ARQ-OK                    VALUE 'S' FALSE 'N'.
       77 WS-EOF-SORT                      PIC X.
          88 EOF-SORT-OK                   VALUE 'S' FALSE 'N'.
       77 WS-EOF-RSP                       PIC X.
          88 EOF-RSP-OK                    VALUE 'S' FALSE 'N'.
       77 WS-ACHOU                         PIC X VALUE 'N'.
          88 ACHOU-OK                      VALUE 'S' FALSE 'N'.
       77 WS-TEM-SITUACAO                  PIC X VALUE 'N'.
          88 TEM-SITUACAO                  VALUE 'S' FALSE 'N'.
       77 WS-MUDOU                         PIC X VALUE 'N'.
          88 SITUACAO-MUDOU                VALUE 'S' FALSE 'N'.
       77 WS-CURSO-COMPLETO                PIC X VALUE 'N'.
          88 CURSO-COMPLETO                VALUE 'S' FALSE 'N'.
       77 WS-CAB-IMPRESSO                  PIC X VALUE 'N'.
          88 CAB-IMPRESSO                  VALUE 'S' FALSE 'N'.
       77 WS-OPCAO                         PIC X.
       77 WS-DECISAO                       PIC X(01).
       77 WS-DATA-HOJE-8                   PIC 9(08).
       77 WS-DT-TERMO                      PIC 9(08).
       77 WS-OPERADOR                      PIC X(06) VALUE SPACES.
       77 WS-ID-ALUNO                      PIC 9(06).
       77 WS-DT-PLANO                      PIC 9(08).
       77 WS-DS-PLANO                      PIC X(60).
       77 WS-IND                           PIC 9(04).
       77 WS-IND2                          PIC 9(04).
       77 WS-ID-CURSO-REL                  PIC 9(03).
       77 WS-NM-CURSO-REL                  PIC X(20).
      * TERMOS ARQUIVADOS LIDOS NA ENTRADA DO SORT
       77 WS-SEQ-TERMO                     PIC 9(03) VALUE ZEROS.
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
      * APURACAO DO ALUNO CORRENTE NA SAIDA DO SORT
       77 WS-ALUNO-ATUAL                   PIC 9(06) VALUE ZEROS.
       77 WS-SEQ-ULT-CONTADO               PIC 9(03) VALUE ZEROS.
       77 WS-QT-TERMOS                     PIC 9(02) VALUE ZEROS.
       77 WS-QTD-MAT-AL                    PIC 9(03) VALUE ZEROS.
       01 WS-TABELA-MAT-ALUNO.
          03 WS-TAB-MAL OCCURS 300 TIMES.
             05 WS-MAL-ID-MATERIA          PIC 9(03).
             05 WS-MAL-REPROV              PIC 9(02).
             05 WS-MAL-APROVADA            PIC X(01).
       77 WS-MAX-REPROV                    PIC 9(02).
       77 WS-MAT-MAX-REPROV                PIC 9(03).
       77 WS-ID-CURSO-AL                   PIC 9(03).
       77 WS-QT-TERMOS-LIMITE              PIC 9(02).
      * NIVEL DE CADA REGRA: 0 = NADA, 1 = OBSERVANCIA, 2 = JUBILAMENTO
       77 WS-NIVEL-RM                      PIC 9(01).
       77 WS-NIVEL-PZ                      PIC 9(01).
       77 WS-NOVO-ST                       PIC X(01).
       77 WS-NOVO-MOTIVO                   PIC X(02).
      * CURSOS (PRAZO E NOME) E COMPOSICAO CURSO X MATERIA EM MEMORIA
       01 WS-TABELA-CURSOS.
          03 WS-TAB-CUR OCCURS 999 TIMES.
             05 WS-CUR-EXISTE              PIC X(01).
             05 WS-CUR-NOME                PIC X(20).
             05 WS-CUR-TERMOS-MAX          PIC 9(02).
       77 WS-QTD-CM                        PIC 9(04) VALUE ZEROS.
       77 WS-QTD-COMPOSICAO                PIC 9(04) VALUE ZEROS.
       01 WS-TABELA-CURSOMAT.
          03 WS-TAB-CM OCCURS 3000 TIMES.
             05 WS-CM-ID-CURSO             PIC 9(03).
             05 WS-CM-ID-MATERIA           PIC 9(03).
      * PARAMETROS DA REGRA (CONFIGSYS)
       77 WS-CFG-REPROV-OBSERV             PIC X(60) VALUE '02'.
       77 WS-REPROV-OBSERV                 PIC 9(02) VALUE 2.
       77 WS-CFG-REPROV-JUBILA             PIC X(60) VALUE '03'.
       77 WS-REPROV-JUBILA                 PIC 9(02) VALUE 3.
       77 WS-CFG-MAX-TERMOS                PIC X(60) VALUE '00'.
       77 WS-MAX-TERMOS                    PIC 9(02) VALUE ZEROS.
      * TOTAIS
       77 WS-QTD-AVALIADOS                 PIC 9(05) VALUE ZEROS.
       77 WS-QTD-REGULARES                 PIC 9(05) VALUE ZEROS.
       77 WS-QTD-OBSERVANCIA               PIC 9(05) VALUE ZEROS.
       77 WS-QTD-PROPOSTOS                 PIC 9(05) VALUE ZEROS.
       77 WS-QTD-JUBILADOS                 PIC 9(05) VALUE ZEROS.
       77 WS-QTD-REGULARIZADOS             PIC 9(05) VALUE ZEROS.
       77 WS-QTD-CARTAS                    PIC 9(05) VALUE ZEROS.
       77 WS-QTD-CUR-P                     PIC 9(05) VALUE ZEROS.
       77 WS-QTD-CUR-J                     PIC 9(05) VALUE ZEROS.
       77 WS-QTD-CUR-C                     PIC 9(05) VALUE ZEROS.
      * CARTA AO RESPONSAVEL
       77 WS-ID-CONTATO-RSP                PIC 9(05).
       77 WS-NM-RESPONSAVEL                PIC X(20).
       77 WS-NM-MATERIA-CARTA              PIC X(20).
       77 WS-QT-EDIT                       PIC Z9.
       77 WS-QT-EDIT-2                     PIC Z9.
       01 WS-DATA-AUX                      PIC 9(08).
       01 WS-DATA-AUX-R REDEFINES WS-DATA-AUX.
          03 WS-DATA-AUX-AAAA              PIC 9(04).
          03 WS-DATA-AUX-MM                PIC 9(02).
          03 WS-DATA-AUX-DD                PIC 9(02).
       01 WS-DATA-EDIT.
          03 WS-DATA-EDIT-DD               PIC 9(02).
          03 FILLER                        PIC X(01) VALUE '/'.
          03 WS-DATA-EDIT-MM               PIC 9(02).
          03 FILLER                        PIC X(01) VALUE '/'.
          03 WS-DATA-EDIT-AAAA             PIC 9(04).
       01 WS-LINHA-REL                     PIC X(100).
       01 WS-CAB-REL.
          03 FILLER                        PIC X(40) VALUE
             'ALUNO  NOME                 SITUACAO    '.
          03 FILLER                        PIC X(40) VALUE
             '  MOT MAT REP TERMOS PLANO'.
       01 WS-DET-REL.
          03 DET-ID-ALUNO                  PIC 9(06).
          03 FILLER                        PIC X(01) VALUE SPACE.
          03 DET-NM-ALUNO                  PIC X(20).
          03 FILLER                        PIC X(01) VALUE SPACE.
          03 DET-SITUACAO                  PIC X(13).
          03 FILLER                        PIC X(01) VALUE SPACE.
          03 DET-MOTIVO                    PIC X(02).
          03 FILLER                        PIC X(02) VALUE SPACES.
          03 DET-ID-MATERIA                PIC ZZ9.
          03 FILLER                        PIC X(02) VALUE SPACES.
          03 DET-REPROVACOES               PIC Z9.
          03 FILLER                        PIC X(02) VALUE SPACES.
          03 DET-TERMOS                    PIC Z9.
          03 FILLER                        PIC X(01) VALUE '/'.
          03 DET-TERMOS-MAX                PIC Z9.
          03 FILLER                        PIC X(02) VALUE SPACES.
          03 DET-PLANO                     PIC X(10).
       01 WS-COM-AREA.
          03 WS-MENSAGEM                   PIC X(50).
       01 WL-AUTORIZACAO.
          03 WL-FUNCAO                     PIC X(01).
          03 WL-AUT                        PIC X(01).
             88 WL-AUTORIZADO              VALUE 'S'.
             88 WL-NEGADO                  VALUE 'N'.
       01 WL-AUDITORIA.
          03 WL-PROGRAMA                   PIC X(12)
             VALUE 'SISSITAC'.
          03 WL-OPERACAO                   PIC X(10).
          03 WL-CHAVE                      PIC X(10).
          03 WL-VALOR-ANTIGO               PIC X(50).
          03 WL-VALOR-NOVO                 PIC X(50).
       01 WL-SPOOL.
          03 WL-SPL-RELATORIO              PIC X(12).
          03 WL-SPL-ARQUIVO                PIC X(60).
          03 WL-SPL-OK                     PIC X(01).
             88 WL-SPOOL-ABERTO            VALUE 'S'.
             88 WL-SPOOL-FALHOU            VALUE 'N'.

       01 WS-ARQ-RELATORIO                 PIC X(60) VALUE
          'C:\COBOL\SITUACAO_REL.TXT'.
       01 WS-ARQ-CFG-D3-SITUACAD           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\SITUACAD.DAT'.
       01 WS-ARQ-CFG-TERMOS                PIC X(60) VALUE
          'C:\COBOL\ARQUIVO_MORTO\TERMOS.DAT'.
       01 WS-ARQ-CFG-D3-TODOS              PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\TODOS.DAT'.
       01 WS-ARQ-CFG-D3-REGISTRO           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\REGISTRO.DAT'.
       01 WS-ARQ-CFG-D3-ALUNOCUR           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\ALUNOCUR.DAT'.
       01 WS-ARQ-CFG-D3-CURSOS             PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\CURSOS.DAT'.
       01 WS-ARQ-CFG-D3-CURSOMAT           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\CURSOMAT.DAT'.
       01 WS-ARQ-CFG-D3-MATERIAS           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\MATERIAS.DAT'.
       01 WS-ARQ-CFG-CALENDARIO            PIC X(60) VALUE
          'C:\COBOL\CALENDARIO.DAT'.
       01 WS-ARQ-CFG-RESPONSA              PIC X(60) VALUE
          'C:\COBOL\RESPONSA.DAT'.
       01 WS-ARQ-CFG-CONTATOS              PIC X(60) VALUE
          'C:\COBOL\CONTATOS.DAT'.
       01 WS-ARQ-CFG-SESSAO                PIC X(60) VALUE
          'C:\COBOL\SESSAO.DAT'.
       01 WS-ARQ-CFG-SORT                  PIC X(60) VALUE
          'C:\COBOL\SISSITAC.SRT'.
       01 WS-BIN-SISEVADE                  PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\bin\SISEVADE'.
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
            DISPLAY '***  SITUACAO ACADEMICA (OBSERV./JUBILAMENTO)  ***'
            DISPLAY '**************************************************'
            DISPLAY '*** 1 - Avaliar situacao (apos o fechamento)   ***'
            DISPLAY '*** 2 - Registrar plano de estudos assinado    ***'
            DISPLAY '*** 3 - Decidir jubilamento proposto           ***'
            DISPLAY '*** 4 - Relatorio de situacao por curso        ***'
            DISPLAY '*** 5 - Consultar situacao do aluno            ***'
            DISPLAY '*** 6 - Reemitir carta ao responsavel          ***'
            DISPLAY '***          <TECLE F PARA FINALIZAR>          ***'
            DISPLAY '**************************************************'
            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN '1'
                    PERFORM P310-AVALIA    THRU P310-FIM
                WHEN '2'
                    PERFORM P340-PLANO     THRU P340-FIM
                WHEN '3'
                    PERFORM P350-DECIDE    THRU P350-FIM
                WHEN '4'
                    PERFORM P360-RELATORIO THRU P360-FIM
                WHEN '5'
                    PERFORM P370-CONSULTA  THRU P370-FIM
                WHEN '6'
                    PERFORM P380-REEMITE   THRU P380-FIM
                WHEN 'F'
                    CONTINUE
                WHEN 'f'
                    CONTINUE
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA! '
            END-EVALUATE
            .
       P300-FIM.
      ******************************************************************
      * AVALIACAO DE SITUACAO - TODOS OS BOLETINS (CORRENTE E
      * ARQUIVADOS) ORDENADOS POR ALUNO/TERMO; A SAIDA DO SORT
      * CLASSIFICA CADA ALUNO, GRAVA SITUACAD E EMITE AS CARTAS
      ******************************************************************
       P310-AVALIA.
            MOVE 'J'              TO WL-FUNCAO
            CALL 'AUTHOPR' USING WL-AUTORIZACAO
            IF WL-NEGADO
                GO TO P310-FIM
            END-IF
            ACCEPT WS-DATA-HOJE-8 FROM DATE YYYYMMDD
            PERFORM P400-ACHA-TERMO      THRU P400-FIM
            PERFORM P312-CARREGA-CURSOS  THRU P312-FIM
            MOVE ZEROS            TO WS-QTD-AVALIADOS WS-QTD-REGULARES
                                     WS-QTD-OBSERVANCIA WS-QTD-PROPOSTOS
                                     WS-QTD-JUBILADOS WS-QTD-CARTAS
                                     WS-QTD-REGULARIZADOS

            MOVE 'SITCARTA'       TO WL-SPL-RELATORIO
            CALL 'SPOOLREG' USING WL-SPOOL
            IF WL-SPOOL-ABERTO
                MOVE WL-SPL-ARQUIVO TO WS-ARQ-RELATORIO
            ELSE
                MOVE 'C:\COBOL\SITCARTA.TXT' TO WS-ARQ-RELATORIO
            END-IF
            SET FS-SIT-OK         TO TRUE
            OPEN I-O SITUACAD
            IF WS-FS-SIT EQUAL 35 THEN
                OPEN OUTPUT SITUACAD
                CLOSE SITUACAD
                OPEN I-O SITUACAD
            END-IF
            SET FS-OK             TO TRUE
            SET FS-AC-OK          TO TRUE
            SET FS-REL-OK         TO TRUE
            OPEN INPUT ALUNOS
            OPEN INPUT ALUNOCUR
            OPEN OUTPUT RELATORIO
            IF NOT (FS-SIT-OK AND FS-OK AND FS-REL-OK)
                DISPLAY 'ERRO AO ABRIR SITUACAO/ALUNOS/CARTAS. '
                DISPLAY 'FILE STATUS SITUACAO: ' WS-FS-SIT
                DISPLAY 'FILE STATUS ALUNOS  : ' WS-FS
                DISPLAY 'FILE STATUS CARTAS  : ' WS-FS-REL
                CLOSE SITUACAD
                CLOSE ALUNOS
                CLOSE ALUNOCUR
                CLOSE RELATORIO
                GO TO P310-FIM
            END-IF

            SORT ARQ-SORT
                 ON ASCENDING KEY SRT-ID-ALUNO SRT-SEQ-TERMO
                                  SRT-ID-MATERIA
                 INPUT  PROCEDURE IS P320-SELECIONA THRU P320-FIM
                 OUTPUT PROCEDURE IS P330-APURA     THRU P330-FIM

            CLOSE SITUACAD
            CLOSE ALUNOS
            CLOSE ALUNOCUR
            CLOSE RELATORIO
            MOVE WS-DT-TERMO      TO WS-DATA-AUX
            PERFORM P420-EDITA-DATA THRU P420-FIM
            DISPLAY '*************************************************'
            DISPLAY 'TERMO AVALIADO (INICIO)     : ' WS-DATA-EDIT
            DISPLAY 'TERMOS ARQUIVADOS LIDOS     : ' WS-SEQ-TERMO
            DISPLAY 'ALUNOS AVALIADOS            : ' WS-QTD-AVALIADOS
            DISPLAY 'REGULARES                   : ' WS-QTD-REGULARES
            DISPLAY 'EM OBSERVANCIA              : ' WS-QTD-OBSERVANCIA
            DISPLAY 'JUBILAMENTO PROPOSTO        : ' WS-QTD-PROPOSTOS
            DISPLAY 'JA JUBILADOS (NAO ALTERADOS): ' WS-QTD-JUBILADOS
            DISPLAY 'VOLTARAM A SITUACAO REGULAR : '
                    WS-QTD-REGULARIZADOS
            DISPLAY 'CARTAS EMITIDAS             : ' WS-QTD-CARTAS
            DISPLAY 'CARTAS EM ' WS-ARQ-RELATORIO
            DISPLAY '*************************************************'
            .
       P310-FIM.
      * PRAZO DE CADA CURSO E A COMPOSICAO CURSO X MATERIA
       P312-CARREGA-CURSOS.
            INITIALIZE WS-TABELA-CURSOS
            SET EOF-OK            TO FALSE
            SET FS-CUR-OK         TO TRUE
            OPEN INPUT CURSOS
            IF FS-CUR-OK
                PERFORM UNTIL EOF-OK
                    READ CURSOS NEXT
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            IF ID-CURSO > 0
                                MOVE 'S' TO WS-CUR-EXISTE(ID-CURSO)
                                MOVE NM-CURSO
                                    TO WS-CUR-NOME(ID-CURSO)
                                MOVE QT-TERMOS-MAX-CUR
                                    TO WS-CUR-TERMOS-MAX(ID-CURSO)
                            END-IF
                    END-READ
                END-PERFORM
            END-IF
            CLOSE CURSOS

            MOVE ZEROS            TO WS-QTD-CM
            SET EOF-OK            TO FALSE
            SET FS-CM-OK          TO TRUE
            OPEN INPUT CURSOMAT
            IF FS-CM-OK
                PERFORM UNTIL EOF-OK
                    READ CURSOMAT NEXT
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            IF WS-QTD-CM < 3000
                                ADD 1 TO WS-QTD-CM
                                MOVE ID-CURSO-CM
                                    TO WS-CM-ID-CURSO(WS-QTD-CM)
                                MOVE ID-MATERIA-CM
                                    TO WS-CM-ID-MATERIA(WS-QTD-CM)
                            END-IF
                    END-READ
                END-PERFORM
            END-IF
            CLOSE CURSOMAT
            .
       P312-FIM.
      * ENTRADA DO SORT: CADA TERMO ARQUIVADO NA ORDEM DO TERMOS.DAT
      * E, POR ULTIMO, O TODOS.DAT CORRENTE (SE O FECHAMENTO AINDA NAO
      * FOI ARQUIVADO PELO SISROLOV)
       P320-SELECIONA.
            MOVE ZEROS            TO WS-SEQ-TERMO
            SET EOF-OK            TO FALSE
            SET FS-TRM-OK         TO TRUE
            OPEN INPUT TERMOS
            IF FS-TRM-OK
                PERFORM UNTIL EOF-OK
                    READ TERMOS
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            IF WS-SEQ-TERMO < 998
                                ADD 1 TO WS-SEQ-TERMO
                                MOVE TRM-ARQ-TODOS
                                    TO WS-ARQ-TODOS-HIST
                                PERFORM P322-RELEASE-ARQUIVO
                                    THRU P322-FIM
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE TERMOS
            END-IF

            SET EOF-OK            TO FALSE
            SET FS-TOD-OK         TO TRUE
            OPEN INPUT TODOS
            IF FS-TOD-OK
                PERFORM UNTIL EOF-OK
                    READ TODOS NEXT
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            MOVE ID-ALUNO-2   TO SRT-ID-ALUNO
                            MOVE 999          TO SRT-SEQ-TERMO
                            MOVE ID-MATERIA-2 TO SRT-ID-MATERIA
                            MOVE RESULTADO-BOLETIM TO SRT-RESULTADO
                            RELEASE REG-SORT
                    END-READ
                END-PERFORM
            END-IF
            CLOSE TODOS
            .
       P320-FIM.
       P322-RELEASE-ARQUIVO.
            SET EOF-ARQ-OK        TO FALSE
            SET FS-ARQ-OK         TO TRUE
            OPEN INPUT TODOS-ARQ
            IF NOT FS-ARQ-OK
                DISPLAY 'TERMO ' TRM-CD-TERMO ' - ARQUIVO MORTO '
                        'INDISPONIVEL (FILE STATUS ' WS-FS-ARQ ').'
                GO TO P322-FIM
            END-IF
            PERFORM UNTIL EOF-ARQ-OK
                READ TODOS-ARQ INTO WS-BUF-TODOS
                    AT END
                        SET EOF-ARQ-OK TO TRUE
                    NOT AT END
                        MOVE WS-BUF-ID-ALUNO   TO SRT-ID-ALUNO
                        MOVE WS-SEQ-TERMO      TO SRT-SEQ-TERMO
                        MOVE WS-BUF-ID-MATERIA TO SRT-ID-MATERIA
                        MOVE WS-BUF-RESULTADO  TO SRT-RESULTADO
                        RELEASE REG-SORT
                END-READ
            END-PERFORM
            CLOSE TODOS-ARQ
            .
       P322-FIM.
      * SAIDA DO SORT: QUEBRA POR ALUNO
       P330-APURA.
            MOVE ZEROS            TO WS-ALUNO-ATUAL
            SET EOF-SORT-OK       TO FALSE
            PERFORM UNTIL EOF-SORT-OK
                RETURN ARQ-SORT
                    AT END
                        SET EOF-SORT-OK TO TRUE
                    NOT AT END
                        IF SRT-ID-ALUNO NOT EQUAL WS-ALUNO-ATUAL
                            IF WS-ALUNO-ATUAL > 0
                                PERFORM P336-CLASSIFICA THRU P336-FIM
                            END-IF
                            MOVE SRT-ID-ALUNO TO WS-ALUNO-ATUAL
                            MOVE ZEROS   TO WS-QT-TERMOS WS-QTD-MAT-AL
                                            WS-SEQ-ULT-CONTADO
                        END-IF
                        PERFORM P334-ACUMULA THRU P334-FIM
                END-RETURN
            END-PERFORM
            IF WS-ALUNO-ATUAL > 0
                PERFORM P336-CLASSIFICA THRU P336-FIM
            END-IF
            .
       P330-FIM.
      * TERMOS CURSADOS (O CREDITO DE TRANSFERENCIA NAO CONTA TERMO),
      * REPROVACOES E APROVACAO DE CADA MATERIA DO ALUNO
       P334-ACUMULA.
            IF SRT-RESULTADO NOT EQUAL 'CREDITADA' AND
               SRT-SEQ-TERMO NOT EQUAL WS-SEQ-ULT-CONTADO
                IF WS-QT-TERMOS < 99
                    ADD 1 TO WS-QT-TERMOS
                END-IF
                MOVE SRT-SEQ-TERMO TO WS-SEQ-ULT-CONTADO
            END-IF
            SET ACHOU-OK          TO FALSE
            PERFORM VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND > WS-QTD-MAT-AL OR ACHOU-OK
                IF WS-MAL-ID-MATERIA(WS-IND) EQUAL SRT-ID-MATERIA
                    SET ACHOU-OK  TO TRUE
                END-IF
            END-PERFORM
            IF ACHOU-OK
                SUBTRACT 1 FROM WS-IND
            ELSE
                IF WS-QTD-MAT-AL NOT < 300
                    GO TO P334-FIM
                END-IF
                ADD 1 TO WS-QTD-MAT-AL
                MOVE WS-QTD-MAT-AL TO WS-IND
                MOVE SRT-ID-MATERIA TO WS-MAL-ID-MATERIA(WS-IND)
                MOVE ZEROS        TO WS-MAL-REPROV(WS-IND)
                MOVE 'N'          TO WS-MAL-APROVADA(WS-IND)
            END-IF
            EVALUATE SRT-RESULTADO
                WHEN 'REPROVADO'
                WHEN 'REPROV-FALTA'
                    IF WS-MAL-REPROV(WS-IND) < 99
                        ADD 1 TO WS-MAL-REPROV(WS-IND)
                    END-IF
                WHEN 'APROVADO'
                WHEN 'APROV-CONSELHO'
                WHEN 'CREDITADA'
                    MOVE 'S'      TO WS-MAL-APROVADA(WS-IND)
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            .
       P334-FIM.
      ******************************************************************
      * CLASSIFICACAO DO ALUNO: REPROVACOES REPETIDAS NUMA MATERIA
      * AINDA NAO APROVADA E PRAZO DO CURSO; JUBILAMENTO PREVALECE
      * SOBRE OBSERVANCIA E, NO MESMO NIVEL, VALE O MOTIVO 'RM'
      ******************************************************************
       P336-CLASSIFICA.
            MOVE WS-ALUNO-ATUAL   TO ID-ALUNO
            READ ALUNOS
                INVALID KEY
                    GO TO P336-FIM
            END-READ
            IF NOT (ALUNO-ATIVO OR ALUNO-TRANCADO)
                GO TO P336-FIM
            END-IF
            ADD 1 TO WS-QTD-AVALIADOS

            MOVE ZEROS            TO WS-MAX-REPROV WS-MAT-MAX-REPROV
                                     WS-NIVEL-RM WS-NIVEL-PZ
            PERFORM VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND > WS-QTD-MAT-AL
                IF WS-MAL-APROVADA(WS-IND) NOT EQUAL 'S' AND
                   WS-MAL-REPROV(WS-IND) > WS-MAX-REPROV
                    MOVE WS-MAL-REPROV(WS-IND)     TO WS-MAX-REPROV
                    MOVE WS-MAL-ID-MATERIA(WS-IND) TO WS-MAT-MAX-REPROV
                END-IF
            END-PERFORM
            EVALUATE TRUE
                WHEN WS-MAX-REPROV NOT < WS-REPROV-JUBILA
                    MOVE 2        TO WS-NIVEL-RM
                WHEN WS-MAX-REPROV NOT < WS-REPROV-OBSERV
                    MOVE 1        TO WS-NIVEL-RM
                WHEN OTHER
                    CONTINUE
            END-EVALUATE

            MOVE ZEROS            TO WS-ID-CURSO-AL WS-QT-TERMOS-LIMITE
            MOVE WS-ALUNO-ATUAL   TO ID-ALUNO-AC
            READ ALUNOCUR
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE ID-CURSO-AC TO WS-ID-CURSO-AL
            END-READ
            IF WS-ID-CURSO-AL > 0
                MOVE WS-CUR-TERMOS-MAX(WS-ID-CURSO-AL)
                    TO WS-QT-TERMOS-LIMITE
                IF WS-QT-TERMOS-LIMITE EQUAL ZEROS
                    MOVE WS-MAX-TERMOS TO WS-QT-TERMOS-LIMITE
                END-IF
            END-IF
            IF WS-QT-TERMOS-LIMITE > 0
                PERFORM P337-CURSO-COMPLETO THRU P337-FIM
                IF NOT CURSO-COMPLETO
                    EVALUATE TRUE
                        WHEN WS-QT-TERMOS NOT < WS-QT-TERMOS-LIMITE
                            MOVE 2 TO WS-NIVEL-PZ
                        WHEN WS-QT-TERMOS + 1 EQUAL
                             WS-QT-TERMOS-LIMITE
                            MOVE 1 TO WS-NIVEL-PZ
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
                END-IF
            END-IF

            EVALUATE TRUE
                WHEN WS-NIVEL-RM EQUAL ZEROS AND
                     WS-NIVEL-PZ EQUAL ZEROS
                    MOVE 'R'      TO WS-NOVO-ST
                    MOVE SPACES   TO WS-NOVO-MOTIVO
                WHEN WS-NIVEL-RM NOT < WS-NIVEL-PZ
                    MOVE 'RM'     TO WS-NOVO-MOTIVO
                    IF WS-NIVEL-RM EQUAL 2
                        MOVE 'J'  TO WS-NOVO-ST
                    ELSE
                        MOVE 'P'  TO WS-NOVO-ST
                    END-IF
                WHEN OTHER
                    MOVE 'PZ'     TO WS-NOVO-MOTIVO
                    IF WS-NIVEL-PZ EQUAL 2
                        MOVE 'J'  TO WS-NOVO-ST
                    ELSE
                        MOVE 'P'  TO WS-NOVO-ST
                    END-IF
            END-EVALUATE
            PERFORM P338-GRAVA-SITUACAO THRU P338-FIM
            .
       P336-FIM.
      * O CURSO ESTA CONCLUIDO QUANDO TODA A COMPOSICAO FOI APROVADA
       P337-CURSO-COMPLETO.
            SET CURSO-COMPLETO    TO FALSE
            MOVE ZEROS            TO WS-QTD-COMPOSICAO
            PERFORM VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND > WS-QTD-CM
                IF WS-CM-ID-CURSO(WS-IND) EQUAL WS-ID-CURSO-AL
                    ADD 1 TO WS-QTD-COMPOSICAO
                    PERFORM P339-MATERIA-APROVADA THRU P339-FIM
                    IF NOT ACHOU-OK
                        GO TO P337-FIM
                    END-IF
                END-IF
            END-PERFORM
            IF WS-QTD-COMPOSICAO > 0
                SET CURSO-COMPLETO TO TRUE
            END-IF
            .
       P337-FIM.
       P339-MATERIA-APROVADA.
            SET ACHOU-OK          TO FALSE
            PERFORM VARYING WS-IND2 FROM 1 BY 1
                    UNTIL WS-IND2 > WS-QTD-MAT-AL OR ACHOU-OK
                IF WS-MAL-ID-MATERIA(WS-IND2) EQUAL
                   WS-CM-ID-MATERIA(WS-IND) AND
                   WS-MAL-APROVADA(WS-IND2) EQUAL 'S'
                    SET ACHOU-OK  TO TRUE
                END-IF
            END-PERFORM
            .
       P339-FIM.
      ******************************************************************
      * GRAVA A NOVA SITUACAO - JUBILADO CONFIRMADO NAO MUDA MAIS; A
      * RECUSA DA COORDENACAO NO MESMO TERMO NAO VOLTA A PROPOR; NO
      * MESMO TERMO E MESMA SITUACAO O PLANO JA ASSINADO E MANTIDO.
      * CADA OBSERVANCIA OU PROPOSTA NOVA GERA CARTA AO RESPONSAVEL
      ******************************************************************
       P338-GRAVA-SITUACAO.
            SET TEM-SITUACAO      TO FALSE
            MOVE WS-ALUNO-ATUAL   TO ID-ALUNO-SIT
            READ SITUACAD
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET TEM-SITUACAO TO TRUE
            END-READ
            IF TEM-SITUACAO AND SIT-JUBILADO
                ADD 1 TO WS-QTD-JUBILADOS
                GO TO P338-FIM
            END-IF

            IF WS-NOVO-ST EQUAL 'R'
                ADD 1 TO WS-QTD-REGULARES
                IF TEM-SITUACAO AND NOT SIT-REGULAR
                    SET SIT-REGULAR  TO TRUE
                    MOVE SPACES      TO CD-MOTIVO-SIT DS-PLANO-SIT
                                        CD-OPERADOR-SIT
                    MOVE ZEROS       TO ID-MATERIA-SIT
                                        QT-REPROVACOES-SIT
                                        DT-PLANO-SIT DT-DECISAO-SIT
                    SET PLANO-PENDENTE TO TRUE
                    MOVE WS-DT-TERMO TO DT-TERMO-SIT
                    MOVE WS-DATA-HOJE-8 TO DT-AVALIACAO-SIT
                    MOVE WS-ID-CURSO-AL TO ID-CURSO-SIT
                    MOVE WS-QT-TERMOS   TO QT-TERMOS-SIT
                    MOVE WS-QT-TERMOS-LIMITE TO QT-TERMOS-MAX-SIT
                    REWRITE REG-SITUACAO-ACAD
                    ADD 1 TO WS-QTD-REGULARIZADOS
                END-IF
                GO TO P338-FIM
            END-IF

            IF TEM-SITUACAO AND WS-NOVO-ST EQUAL 'J' AND
               SIT-OBSERVANCIA AND DT-TERMO-SIT EQUAL WS-DT-TERMO AND
               DT-DECISAO-SIT > 0
                MOVE 'P'          TO WS-NOVO-ST
            END-IF
            SET SITUACAO-MUDOU    TO FALSE
            IF NOT TEM-SITUACAO OR
               ST-ACADEMICA NOT EQUAL WS-NOVO-ST OR
               DT-TERMO-SIT NOT EQUAL WS-DT-TERMO
                SET SITUACAO-MUDOU TO TRUE
            END-IF
            IF NOT TEM-SITUACAO
                INITIALIZE REG-SITUACAO-ACAD
                MOVE WS-ALUNO-ATUAL TO ID-ALUNO-SIT
            END-IF
            IF SITUACAO-MUDOU
                SET PLANO-PENDENTE TO TRUE
                MOVE ZEROS        TO DT-PLANO-SIT DT-DECISAO-SIT
                MOVE SPACES       TO DS-PLANO-SIT CD-OPERADOR-SIT
            END-IF
            MOVE WS-DT-TERMO      TO DT-TERMO-SIT
            MOVE WS-DATA-HOJE-8   TO DT-AVALIACAO-SIT
            MOVE WS-NOVO-ST       TO ST-ACADEMICA
            MOVE WS-NOVO-MOTIVO   TO CD-MOTIVO-SIT
            MOVE WS-ID-CURSO-AL   TO ID-CURSO-SIT
            MOVE WS-QT-TERMOS     TO QT-TERMOS-SIT
            MOVE WS-QT-TERMOS-LIMITE TO QT-TERMOS-MAX-SIT
            IF MOTIVO-REPROVACOES
                MOVE WS-MAT-MAX-REPROV TO ID-MATERIA-SIT
                MOVE WS-MAX-REPROV     TO QT-REPROVACOES-SIT
            ELSE
                MOVE ZEROS        TO ID-MATERIA-SIT QT-REPROVACOES-SIT
            END-IF
            IF TEM-SITUACAO
                REWRITE REG-SITUACAO-ACAD
            ELSE
                WRITE REG-SITUACAO-ACAD
            END-IF
            IF SIT-OBSERVANCIA
                ADD 1 TO WS-QTD-OBSERVANCIA
            ELSE
                ADD 1 TO WS-QTD-PROPOSTOS
            END-IF
            IF SITUACAO-MUDOU
                PERFORM P430-CARTA THRU P430-FIM
            END-IF
            .
       P338-FIM.
      * PLANO DE ESTUDOS ASSINADO PELO ALUNO E PELO RESPONSAVEL - SO
      * DEPOIS DELE A CESTA E A ALOCACAO ACEITAM O ALUNO EM OBSERVANCIA
       P340-PLANO.
            MOVE 'J'              TO WL-FUNCAO
            CALL 'AUTHOPR' USING WL-AUTORIZACAO
            IF WL-NEGADO
                GO TO P340-FIM
            END-IF
            PERFORM P410-LE-OPERADOR THRU P410-FIM
            DISPLAY 'Informe o ID do aluno: '
            ACCEPT WS-ID-ALUNO
            SET FS-SIT-OK         TO TRUE
            OPEN I-O SITUACAD
            IF NOT FS-SIT-OK
                DISPLAY 'NENHUMA AVALIACAO DE SITUACAO FEITA AINDA. '
                DISPLAY 'FILE STATUS: ' WS-FS-SIT
                CLOSE SITUACAD
                GO TO P340-FIM
            END-IF
            MOVE WS-ID-ALUNO      TO ID-ALUNO-SIT
            READ SITUACAD
                INVALID KEY
                    DISPLAY 'ALUNO SEM AVALIACAO DE SITUACAO! '
                    CLOSE SITUACAD
                    GO TO P340-FIM
            END-READ
            IF NOT SIT-OBSERVANCIA
                DISPLAY 'O ALUNO NAO ESTA EM OBSERVANCIA (SITUACAO '
                        ST-ACADEMICA ').'
                CLOSE SITUACAD
                GO TO P340-FIM
            END-IF
            IF PLANO-ASSINADO
                MOVE DT-PLANO-SIT TO WS-DATA-AUX
                PERFORM P420-EDITA-DATA THRU P420-FIM
                DISPLAY 'PLANO JA REGISTRADO EM ' WS-DATA-EDIT
                        ': ' DS-PLANO-SIT
                CLOSE SITUACAD
                GO TO P340-FIM
            END-IF
            DISPLAY 'Data da assinatura (AAAAMMDD, 0 = hoje): '
            ACCEPT WS-DT-PLANO
            IF WS-DT-PLANO EQUAL ZEROS
                ACCEPT WS-DT-PLANO FROM DATE YYYYMMDD
            END-IF
            MOVE SPACES           TO WS-DS-PLANO
            DISPLAY 'Resumo do plano de estudos: '
            ACCEPT WS-DS-PLANO
            IF WS-DS-PLANO EQUAL SPACES
                DISPLAY 'INFORME O RESUMO DO PLANO - NADA GRAVADO. '
                CLOSE SITUACAD
                GO TO P340-FIM
            END-IF
            SET PLANO-ASSINADO    TO TRUE
            MOVE WS-DT-PLANO      TO DT-PLANO-SIT
            MOVE WS-DS-PLANO      TO DS-PLANO-SIT
            MOVE WS-OPERADOR      TO CD-OPERADOR-SIT
            REWRITE REG-SITUACAO-ACAD
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR O PLANO. '
                NOT INVALID KEY
                    DISPLAY 'Plano de estudos registrado - matricula '
                            'liberada.'
                    MOVE 'PLANO-EST'  TO WL-OPERACAO
                    MOVE WS-ID-ALUNO  TO WL-CHAVE
                    MOVE 'OBSERVANCIA SEM PLANO' TO WL-VALOR-ANTIGO
                    MOVE WS-DS-PLANO  TO WL-VALOR-NOVO
                    CALL 'AUDITLOG' USING WL-AUDITORIA
            END-REWRITE
            CLOSE SITUACAD
            .
       P340-FIM.
      ******************************************************************
      * DECISAO DA COORDENACAO SOBRE O JUBILAMENTO PROPOSTO: A
      * CONFIRMACAO CHAMA O SISEVADE ('JUBILAMENTO' + ID) E SO MARCA O
      * ALUNO COMO JUBILADO SE O CANCELAMENTO FOI REGISTRADO; A RECUSA
      * DEIXA O ALUNO EM OBSERVANCIA, COM PLANO DE ESTUDOS EXIGIDO
      ******************************************************************
       P350-DECIDE.
            MOVE 'J'              TO WL-FUNCAO
            CALL 'AUTHOPR' USING WL-AUTORIZACAO
            IF WL-NEGADO
                GO TO P350-FIM
            END-IF
            PERFORM P410-LE-OPERADOR THRU P410-FIM
            ACCEPT WS-DATA-HOJE-8 FROM DATE YYYYMMDD
            DISPLAY 'Informe o ID do aluno: '
            ACCEPT WS-ID-ALUNO
            SET FS-SIT-OK         TO TRUE
            OPEN INPUT SITUACAD
            IF NOT FS-SIT-OK
                DISPLAY 'NENHUMA AVALIACAO DE SITUACAO FEITA AINDA. '
                DISPLAY 'FILE STATUS: ' WS-FS-SIT
                CLOSE SITUACAD
                GO TO P350-FIM
            END-IF
            MOVE WS-ID-ALUNO      TO ID-ALUNO-SIT
            READ SITUACAD
                INVALID KEY
                    DISPLAY 'ALUNO SEM AVALIACAO DE SITUACAO! '
                    CLOSE SITUACAD
                    GO TO P350-FIM
            END-READ
            IF NOT SIT-JUBILAMENTO-PROPOSTO
                DISPLAY 'NAO HA JUBILAMENTO PROPOSTO PARA O ALUNO '
                        '(SITUACAO ' ST-ACADEMICA ').'
                CLOSE SITUACAD
                GO TO P350-FIM
            END-IF
            PERFORM P372-MOSTRA THRU P372-FIM
            CLOSE SITUACAD
            DISPLAY 'Confirmar (C) ou recusar (R) o jubilamento? '
            ACCEPT WS-DECISAO
            EVALUATE WS-DECISAO
                WHEN 'C'
                WHEN 'c'
                    MOVE SPACES   TO WS-MENSAGEM
                    STRING 'JUBILAMENTO' WS-ID-ALUNO
                           DELIMITED BY SIZE INTO WS-MENSAGEM
                    CALL WS-BIN-SISEVADE USING WS-COM-AREA
                    IF WS-MENSAGEM NOT EQUAL 'CANCELAMENTO REGISTRADO'
                        DISPLAY 'CANCELAMENTO NAO CONCLUIDO NO '
                                'SISEVADE - O JUBILAMENTO CONTINUA '
                                'PROPOSTO.'
                        GO TO P350-FIM
                    END-IF
                    MOVE 'JUBILA-CNF' TO WL-OPERACAO
                    MOVE 'JUBILADO'   TO WL-VALOR-NOVO
                WHEN 'R'
                WHEN 'r'
                    MOVE 'JUBILA-REC' TO WL-OPERACAO
                    MOVE 'OBSERVANCIA (RECUSADO)' TO WL-VALOR-NOVO
                WHEN OTHER
                    DISPLAY 'DECISAO CANCELADA.'
                    GO TO P350-FIM
            END-EVALUATE

            SET FS-SIT-OK         TO TRUE
            OPEN I-O SITUACAD
            IF NOT FS-SIT-OK
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE SITUACAO. '
                DISPLAY 'FILE STATUS: ' WS-FS-SIT
                CLOSE SITUACAD
                GO TO P350-FIM
            END-IF
            MOVE WS-ID-ALUNO      TO ID-ALUNO-SIT
            READ SITUACAD
                INVALID KEY
                    DISPLAY 'ALUNO SEM AVALIACAO DE SITUACAO! '
                    CLOSE SITUACAD
                    GO TO P350-FIM
            END-READ
            IF WS-DECISAO EQUAL 'C' OR 'c'
                SET SIT-JUBILADO    TO TRUE
            ELSE
                SET SIT-OBSERVANCIA TO TRUE
                SET PLANO-PENDENTE  TO TRUE
                MOVE ZEROS        TO DT-PLANO-SIT
                MOVE SPACES       TO DS-PLANO-SIT
            END-IF
            MOVE WS-DATA-HOJE-8   TO DT-DECISAO-SIT
            MOVE WS-OPERADOR      TO CD-OPERADOR-SIT
            REWRITE REG-SITUACAO-ACAD
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR A DECISAO. '
                NOT INVALID KEY
                    DISPLAY 'Decisao registrada.'
                    MOVE WS-ID-ALUNO  TO WL-CHAVE
                    MOVE 'JUBILAMENTO PROPOSTO' TO WL-VALOR-ANTIGO
                    CALL 'AUDITLOG' USING WL-AUDITORIA
            END-REWRITE
            PERFORM P385-EMITE-CARTA THRU P385-FIM
            CLOSE SITUACAD
            .
       P350-FIM.
      ******************************************************************
      * RELATORIO POR CURSO - ALUNOS FORA DA SITUACAO REGULAR, COM O
      * MOTIVO, A MATERIA, OS TERMOS E A SITUACAO DO PLANO
      ******************************************************************
       P360-RELATORIO.
            PERFORM P312-CARREGA-CURSOS THRU P312-FIM
            MOVE ZEROS            TO WS-QTD-OBSERVANCIA
                                     WS-QTD-PROPOSTOS WS-QTD-JUBILADOS
            MOVE 'SITUACAO'       TO WL-SPL-RELATORIO
            CALL 'SPOOLREG' USING WL-SPOOL
            IF WL-SPOOL-ABERTO
                MOVE WL-SPL-ARQUIVO TO WS-ARQ-RELATORIO
            ELSE
                MOVE 'C:\COBOL\SITUACAO_REL.TXT' TO WS-ARQ-RELATORIO
            END-IF
            SET FS-OK             TO TRUE
            SET FS-REL-OK         TO TRUE
            OPEN INPUT ALUNOS
            OPEN OUTPUT RELATORIO
            IF NOT (FS-OK AND FS-REL-OK)
                DISPLAY 'ERRO AO ABRIR ALUNOS/RELATORIO. '
                DISPLAY 'FILE STATUS ALUNOS   : ' WS-FS
                DISPLAY 'FILE STATUS RELATORIO: ' WS-FS-REL
                CLOSE ALUNOS
                CLOSE RELATORIO
                GO TO P360-FIM
            END-IF
            MOVE 'SITUACAO ACADEMICA POR CURSO' TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE ALL '=' TO REG-RELATORIO
            WRITE REG-RELATORIO
            PERFORM VARYING WS-ID-CURSO-REL FROM 1 BY 1
                    UNTIL WS-ID-CURSO-REL > 998
                IF WS-CUR-EXISTE(WS-ID-CURSO-REL) EQUAL 'S'
                    MOVE WS-CUR-NOME(WS-ID-CURSO-REL)
                        TO WS-NM-CURSO-REL
                    PERFORM P362-LISTA-CURSO THRU P362-FIM
                END-IF
            END-PERFORM
            MOVE ZEROS            TO WS-ID-CURSO-REL
            MOVE 'SEM CURSO'      TO WS-NM-CURSO-REL
            PERFORM P362-LISTA-CURSO THRU P362-FIM

            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES TO WS-LINHA-REL
            STRING 'TOTAL GERAL - OBSERVANCIA: ' WS-QTD-OBSERVANCIA
                   '  JUBILAMENTO PROPOSTO: ' WS-QTD-PROPOSTOS
                   '  JUBILADOS: ' WS-QTD-JUBILADOS
                   DELIMITED BY SIZE INTO WS-LINHA-REL
            MOVE WS-LINHA-REL TO REG-RELATORIO
            WRITE REG-RELATORIO
            CLOSE ALUNOS
            CLOSE RELATORIO
            DISPLAY 'Relatorio gerado em ' WS-ARQ-RELATORIO
            .
       P360-FIM.
       P362-LISTA-CURSO.
            SET CAB-IMPRESSO      TO FALSE
            MOVE ZEROS            TO WS-QTD-CUR-P WS-QTD-CUR-J
                                     WS-QTD-CUR-C
            SET EOF-OK            TO FALSE
            SET FS-SIT-OK         TO TRUE
            OPEN INPUT SITUACAD
            IF NOT FS-SIT-OK
                CLOSE SITUACAD
                GO TO P362-FIM
            END-IF
            PERFORM UNTIL EOF-OK
                READ SITUACAD NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF ID-CURSO-SIT EQUAL WS-ID-CURSO-REL AND
                           NOT SIT-REGULAR
                            PERFORM P364-DETALHE THRU P364-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE SITUACAD
            IF CAB-IMPRESSO
                MOVE SPACES TO WS-LINHA-REL
                STRING '  OBSERVANCIA: ' WS-QTD-CUR-P
                       '  JUBILAMENTO PROPOSTO: ' WS-QTD-CUR-J
                       '  JUBILADOS: ' WS-QTD-CUR-C
                       DELIMITED BY SIZE INTO WS-LINHA-REL
                MOVE WS-LINHA-REL TO REG-RELATORIO
                WRITE REG-RELATORIO
            END-IF
            .
       P362-FIM.
       P364-DETALHE.
            IF NOT CAB-IMPRESSO
                SET CAB-IMPRESSO  TO TRUE
                MOVE SPACES TO REG-RELATORIO
                WRITE REG-RELATORIO
                MOVE SPACES TO WS-LINHA-REL
                STRING 'CURSO ' WS-ID-CURSO-REL ' - ' WS-NM-CURSO-REL
                       DELIMITED BY SIZE INTO WS-LINHA-REL
                MOVE WS-LINHA-REL TO REG-RELATORIO
                WRITE REG-RELATORIO
                MOVE WS-CAB-REL   TO REG-RELATORIO
                WRITE REG-RELATORIO
            END-IF
            MOVE ID-ALUNO-SIT     TO DET-ID-ALUNO ID-ALUNO
            READ ALUNOS
                INVALID KEY
                    MOVE SPACES   TO NM-ALUNO
            END-READ
            MOVE NM-ALUNO         TO DET-NM-ALUNO
            EVALUATE TRUE
                WHEN SIT-OBSERVANCIA
                    MOVE 'OBSERVANCIA'   TO DET-SITUACAO
                    ADD 1 TO WS-QTD-CUR-P WS-QTD-OBSERVANCIA
                WHEN SIT-JUBILAMENTO-PROPOSTO
                    MOVE 'JUB. PROPOSTO' TO DET-SITUACAO
                    ADD 1 TO WS-QTD-CUR-J WS-QTD-PROPOSTOS
                WHEN OTHER
                    MOVE 'JUBILADO'      TO DET-SITUACAO
                    ADD 1 TO WS-QTD-CUR-C WS-QTD-JUBILADOS
            END-EVALUATE
            MOVE CD-MOTIVO-SIT    TO DET-MOTIVO
            MOVE ID-MATERIA-SIT   TO DET-ID-MATERIA
            MOVE QT-REPROVACOES-SIT TO DET-REPROVACOES
            MOVE QT-TERMOS-SIT    TO DET-TERMOS
            MOVE QT-TERMOS-MAX-SIT TO DET-TERMOS-MAX
            EVALUATE TRUE
                WHEN NOT SIT-OBSERVANCIA
                    MOVE '-'          TO DET-PLANO
                WHEN PLANO-ASSINADO
                    MOVE 'ASSINADO'   TO DET-PLANO
                WHEN OTHER
                    MOVE 'PENDENTE'   TO DET-PLANO
            END-EVALUATE
            MOVE WS-DET-REL       TO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P364-FIM.
       P370-CONSULTA.
            DISPLAY 'Informe o ID do aluno: '
            ACCEPT WS-ID-ALUNO
            SET FS-SIT-OK         TO TRUE
            OPEN INPUT SITUACAD
            IF NOT FS-SIT-OK
                DISPLAY 'NENHUMA AVALIACAO DE SITUACAO FEITA AINDA. '
                CLOSE SITUACAD
                GO TO P370-FIM
            END-IF
            MOVE WS-ID-ALUNO      TO ID-ALUNO-SIT
            READ SITUACAD
                INVALID KEY
                    DISPLAY 'ALUNO SEM AVALIACAO - SITUACAO REGULAR.'
                NOT INVALID KEY
                    PERFORM P372-MOSTRA THRU P372-FIM
            END-READ
            CLOSE SITUACAD
            .
       P370-FIM.
       P372-MOSTRA.
            MOVE DT-TERMO-SIT     TO WS-DATA-AUX
            PERFORM P420-EDITA-DATA THRU P420-FIM
            DISPLAY 'ALUNO ' ID-ALUNO-SIT '  TERMO AVALIADO '
                    WS-DATA-EDIT
            EVALUATE TRUE
                WHEN SIT-REGULAR
                    DISPLAY 'SITUACAO: REGULAR'
                WHEN SIT-OBSERVANCIA
                    DISPLAY 'SITUACAO: EM OBSERVANCIA'
                WHEN SIT-JUBILAMENTO-PROPOSTO
                    DISPLAY 'SITUACAO: JUBILAMENTO PROPOSTO'
                WHEN SIT-JUBILADO
                    DISPLAY 'SITUACAO: JUBILADO'
            END-EVALUATE
            EVALUATE TRUE
                WHEN MOTIVO-REPROVACOES
                    DISPLAY 'MOTIVO: ' QT-REPROVACOES-SIT
                            ' REPROVACOES NA MATERIA ' ID-MATERIA-SIT
                WHEN MOTIVO-PRAZO
                    DISPLAY 'MOTIVO: ' QT-TERMOS-SIT ' TERMOS DE UM '
                            'PRAZO DE ' QT-TERMOS-MAX-SIT
                            ' SEM CONCLUIR O CURSO ' ID-CURSO-SIT
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            IF SIT-OBSERVANCIA
                IF PLANO-ASSINADO
                    MOVE DT-PLANO-SIT TO WS-DATA-AUX
                    PERFORM P420-EDITA-DATA THRU P420-FIM
                    DISPLAY 'PLANO ASSINADO EM ' WS-DATA-EDIT ': '
                            DS-PLANO-SIT
                ELSE
                    DISPLAY 'PLANO DE ESTUDOS PENDENTE - MATRICULA '
                            'BLOQUEADA.'
                END-IF
            END-IF
            IF DT-DECISAO-SIT > 0
                MOVE DT-DECISAO-SIT TO WS-DATA-AUX
                PERFORM P420-EDITA-DATA THRU P420-FIM
                DISPLAY 'DECISAO DA COORDENACAO EM ' WS-DATA-EDIT
                        ' POR ' CD-OPERADOR-SIT
            END-IF
            .
       P372-FIM.
       P380-REEMITE.
            DISPLAY 'Informe o ID do aluno: '
            ACCEPT WS-ID-ALUNO
            SET FS-SIT-OK         TO TRUE
            OPEN INPUT SITUACAD
            IF NOT FS-SIT-OK
                DISPLAY 'NENHUMA AVALIACAO DE SITUACAO FEITA AINDA. '
                CLOSE SITUACAD
                GO TO P380-FIM
            END-IF
            MOVE WS-ID-ALUNO      TO ID-ALUNO-SIT
            READ SITUACAD
                INVALID KEY
                    DISPLAY 'ALUNO SEM AVALIACAO DE SITUACAO! '
                    CLOSE SITUACAD
                    GO TO P380-FIM
            END-READ
            IF SIT-REGULAR
                DISPLAY 'ALUNO EM SITUACAO REGULAR - SEM CARTA. '
            ELSE
                PERFORM P385-EMITE-CARTA THRU P385-FIM
            END-IF
            CLOSE SITUACAD
            .
       P380-FIM.
      * CARTA AVULSA (DECISAO OU REEMISSAO) NO SPOOL 'SITCARTA'
       P385-EMITE-CARTA.
            SET FS-OK             TO TRUE
            OPEN INPUT ALUNOS
            IF FS-OK
                MOVE ID-ALUNO-SIT TO ID-ALUNO
                READ ALUNOS
                    INVALID KEY
                        MOVE SPACES TO NM-ALUNO RUA-ALUNO BAIRRO-ALUNO
                                       CIDADE-ALUNO UF-ALUNO CEP-ALUNO
                END-READ
            END-IF
            CLOSE ALUNOS
            MOVE 'SITCARTA'       TO WL-SPL-RELATORIO
            CALL 'SPOOLREG' USING WL-SPOOL
            IF WL-SPOOL-ABERTO
                MOVE WL-SPL-ARQUIVO TO WS-ARQ-RELATORIO
            ELSE
                MOVE 'C:\COBOL\SITCARTA.TXT' TO WS-ARQ-RELATORIO
            END-IF
            SET FS-REL-OK         TO TRUE
            OPEN OUTPUT RELATORIO
            IF NOT FS-REL-OK
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DA CARTA. '
                DISPLAY 'FILE STATUS: ' WS-FS-REL
                GO TO P385-FIM
            END-IF
            PERFORM P430-CARTA THRU P430-FIM
            CLOSE RELATORIO
            DISPLAY 'Carta emitida em ' WS-ARQ-RELATORIO
            .
       P385-FIM.
      * CALENDARIO ACADEMICO (EVENTO 'T' QUE COBRE A DATA DE HOJE) -
      * SEM TERMO CORRENTE VALE A DATA DA AVALIACAO
       P400-ACHA-TERMO.
            MOVE ZEROS            TO WS-DT-TERMO
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
                                MOVE DT-EVENTO-CAL TO WS-DT-TERMO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CALENDARIO
            END-IF
            IF WS-DT-TERMO EQUAL ZEROS
                DISPLAY 'SEM TERMO CORRENTE NO CALENDARIO - A '
                        'AVALIACAO FICA COM A DATA DE HOJE.'
                MOVE WS-DATA-HOJE-8 TO WS-DT-TERMO
            END-IF
            .
       P400-FIM.
       P410-LE-OPERADOR.
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
       P410-FIM.
       P420-EDITA-DATA.
            MOVE WS-DATA-AUX-DD   TO WS-DATA-EDIT-DD
            MOVE WS-DATA-AUX-MM   TO WS-DATA-EDIT-MM
            MOVE WS-DATA-AUX-AAAA TO WS-DATA-EDIT-AAAA
            .
       P420-FIM.
      * PAI, MAE OU RESPONSAVEL DO ALUNO, COMO NA CARTA DE AVISO DAS
      * NEGATIVACOES; SEM RESPONSAVEL A CARTA VAI AO PROPRIO ALUNO
       P425-BUSCA-RESPONSAVEL.
            MOVE ZEROS            TO WS-ID-CONTATO-RSP
            MOVE SPACES           TO WS-NM-RESPONSAVEL
            SET EOF-RSP-OK        TO FALSE
            SET FS-RSP-OK         TO TRUE
            OPEN INPUT RESPONSAVEIS
            IF NOT FS-RSP-OK
                GO TO P425-FIM
            END-IF
            PERFORM UNTIL EOF-RSP-OK
                READ RESPONSAVEIS NEXT
                    AT END
                        SET EOF-RSP-OK TO TRUE
                    NOT AT END
                        IF ID-ALUNO-RSP EQUAL ID-ALUNO-SIT
                           AND (VINCULO-PAI OR VINCULO-MAE OR
                                VINCULO-RESPONSAVEL)
                            MOVE ID-CONTATO-RSP TO WS-ID-CONTATO-RSP
                            SET EOF-RSP-OK      TO TRUE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE RESPONSAVEIS
            IF WS-ID-CONTATO-RSP EQUAL ZEROS
                GO TO P425-FIM
            END-IF
            SET FS-CTT-OK         TO TRUE
            OPEN INPUT CONTATOS
            IF FS-CTT-OK
                MOVE WS-ID-CONTATO-RSP TO ID-CONTATO
                READ CONTATOS
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE NM-CONTATO TO WS-NM-RESPONSAVEL
                END-READ
            END-IF
            CLOSE CONTATOS
            .
       P425-FIM.
      ******************************************************************
      * CARTA AO RESPONSAVEL - ENDERECO DO CADASTRO DO ALUNO (REG-ALUNO
      * JA LIDO) E A SITUACAO DE REG-SITUACAO-ACAD
      ******************************************************************
       P430-CARTA.
            PERFORM P425-BUSCA-RESPONSAVEL THRU P425-FIM
            MOVE SPACES           TO WS-NM-MATERIA-CARTA
            IF MOTIVO-REPROVACOES
                SET FS-MTR-OK     TO TRUE
                OPEN INPUT MATERIAS
                IF FS-MTR-OK
                    MOVE ID-MATERIA-SIT TO ID-MATERIA
                    READ MATERIAS
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            MOVE NM-MATERIA TO WS-NM-MATERIA-CARTA
                    END-READ
                END-IF
                CLOSE MATERIAS
            END-IF

            MOVE ALL '=' TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE 'COMUNICADO DE SITUACAO ACADEMICA' TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES TO WS-LINHA-REL
            IF WS-NM-RESPONSAVEL EQUAL SPACES
                STRING 'A ' NM-ALUNO '  ALUNO ' ID-ALUNO-SIT
                       DELIMITED BY SIZE INTO WS-LINHA-REL
                MOVE WS-LINHA-REL TO REG-RELATORIO
                WRITE REG-RELATORIO
            ELSE
                STRING 'A ' WS-NM-RESPONSAVEL
                       DELIMITED BY SIZE INTO WS-LINHA-REL
                MOVE WS-LINHA-REL TO REG-RELATORIO
                WRITE REG-RELATORIO
                MOVE SPACES TO WS-LINHA-REL
                STRING 'RESPONSAVEL POR ' NM-ALUNO '  ALUNO '
                       ID-ALUNO-SIT
                       DELIMITED BY SIZE INTO WS-LINHA-REL
                MOVE WS-LINHA-REL TO REG-RELATORIO
                WRITE REG-RELATORIO
            END-IF
            MOVE SPACES TO WS-LINHA-REL
            STRING RUA-ALUNO ', ' BAIRRO-ALUNO
                   DELIMITED BY SIZE INTO WS-LINHA-REL
            MOVE WS-LINHA-REL TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES TO WS-LINHA-REL
            STRING CIDADE-ALUNO ' - ' UF-ALUNO '  CEP ' CEP-ALUNO-1
                   '-' CEP-ALUNO-2
                   DELIMITED BY SIZE INTO WS-LINHA-REL
            MOVE WS-LINHA-REL TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE DT-TERMO-SIT     TO WS-DATA-AUX
            PERFORM P420-EDITA-DATA THRU P420-FIM
            MOVE SPACES TO WS-LINHA-REL
            EVALUATE TRUE
                WHEN SIT-OBSERVANCIA
                    STRING 'COMUNICAMOS QUE NA AVALIACAO DO TERMO '
                           'INICIADO EM ' WS-DATA-EDIT ' O ALUNO FOI'
                           DELIMITED BY SIZE INTO WS-LINHA-REL
                    MOVE WS-LINHA-REL TO REG-RELATORIO
                    WRITE REG-RELATORIO
                    MOVE 'COLOCADO EM OBSERVANCIA ACADEMICA.'
                        TO REG-RELATORIO
                    WRITE REG-RELATORIO
                WHEN SIT-JUBILAMENTO-PROPOSTO
                    STRING 'COMUNICAMOS QUE A AVALIACAO DO TERMO '
                           'INICIADO EM ' WS-DATA-EDIT ' PROPOS O'
                           DELIMITED BY SIZE INTO WS-LINHA-REL
                    MOVE WS-LINHA-REL TO REG-RELATORIO
                    WRITE REG-RELATORIO
                    MOVE 'JUBILAMENTO DO ALUNO, SUJEITO A DECISAO DA '
                         & 'COORDENACAO.' TO REG-RELATORIO
                    WRITE REG-RELATORIO
                WHEN OTHER
                    MOVE DT-DECISAO-SIT TO WS-DATA-AUX
                    PERFORM P420-EDITA-DATA THRU P420-FIM
                    STRING 'COMUNICAMOS QUE A COORDENACAO CONFIRMOU EM '
                           WS-DATA-EDIT ' O JUBILAMENTO DO ALUNO'
                           DELIMITED BY SIZE INTO WS-LINHA-REL
                    MOVE WS-LINHA-REL TO REG-RELATORIO
                    WRITE REG-RELATORIO
                    MOVE 'E O CANCELAMENTO DA MATRICULA.'
                        TO REG-RELATORIO
                    WRITE REG-RELATORIO
            END-EVALUATE
            MOVE SPACES TO WS-LINHA-REL
            IF MOTIVO-REPROVACOES
                MOVE QT-REPROVACOES-SIT TO WS-QT-EDIT
                STRING 'MOTIVO: ' WS-QT-EDIT ' REPROVACOES NA MATERIA '
                       ID-MATERIA-SIT ' - ' WS-NM-MATERIA-CARTA
                       DELIMITED BY SIZE INTO WS-LINHA-REL
            ELSE
                MOVE QT-TERMOS-SIT     TO WS-QT-EDIT
                MOVE QT-TERMOS-MAX-SIT TO WS-QT-EDIT-2
                STRING 'MOTIVO: ' WS-QT-EDIT ' TERMOS CURSADOS DE UM '
                       'PRAZO MAXIMO DE ' WS-QT-EDIT-2
                       ' SEM CONCLUIR O CURSO.'
                       DELIMITED BY SIZE INTO WS-LINHA-REL
            END-IF
            MOVE WS-LINHA-REL TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO
            EVALUATE TRUE
                WHEN SIT-OBSERVANCIA
                    MOVE 'A MATRICULA DO PROXIMO TERMO DEPENDE DE UM '
                         & 'PLANO DE ESTUDOS ASSINADO PELO ALUNO E'
                         TO REG-RELATORIO
                    WRITE REG-RELATORIO
                    MOVE 'PELO RESPONSAVEL, ENTREGUE NA COORDENACAO.'
                        TO REG-RELATORIO
                    WRITE REG-RELATORIO
                WHEN SIT-JUBILAMENTO-PROPOSTO
                    MOVE 'PEDIMOS COMPARECER A COORDENACAO PARA '
                         & 'ENTREVISTA ANTES DA DECISAO.'
                         TO REG-RELATORIO
                    WRITE REG-RELATORIO
                WHEN OTHER
                    MOVE 'DUVIDAS DEVEM SER TRATADAS NA SECRETARIA.'
                        TO REG-RELATORIO
                    WRITE REG-RELATORIO
            END-EVALUATE
            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE 'A COORDENACAO' TO REG-RELATORIO
            WRITE REG-RELATORIO
            ADD 1 TO WS-QTD-CARTAS
            .
       P430-FIM.
       P900-FIM.
            GOBACK.
      * RESOLVE OS CAMINHOS FISICOS PELO CONFIGSYS (PRODUCAO OU
      * TESTE); SEM CONFIGURACAO VALEM OS PADROES ACIMA
       P050-CONFIGURA.
            MOVE 'D3-SITUACAD' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-SITUACAD TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-SITUACAD
            MOVE 'TERMOS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-TERMOS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-TERMOS
            MOVE 'D3-TODOS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-TODOS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-TODOS
            MOVE 'D3-REGISTRO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-REGISTRO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-REGISTRO
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
            MOVE 'D3-MATERIAS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-MATERIAS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-MATERIAS
            MOVE 'CALENDARIO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-CALENDARIO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-CALENDARIO
            MOVE 'RESPONSA' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-RESPONSA TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-RESPONSA
            MOVE 'CONTATOS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-CONTATOS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-CONTATOS
            MOVE 'SESSAO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-SESSAO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-SESSAO
            MOVE 'SISSITAC-SRT' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-SORT TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-SORT
            MOVE 'BIN-SISEVADE' TO WL-CFG-CHAVE
            MOVE WS-BIN-SISEVADE TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-BIN-SISEVADE
            MOVE 'SIT-REPROV-OBSERV' TO WL-CFG-CHAVE
            MOVE WS-CFG-REPROV-OBSERV TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-CFG-REPROV-OBSERV
            IF WS-CFG-REPROV-OBSERV(1:2) NUMERIC
                MOVE WS-CFG-REPROV-OBSERV(1:2) TO WS-REPROV-OBSERV
            END-IF
            MOVE 'SIT-REPROV-JUBILA' TO WL-CFG-CHAVE
            MOVE WS-CFG-REPROV-JUBILA TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-CFG-REPROV-JUBILA
            IF WS-CFG-REPROV-JUBILA(1:2) NUMERIC
                MOVE WS-CFG-REPROV-JUBILA(1:2) TO WS-REPROV-JUBILA
            END-IF
            MOVE 'SIT-MAX-TERMOS' TO WL-CFG-CHAVE
            MOVE WS-CFG-MAX-TERMOS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-CFG-MAX-TERMOS
            IF WS-CFG-MAX-TERMOS(1:2) NUMERIC
                MOVE WS-CFG-MAX-TERMOS(1:2) TO WS-MAX-TERMOS
            END-IF
            .
       P050-FIM.
       END PROGRAM SISSITAC.

      ******************************************************************
      * Author: ANDREI BATISTA
      * Date: 15/10/2026
      * Purpose: MONITORIA - CADASTRO DOS MONITORES DO TERMO
      *          (MONITOR.DAT): O ALUNO ATIVO E SELECIONADO PARA UMA
      *          MATERIA EM QUE FOI APROVADO COM MEDIA (MEDIA-BOLETIM)
      *          DE PELO MENOS MONI-MEDIA-MINIMA, NO TODOS CORRENTE OU
      *          EM TERMO ARQUIVADO (TERMOS.DAT), E RECEBE BOLSA-
      *          AUXILIO EM DINHEIRO OU DESCONTO NA MENSALIDADE (O
      *          DESCONTO ENTRA NO SISMENSA JUNTO COM A BOLSA). A GRADE
      *          SEMANAL DE ATENDIMENTO (MONIHOR.DAT) NAO PODE CHOCAR
      *          COM AS AULAS DAS MATERIAS EM QUE O MONITOR ESTA
      *          MATRICULADO (HORARIOS.DAT); CADA SESSAO REALIZADA
      *          (MONISESS.DAT) RECEBE A LISTA DOS ALUNOS ATENDIDOS
      *          (MONIPRES.DAT) E SOMA MONI-HORAS-SESSAO HORAS AO
      *          MONITOR. FOLHA MENSAL DA BOLSA-AUXILIO NO SPOOL
      *          'MONIPAGA'. NO ENCERRAMENTO DO TERMO (PERFIL 'N' DO
      *          AUTHOPR) SAI O CERTIFICADO DE HORAS (MONICERT.DAT,
      *          SPOOL 'MONICERT', COM DIGITO DO DIGVERIF CONFERIDO NO
      *          SISAUTEN) E AS HORAS ENTRAM COMO ATIVIDADE
      *          COMPLEMENTAR JA APROVADA (ATIVCOMP.DAT, CATEGORIA
      *          MONI-CATEGORIA). O RELATORIO DE APROVEITAMENTO
      *          (SPOOL 'MONIEFIC') COMPARA NO BOLETIM DO TERMO A
      *          MEDIA E A APROVACAO DE QUEM FOI A MONITORIA COM AS DE
      *          QUEM NAO FOI, POR MATERIA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISMONIT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
               SELECT MONITORES ASSIGN TO WS-ARQ-CFG-D3-MONITOR
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-MONITOR
               ALTERNATE RECORD KEY IS ID-ALUNO-MON
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-MON.

               SELECT MONIHOR ASSIGN TO WS-ARQ-CFG-D3-MONIHOR
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-MONI-HORARIO
               FILE STATUS IS WS-FS-MHR.

               SELECT MONISESS ASSIGN TO WS-ARQ-CFG-D3-MONISESS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS NR-SESSAO-MSS
               ALTERNATE RECORD KEY IS CHAVE-ALT-SESSAO-MSS
               FILE STATUS IS WS-FS-MSS.

               SELECT MONIPRES ASSIGN TO WS-ARQ-CFG-D3-MONIPRES
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-PRESENCA-MPR
               FILE STATUS IS WS-FS-MPR.

               SELECT MONICERT ASSIGN TO WS-ARQ-CFG-D3-MONICERT
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS NR-CERT-MCT
               FILE STATUS IS WS-FS-MCT.

               SELECT ALUNOS ASSIGN TO WS-ARQ-CFG-D3-REGISTRO
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS ID-ALUNO
               ALTERNATE RECORD KEY IS NM-ALUNO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS.

               SELECT MATERIAS ASSIGN TO WS-ARQ-CFG-D3-MATERIAS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS ID-MATERIA
               FILE STATUS IS WS-FS-MTR.

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

               SELECT TODOS ASSIGN TO WS-ARQ-CFG-D3-TODOS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-BOLETIM
               ALTERNATE RECORD KEY IS ID-ALUNO-2
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-TOD.

               SELECT TERMOS ASSIGN TO WS-ARQ-CFG-TERMOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRM.

               SELECT TODOS-ARQ ASSIGN TO WS-ARQ-TODOS-HIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARQ.

               SELECT CALENDARIO ASSIGN TO WS-ARQ-CFG-CALENDARIO
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-CALENDARIO
               FILE STATUS IS WS-FS-CAL.

               SELECT CATEGORIAS ASSIGN TO WS-ARQ-CFG-D3-ATVCATEG
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS CD-CATEGORIA-ATC
               FILE STATUS IS WS-FS-ATC.

               SELECT ATIVIDADES ASSIGN TO WS-ARQ-CFG-D3-ATIVCOMP
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS NR-ATIVIDADE-ATV
               ALTERNATE RECORD KEY IS ID-ALUNO-ATV
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-ATV.

               SELECT CONTROLE ASSIGN TO WS-ARQ-CFG-D3-CONTROLE
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS CHAVE-CONTROLE
               FILE STATUS IS WS-FS-CTRL.

               SELECT SESSAO ASSIGN TO WS-ARQ-CFG-SESSAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SES.

               SELECT RELATORIO ASSIGN TO WS-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD MONITORES.
          COPY FD_MONIT.
       FD MONIHOR.
          COPY FD_MONHR.
       FD MONISESS.
          COPY FD_MONSE.
       FD MONIPRES.
          COPY FD_MONPR.
       FD MONICERT.
          COPY FD_MONCT.
       FD ALUNOS.
          COPY FD_REGIS.
       FD MATERIAS.
          COPY FD_MATER.
       FD MATRICULAS.
          COPY FD_MATRI.
       FD HORARIOS.
          COPY FD_HORAR.
       FD TODOS.
          COPY FD_TODOS.
       FD TERMOS.
       01 REG-TERMO-FECHADO.
          03 TRM-DATA-FECHAMENTO           PIC 9(06).
          03 TRM-CD-TERMO                  PIC X(06).
          03 TRM-ARQ-TODOS                 PIC X(60).
       FD TODOS-ARQ.
       01 REG-TODOS-ARQ                    PIC X(153).
       FD CALENDARIO.
          COPY FD_CALEN.
       FD CATEGORIAS.
          COPY FD_ATCAT.
       FD ATIVIDADES.
          COPY FD_ATCOM.
       FD CONTROLE.
          COPY FD_CTRL.
       FD SESSAO.
       01 REG-SESSAO.
          03 SES-CD-OPERADOR               PIC X(06).
          03 SES-NM-OPERADOR               PIC X(20).
          03 SES-PERFIL                    PIC X(01).
       FD RELATORIO.
       01 REG-RELATORIO                    PIC X(100).

       WORKING-STORAGE SECTION.
       77 WS-FS                            PIC 99.
          88 FS-OK                         VALUE 0.
       77 WS-FS-MON                        PIC 99.
          88 FS-MON-OK                     VALUE 0.
       77 WS-FS-MHR                        PIC 99.
          88 FS-MHR-OK                     VALUE 0.
       77 WS-FS-MSS                        PIC 99.
          88 FS-MSS-OK                     VALUE 0.
       77 WS-FS-MPR                        PIC 99.
          88 FS-MPR-OK                     VALUE 0.
       77 WS-FS-MCT                        PIC 99.
          88 FS-MCT-OK                     VALUE 0.
       77 WS-FS-MTR                        PIC 99.
          88 FS-MTR-OK                     VALUE 0.
       77 WS-FS-MAT                        PIC 99.
          88 FS-MAT-OK                     VALUE 0.
       77 WS-FS-HOR                        PIC 99.
          88 FS-HOR-OK                     VALUE 0.
       77 WS-FS-TOD                        PIC 99.
          88 FS-TOD-OK                     VALUE 0.
       77 WS-FS-TRM                        PIC 99.
          88 FS-TRM-OK                     VALUE 0.
       77 WS-FS-ARQ                        PIC 99.
          88 FS-ARQ-OK                     VALUE 0.
       77 WS-FS-CAL                        PIC 99.
          88 FS-CAL-OK                     VALUE 0.
       77 WS-FS-ATC                        PIC 99.
          88 FS-ATC-OK                     VALUE 0.
       77 WS-FS-ATV                        PIC 99.
          88 FS-ATV-OK                     VALUE 0.
       77 WS-FS-CTRL                       PIC 99.
          88 FS-CTRL-OK                    VALUE 0.
       77 WS-FS-SES                        PIC 99.
          88 FS-SES-OK                     VALUE 0.
       77 WS-FS-REL                        PIC 99.
          88 FS-REL-OK                     VALUE 0.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE 'S' FALSE 'N'.
       77 WS-EOF-MON                       PIC X.
          88 EOF-MON-OK                    VALUE 'S' FALSE 'N'.
       77 WS-EOF-MHR                       PIC X.
          88 EOF-MHR-OK                    VALUE 'S' FALSE 'N'.
       77 WS-EOF-MSS                       PIC X.
          88 EOF-MSS-OK                    VALUE 'S' FALSE 'N'.
       77 WS-EOF-MAT                       PIC X.
          88 EOF-MAT-OK                    VALUE 'S' FALSE 'N'.
       77 WS-EOF-CAL                       PIC X.
          88 EOF-CAL-OK                    VALUE 'S' FALSE 'N'.
       77 WS-EOF-TRM                       PIC X.
          88 EOF-TRM-OK                    VALUE 'S' FALSE 'N'.
       77 WS-EOF-ARQ                       PIC X.
          88 EOF-ARQ-OK                    VALUE 'S' FALSE 'N'.
       77 WS-ACHOU                         PIC X VALUE 'N'.
          88 ACHOU-OK                      VALUE 'S' FALSE 'N'.
       77 WS-CHOQUE                        PIC X VALUE 'N'.
          88 CHOQUE-OK                     VALUE 'S' FALSE 'N'.
       77 WS-FIM-PRESENCA                  PIC X VALUE 'N'.
          88 FIM-PRESENCA                  VALUE 'S' FALSE 'N'.
       77 WS-FALHOU                        PIC X VALUE 'N'.
          88 FALHOU                        VALUE 'S' FALSE 'N'.
       77 WS-TAB-CHEIA                     PIC X VALUE 'N'.
          88 TAB-CHEIA                     VALUE 'S' FALSE 'N'.
       77 WS-OPCAO                         PIC X.
       77 WS-CONFIRM                       PIC X VALUE SPACES.
       77 WS-CTRL-NOVO                     PIC X VALUE 'N'.
       77 WS-DATA-HOJE-8                   PIC 9(08).
       77 WS-OPERADOR                      PIC X(06) VALUE SPACES.
       77 WS-CD-TERMO                      PIC X(06) VALUE SPACES.
       77 WS-CD-TERMO-CORRENTE             PIC X(06) VALUE SPACES.
       77 WS-CD-TERMO-AUX                  PIC X(06) VALUE SPACES.
       77 WS-ID-ALUNO                      PIC 9(06).
       77 WS-NM-ALUNO                      PIC X(20).
       77 WS-ID-MATERIA                    PIC 9(03).
       77 WS-ID-MATERIA-FILTRO             PIC 9(03).
       77 WS-NM-MATERIA                    PIC X(20).
       77 WS-ID-MATERIA-CHOQUE             PIC 9(03).
       77 WS-DIA-SEMANA                    PIC 9(01).
       77 WS-PERIODO                       PIC 9(01).
       77 WS-INC-EXC                       PIC X(01).
       77 WS-LOCAL                         PIC X(10).
       77 WS-TP-BENEFICIO                  PIC X(01).
       77 WS-VL-BOLSA                      PIC 9(05)V99.
       77 WS-PC-DESCONTO                   PIC 9(03).
       77 WS-DT-SESSAO                     PIC 9(08).
       77 WS-NR-SESSAO                     PIC 9(06).
       77 WS-ID-PRESENTE                   PIC 9(06).
       77 WS-QT-PRESENTES                  PIC 9(03).
       77 WS-COMPETENCIA                   PIC 9(06).
       77 WS-DT-INI-MES                    PIC 9(08).
       77 WS-DT-FIM-MES                    PIC 9(08).
       77 WS-QT-SESSOES-MES                PIC 9(03).
       77 WS-DIAS-AUX                      PIC 9(08).
       77 WS-IND                           PIC 9(04).
      * CONTROLE.DAT: CHAVE E NUMERO OBTIDO (SESSAO, CERTIFICADO E
      * ATIVIDADE COMPLEMENTAR)
       77 WS-CHAVE-CTRL                    PIC X(10).
       77 WS-NR-GERADO                     PIC 9(06).
      * MELHOR MEDIA DE APROVACAO DO CANDIDATO NA MATERIA
       77 WS-MELHOR-MEDIA                  PIC 9(02)V99.
       77 WS-TERMO-APROV                   PIC X(06).
       77 WS-MEDIA-EDIT                    PIC Z9,99.
       77 WS-MEDIA-EDIT-2                  PIC Z9,99.
       77 WS-VL-EDIT                       PIC ZZ.ZZ9,99.
       77 WS-VL-TOTAL                      PIC 9(07)V99 VALUE ZEROS.
       77 WS-VL-TOTAL-EDIT                 PIC Z.ZZZ.ZZ9,99.
       77 WS-QT-EDIT                       PIC ZZZZ9.
       77 WS-QT-EDIT-2                     PIC ZZZZ9.
       77 WS-PC-EDIT                       PIC ZZ9.
       77 WS-DIF-PC                        PIC S9(03).
       77 WS-DIF-PC-EDIT                   PIC -ZZ9.
       77 WS-DIF-EDIT                      PIC -Z9,99.
       77 WS-MEDIA-AUX                     PIC 9(02)V99.
       77 WS-MEDIA-AUX-2                   PIC 9(02)V99.
       77 WS-DIF-MEDIA                     PIC S9(02)V99.
       77 WS-PC-AUX                        PIC 9(03).
       77 WS-PC-AUX-2                      PIC 9(03).
       77 WS-CH-ATIVIDADE                  PIC 9(03).
       77 WS-NR-CERTIFICADO                PIC 9(06).
       77 WS-NR-ATIVIDADE                  PIC 9(06).
       77 WS-REF-CERTIFICADO               PIC X(20).
      * TOTAIS DAS ROTINAS DE TERMO
       77 WS-QTD-LIDOS                     PIC 9(05) VALUE ZEROS.
       77 WS-QTD-CERTIFICADOS              PIC 9(05) VALUE ZEROS.
       77 WS-QTD-SEM-HORAS                 PIC 9(05) VALUE ZEROS.
       77 WS-QTD-PAGOS                     PIC 9(05) VALUE ZEROS.
       77 WS-QTD-SEM-SESSAO                PIC 9(05) VALUE ZEROS.
      * PARAMETROS DA MONITORIA (CONFIGSYS)
       77 WS-CFG-MEDIA-MINIMA              PIC X(60) VALUE '0800'.
       01 WS-MEDIA-CONFIG                  PIC 9(04).
       01 WS-MEDIA-CONFIG-R REDEFINES WS-MEDIA-CONFIG
                                           PIC 9(02)V99.
       77 WS-MEDIA-MINIMA                  PIC 9(02)V99 VALUE 8.
       77 WS-CFG-HORAS-SESSAO              PIC X(60) VALUE '01'.
       77 WS-HORAS-SESSAO                  PIC 9(02) VALUE 1.
       77 WS-CFG-CATEGORIA                 PIC X(60) VALUE 'MONI'.
       77 WS-CATEGORIA                     PIC X(04) VALUE 'MONI'.
      * RELATORIO DE APROVEITAMENTO: ALUNOS ATENDIDOS NA MONITORIA DO
      * TERMO (ALUNO X MATERIA) E MONITORES, QUE FICAM FORA DA CONTA
       77 WS-QTD-ATD                       PIC 9(04) VALUE ZEROS.
       01 WS-TABELA-ATENDIDOS.
          03 WS-TAB-ATD OCCURS 3000 TIMES.
             05 WS-ATD-ID-ALUNO            PIC 9(06).
             05 WS-ATD-ID-MATERIA          PIC 9(03).
             05 WS-ATD-QT-SESSOES          PIC 9(03).
       77 WS-QTD-MNT                       PIC 9(03) VALUE ZEROS.
       01 WS-TABELA-MONITORES.
          03 WS-TAB-MNT OCCURS 300 TIMES.
             05 WS-MNT-ID-ALUNO            PIC 9(06).
             05 WS-MNT-ID-MATERIA          PIC 9(03).
       01 WS-TABELA-EFICACIA.
          03 WS-TAB-EF OCCURS 999 TIMES.
             05 WS-EF-MONITORIA            PIC X(01).
             05 WS-EF-QT-ATD               PIC 9(05).
             05 WS-EF-SOMA-ATD             PIC 9(07)V99.
             05 WS-EF-APR-ATD              PIC 9(05).
             05 WS-EF-QT-NAO               PIC 9(05).
             05 WS-EF-SOMA-NAO             PIC 9(07)V99.
             05 WS-EF-APR-NAO              PIC 9(05).
       77 WS-TOT-QT-ATD                    PIC 9(05) VALUE ZEROS.
       77 WS-TOT-SOMA-ATD                  PIC 9(07)V99 VALUE ZEROS.
       77 WS-TOT-APR-ATD                   PIC 9(05) VALUE ZEROS.
       77 WS-TOT-QT-NAO                    PIC 9(05) VALUE ZEROS.
       77 WS-TOT-SOMA-NAO                  PIC 9(07)V99 VALUE ZEROS.
       77 WS-TOT-APR-NAO                   PIC 9(05) VALUE ZEROS.
      * BOLETIM EM EXAME (TODOS CORRENTE OU ARQUIVO MORTO)
       77 WS-BOL-ID-ALUNO                  PIC 9(06).
       77 WS-BOL-ID-MATERIA                PIC 9(03).
       77 WS-BOL-MEDIA                     PIC 9(02)V99.
       77 WS-BOL-RESULTADO                 PIC X(14).
       01 WS-ARQ-TODOS-HIST                PIC X(60).
       01 WS-BUF-TODOS                     PIC X(153).
       01 WS-BUF-TODOS-R REDEFINES WS-BUF-TODOS.
          03 WS-BUF-ID-ALUNO               PIC 9(06).
          03 WS-BUF-ID-MATERIA             PIC 9(03).
          03 FILLER                        PIC X(20).
          03 WS-BUF-NM-MATERIA             PIC X(20).
          03 FILLER                        PIC X(04).
          03 WS-BUF-MEDIA                  PIC 9(02)V99.
          03 WS-BUF-RESULTADO              PIC X(14).
          03 FILLER                        PIC X(82).
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
       01 WS-DIAS-SEMANA-V.
          03 FILLER                        PIC X(21) VALUE
             'SEGTERQUAQUISEXSABDOM'.
       01 WS-DIAS-SEMANA REDEFINES WS-DIAS-SEMANA-V.
          03 WS-NM-DIA                     PIC X(03) OCCURS 7 TIMES.
       01 WS-LINHA-REL                     PIC X(100).
       01 WS-CAB-FOLHA.
          03 FILLER                        PIC X(40) VALUE
             'ALUNO  NOME                 MAT MATERIA '.
          03 FILLER                        PIC X(50) VALUE
             '             SESSOES       VALOR'.
       01 WS-DET-FOLHA.
          03 DET-ID-ALUNO                  PIC 9(06).
          03 FILLER                        PIC X(01) VALUE SPACE.
          03 DET-NM-ALUNO                  PIC X(20).
          03 FILLER                        PIC X(01) VALUE SPACE.
          03 DET-ID-MATERIA                PIC 9(03).
          03 FILLER                        PIC X(01) VALUE SPACE.
          03 DET-NM-MATERIA                PIC X(20).
          03 FILLER                        PIC X(03) VALUE SPACES.
          03 DET-SESSOES                   PIC ZZ9.
          03 FILLER                        PIC X(03) VALUE SPACES.
          03 DET-VALOR                     PIC ZZ.ZZ9,99.
          03 FILLER                        PIC X(01) VALUE SPACE.
          03 DET-OBSERVACAO                PIC X(25).
       01 WL-PARAMETROS-DV.
          03 WL-DV-OPERACAO                PIC X(01).
          03 WL-DV-NUMERO                  PIC 9(12).
          03 WL-DV-DIGITO                  PIC 9(01).
          03 WL-DV-OK                      PIC X(01).
             88 WL-DV-VALIDO               VALUE 'S'.
             88 WL-DV-INVALIDO             VALUE 'N'.
       01 WL-AUTORIZACAO.
          03 WL-FUNCAO                     PIC X(01).
          03 WL-AUT                        PIC X(01).
             88 WL-AUTORIZADO              VALUE 'S'.
             88 WL-NEGADO                  VALUE 'N'.
       01 WL-AUDITORIA.
          03 WL-PROGRAMA                   PIC X(12)
             VALUE 'SISMONIT'.
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
          'C:\COBOL\MONIPAGA.TXT'.
       01 WS-ARQ-CFG-D3-MONITOR            PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\MONITOR.DAT'.
       01 WS-ARQ-CFG-D3-MONIHOR            PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\MONIHOR.DAT'.
       01 WS-ARQ-CFG-D3-MONISESS           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\MONISESS.DAT'.
       01 WS-ARQ-CFG-D3-MONIPRES           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\MONIPRES.DAT'.
       01 WS-ARQ-CFG-D3-MONICERT           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\MONICERT.DAT'.
       01 WS-ARQ-CFG-D3-REGISTRO           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\REGISTRO.DAT'.
       01 WS-ARQ-CFG-D3-MATERIAS           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\MATERIAS.DAT'.
       01 WS-ARQ-CFG-D3-MATRICULAS         PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\MATRICULAS.DAT'.
       01 WS-ARQ-CFG-D3-HORARIOS           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\HORARIOS.DAT'.
       01 WS-ARQ-CFG-D3-TODOS              PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\TODOS.DAT'.
       01 WS-ARQ-CFG-TERMOS                PIC X(60) VALUE
          'C:\COBOL\ARQUIVO_MORTO\TERMOS.DAT'.
       01 WS-ARQ-CFG-CALENDARIO            PIC X(60) VALUE
          'C:\COBOL\CALENDARIO.DAT'.
       01 WS-ARQ-CFG-D3-ATVCATEG           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\ATVCATEG.DAT'.
       01 WS-ARQ-CFG-D3-ATIVCOMP           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\ATIVCOMP.DAT'.
       01 WS-ARQ-CFG-D3-CONTROLE           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\CONTROLE.DAT'.
       01 WS-ARQ-CFG-SESSAO                PIC X(60) VALUE
          'C:\COBOL\SESSAO.DAT'.
          COPY CFG_AREA.
       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM                   PIC X(50).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            PERFORM P050-CONFIGURA THRU P050-FIM
            PERFORM P300-PROCESSA THRU P300-FIM
                                    UNTIL WS-OPCAO = 'F' OR 'f'
            PERFORM P900-FIM
            .
       P300-PROCESSA.
            MOVE SPACES             TO WS-OPCAO
            DISPLAY '**************************************************'
            DISPLAY '***  MONITORIA - MONITORES E SESSOES           ***'
            DISPLAY '**************************************************'
            DISPLAY '*** 1 - Selecionar monitor                     ***'
            DISPLAY '*** 2 - Grade semanal do monitor               ***'
            DISPLAY '*** 3 - Registrar sessao e presenca            ***'
            DISPLAY '*** 4 - Desligar monitor                       ***'
            DISPLAY '*** 5 - Consultar monitores do termo           ***'
            DISPLAY '*** 6 - Folha mensal da bolsa-auxilio          ***'
            DISPLAY '*** 7 - Encerrar termo (certificados e horas)  ***'
            DISPLAY '*** 8 - Aproveitamento de quem foi a monitoria ***'
            DISPLAY '***          <TECLE F PARA FINALIZAR>          ***'
            DISPLAY '**************************************************'
            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN '1'
                    PERFORM P310-SELECIONA THRU P310-FIM
                WHEN '2'
                    PERFORM P330-GRADE     THRU P330-FIM
                WHEN '3'
                    PERFORM P340-SESSAO    THRU P340-FIM
                WHEN '4'
                    PERFORM P350-DESLIGA   THRU P350-FIM
                WHEN '5'
                    PERFORM P360-CONSULTA  THRU P360-FIM
                WHEN '6'
                    PERFORM P370-FOLHA     THRU P370-FIM
                WHEN '7'
                    PERFORM P380-ENCERRA   THRU P380-FIM
                WHEN '8'
                    PERFORM P500-EFICACIA  THRU P500-FIM
                WHEN 'F'
                    CONTINUE
                WHEN 'f'
                    CONTINUE
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA! '
            END-EVALUATE
            .
       P300-FIM.
      * O TERMO CORRENTE E O EVENTO 'T' DO CALENDARIO ACADEMICO QUE
      * COBRE A DATA DE HOJE
       P110-TERMO-CORRENTE.
            MOVE SPACES           TO WS-CD-TERMO-CORRENTE
            SET EOF-CAL-OK        TO FALSE
            SET FS-CAL-OK         TO TRUE
            OPEN INPUT CALENDARIO
            IF FS-CAL-OK
                PERFORM UNTIL EOF-CAL-OK
                    READ CALENDARIO NEXT
                        AT END
                            SET EOF-CAL-OK TO TRUE
                        NOT AT END
                            IF EVENTO-TERMO AND
                               DT-EVENTO-CAL <= WS-DATA-HOJE-8 AND
                               DT-FIM-EVENTO-CAL >= WS-DATA-HOJE-8
                                MOVE CD-TERMO-CAL
                                    TO WS-CD-TERMO-CORRENTE
                            END-IF
                    END-READ
                END-PERFORM
            END-IF
            CLOSE CALENDARIO
            .
       P110-FIM.
      * TERMO DA OPERACAO - <ENTER> ACEITA O TERMO CORRENTE
       P120-INFORMA-TERMO.
            ACCEPT WS-DATA-HOJE-8 FROM DATE YYYYMMDD
            PERFORM P110-TERMO-CORRENTE THRU P110-FIM
            MOVE SPACES           TO WS-CD-TERMO-AUX
            DISPLAY 'Termo (ex. 2026-1, <ENTER> = corrente '
                    WS-CD-TERMO-CORRENTE '): '
            ACCEPT WS-CD-TERMO-AUX
            IF WS-CD-TERMO-AUX EQUAL SPACES
                MOVE WS-CD-TERMO-CORRENTE TO WS-CD-TERMO
            ELSE
                MOVE WS-CD-TERMO-AUX TO WS-CD-TERMO
            END-IF
            IF WS-CD-TERMO EQUAL SPACES
                DISPLAY 'SEM TERMO CORRENTE NO CALENDARIO - INFORME O '
                        'TERMO. '
            END-IF
            .
       P120-FIM.
      ******************************************************************
      * SELECAO DO MONITOR - ALUNO ATIVO APROVADO NA MATERIA COM A
      * MEDIA MINIMA (MELHOR MEDIA ENTRE O TODOS CORRENTE E OS TERMOS
      * ARQUIVADOS) E O BENEFICIO: BOLSA-AUXILIO OU DESCONTO
      ******************************************************************
       P310-SELECIONA.
            MOVE 'N'              TO WL-FUNCAO
            CALL 'AUTHOPR' USING WL-AUTORIZACAO
            IF WL-NEGADO
                GO TO P310-FIM
            END-IF
            PERFORM P410-LE-OPERADOR THRU P410-FIM
            PERFORM P120-INFORMA-TERMO THRU P120-FIM
            IF WS-CD-TERMO EQUAL SPACES
                GO TO P310-FIM
            END-IF
            DISPLAY 'Informe o ID da materia: '
            ACCEPT WS-ID-MATERIA
            PERFORM P430-LE-MATERIA THRU P430-FIM
            IF NOT ACHOU-OK
                GO TO P310-FIM
            END-IF
            DISPLAY 'Informe o ID do aluno candidato: '
            ACCEPT WS-ID-ALUNO
            PERFORM P440-LE-ALUNO THRU P440-FIM
            IF NOT ACHOU-OK
                GO TO P310-FIM
            END-IF

            PERFORM P320-MEDIA-APROVACAO THRU P320-FIM
            IF WS-TERMO-APROV EQUAL SPACES
                DISPLAY 'ALUNO NAO FOI APROVADO EM ' WS-NM-MATERIA
                        ' - NAO PODE SER MONITOR. '
                GO TO P310-FIM
            END-IF
            MOVE WS-MELHOR-MEDIA  TO WS-MEDIA-EDIT
            MOVE WS-MEDIA-MINIMA  TO WS-MEDIA-EDIT-2
            IF WS-MELHOR-MEDIA < WS-MEDIA-MINIMA
                DISPLAY 'MEDIA ' WS-MEDIA-EDIT ' (TERMO '
                        WS-TERMO-APROV ') ABAIXO DA MINIMA '
                        WS-MEDIA-EDIT-2 ' PARA MONITORIA. '
                GO TO P310-FIM
            END-IF
            DISPLAY 'APROVADO EM ' WS-NM-MATERIA ' NO TERMO '
                    WS-TERMO-APROV ' COM MEDIA ' WS-MEDIA-EDIT

            MOVE ZEROS            TO WS-VL-BOLSA WS-PC-DESCONTO
            MOVE SPACES           TO WS-TP-BENEFICIO
            DISPLAY 'Beneficio: B-Bolsa-auxilio  D-Desconto na '
                    'mensalidade '
            ACCEPT WS-TP-BENEFICIO
            EVALUATE WS-TP-BENEFICIO
                WHEN 'B'
                WHEN 'b'
                    MOVE 'B'      TO WS-TP-BENEFICIO
                    DISPLAY 'Valor mensal da bolsa-auxilio: '
                    ACCEPT WS-VL-BOLSA
                    IF WS-VL-BOLSA EQUAL ZEROS
                        DISPLAY 'VALOR INVALIDO! '
                        GO TO P310-FIM
                    END-IF
                WHEN 'D'
                WHEN 'd'
                    MOVE 'D'      TO WS-TP-BENEFICIO
                    DISPLAY 'Percentual de desconto (1 a 100): '
                    ACCEPT WS-PC-DESCONTO
                    IF WS-PC-DESCONTO < 1 OR WS-PC-DESCONTO > 100
                        DISPLAY 'PERCENTUAL INVALIDO! '
                        GO TO P310-FIM
                    END-IF
                WHEN OTHER
                    DISPLAY 'BENEFICIO INVALIDO! '
                    GO TO P310-FIM
            END-EVALUATE

            SET FS-MON-OK         TO TRUE
            OPEN I-O MONITORES
            IF WS-FS-MON EQUAL 35 THEN
                OPEN OUTPUT MONITORES
                CLOSE MONITORES
                OPEN I-O MONITORES
            END-IF
            IF NOT FS-MON-OK
                DISPLAY 'ERRO AO ABRIR O CADASTRO DE MONITORES. '
                DISPLAY 'FILE STATUS: ' WS-FS-MON
                CLOSE MONITORES
                GO TO P310-FIM
            END-IF
            INITIALIZE REG-MONITOR
            MOVE WS-CD-TERMO      TO CD-TERMO-MON
            MOVE WS-ID-MATERIA    TO ID-MATERIA-MON
            MOVE WS-ID-ALUNO      TO ID-ALUNO-MON
            MOVE WS-MELHOR-MEDIA  TO MEDIA-MON
            MOVE WS-TERMO-APROV   TO CD-TERMO-APROV-MON
            MOVE WS-DATA-HOJE-8   TO DT-SELECAO-MON
            MOVE WS-TP-BENEFICIO  TO TP-BENEFICIO-MON
            MOVE WS-VL-BOLSA      TO VL-BOLSA-MON
            MOVE WS-PC-DESCONTO   TO PC-DESCONTO-MON
            SET MONITOR-ATIVO     TO TRUE
            MOVE WS-OPERADOR      TO CD-OPERADOR-MON
            WRITE REG-MONITOR
                INVALID KEY
                    DISPLAY 'ALUNO JA FOI SELECIONADO MONITOR DESTA '
                            'MATERIA NO TERMO! '
                NOT INVALID KEY
                    DISPLAY 'Monitor ' WS-ID-ALUNO ' ' WS-NM-ALUNO
                            ' selecionado para ' WS-NM-MATERIA '.'
                    MOVE 'MONITOR'    TO WL-OPERACAO
                    MOVE WS-ID-ALUNO  TO WL-CHAVE
                    MOVE SPACES       TO WL-VALOR-ANTIGO
                                         WL-VALOR-NOVO
                    STRING WS-CD-TERMO ' MAT ' WS-ID-MATERIA
                           ' MEDIA ' WS-MEDIA-EDIT ' BENEF '
                           WS-TP-BENEFICIO
                           DELIMITED BY SIZE INTO WL-VALOR-NOVO
                    CALL 'AUDITLOG' USING WL-AUDITORIA
            END-WRITE
            CLOSE MONITORES
            .
       P310-FIM.
      * MELHOR MEDIA COM APROVACAO NA MATERIA - TODOS CORRENTE E
      * TERMOS ARQUIVADOS; 'CREDITADA' (EQUIVALENCIA) NAO TEM MEDIA
      * CURSADA NA ESCOLA E NAO CONTA
       P320-MEDIA-APROVACAO.
            MOVE ZEROS            TO WS-MELHOR-MEDIA
            MOVE SPACES           TO WS-TERMO-APROV
            SET FS-TOD-OK         TO TRUE
            OPEN INPUT TODOS
            IF FS-TOD-OK
                MOVE WS-ID-ALUNO      TO ID-ALUNO-2
                MOVE WS-ID-MATERIA    TO ID-MATERIA-2
                READ TODOS
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF RESULTADO-BOLETIM EQUAL 'APROVADO' OR
                           'APROV-CONSELHO'
                            MOVE MEDIA-BOLETIM TO WS-MELHOR-MEDIA
                            MOVE WS-CD-TERMO-CORRENTE
                                TO WS-TERMO-APROV
                            IF WS-TERMO-APROV EQUAL SPACES
                                MOVE 'ATUAL' TO WS-TERMO-APROV
                            END-IF
                        END-IF
                END-READ
            END-IF
            CLOSE TODOS

            SET EOF-TRM-OK        TO FALSE
            SET FS-TRM-OK         TO TRUE
            OPEN INPUT TERMOS
            IF FS-TRM-OK
                PERFORM UNTIL EOF-TRM-OK
                    READ TERMOS
                        AT END
                            SET EOF-TRM-OK TO TRUE
                        NOT AT END
                            PERFORM P325-VARRE-ARQUIVO
                                THRU P325-FIM
                    END-READ
                END-PERFORM
                CLOSE TERMOS
            END-IF
            .
       P320-FIM.
       P325-VARRE-ARQUIVO.
            MOVE TRM-ARQ-TODOS    TO WS-ARQ-TODOS-HIST
            SET EOF-ARQ-OK        TO FALSE
            SET FS-ARQ-OK         TO TRUE
            OPEN INPUT TODOS-ARQ
            IF FS-ARQ-OK
                PERFORM UNTIL EOF-ARQ-OK
                    READ TODOS-ARQ INTO WS-BUF-TODOS
                        AT END
                            SET EOF-ARQ-OK TO TRUE
                        NOT AT END
                            IF WS-BUF-ID-ALUNO EQUAL WS-ID-ALUNO
                               AND WS-BUF-ID-MATERIA EQUAL
                               WS-ID-MATERIA
                               AND (WS-BUF-RESULTADO EQUAL
                               'APROVADO' OR 'APROV-CONSELHO')
                               AND WS-BUF-MEDIA NUMERIC
                               AND WS-BUF-MEDIA > WS-MELHOR-MEDIA
                                MOVE WS-BUF-MEDIA TO WS-MELHOR-MEDIA
                                MOVE TRM-CD-TERMO TO WS-TERMO-APROV
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE TODOS-ARQ
            END-IF
            .
       P325-FIM.
      ******************************************************************
      * GRADE SEMANAL - INCLUI OU EXCLUI UM HORARIO DE ATENDIMENTO DO
      * MONITOR; NA INCLUSAO O HORARIO NAO PODE CAIR EM AULA DE
      * MATERIA EM QUE O MONITOR ESTA MATRICULADO
      ******************************************************************
       P330-GRADE.
            PERFORM P120-INFORMA-TERMO THRU P120-FIM
            IF WS-CD-TERMO EQUAL SPACES
                GO TO P330-FIM
            END-IF
            DISPLAY 'Informe o ID do monitor (aluno): '
            ACCEPT WS-ID-ALUNO
            DISPLAY 'Incluir (I) ou excluir (E) horario? '
            MOVE SPACES           TO WS-INC-EXC
            ACCEPT WS-INC-EXC
            IF WS-INC-EXC NOT EQUAL 'I' AND 'i' AND 'E' AND 'e'
                DISPLAY 'OPCAO INVALIDA! '
                GO TO P330-FIM
            END-IF
            DISPLAY 'Dia da semana (1=SEG 2=TER 3=QUA 4=QUI 5=SEX '
                    '6=SAB): '
            ACCEPT WS-DIA-SEMANA
            DISPLAY 'Periodo (1 a 6): '
            ACCEPT WS-PERIODO
            IF WS-DIA-SEMANA < 1 OR WS-DIA-SEMANA > 6 OR
               WS-PERIODO < 1 OR WS-PERIODO > 6
                DISPLAY 'DIA OU PERIODO INVALIDO! '
                GO TO P330-FIM
            END-IF

            SET FS-MHR-OK         TO TRUE
            OPEN I-O MONIHOR
            IF WS-FS-MHR EQUAL 35 THEN
                OPEN OUTPUT MONIHOR
                CLOSE MONIHOR
                OPEN I-O MONIHOR
            END-IF
            IF NOT FS-MHR-OK
                DISPLAY 'ERRO AO ABRIR A GRADE DA MONITORIA. '
                DISPLAY 'FILE STATUS: ' WS-FS-MHR
                CLOSE MONIHOR
                GO TO P330-FIM
            END-IF
            MOVE WS-CD-TERMO      TO CD-TERMO-MHR
            MOVE WS-ID-ALUNO      TO ID-ALUNO-MHR
            MOVE WS-DIA-SEMANA    TO DIA-SEMANA-MHR
            MOVE WS-PERIODO       TO PERIODO-MHR
            IF WS-INC-EXC EQUAL 'E' OR 'e'
                READ MONIHOR
                    INVALID KEY
                        DISPLAY 'MONITOR NAO TEM ATENDIMENTO NESTE '
                                'HORARIO! '
                    NOT INVALID KEY
                        DELETE MONIHOR
                        DISPLAY 'Horario excluido da grade.'
                        MOVE 'MONI-GRADE' TO WL-OPERACAO
                        MOVE WS-ID-ALUNO  TO WL-CHAVE
                        MOVE SPACES       TO WL-VALOR-ANTIGO
                                             WL-VALOR-NOVO
                        STRING WS-CD-TERMO ' MAT ' ID-MATERIA-MHR
                               ' DIA ' WS-DIA-SEMANA
                               ' PER ' WS-PERIODO
                               DELIMITED BY SIZE INTO WL-VALOR-ANTIGO
                        CALL 'AUDITLOG' USING WL-AUDITORIA
                END-READ
                CLOSE MONIHOR
                GO TO P330-FIM
            END-IF
            CLOSE MONIHOR

            DISPLAY 'Informe o ID da materia atendida: '
            ACCEPT WS-ID-MATERIA
            PERFORM P450-LE-MONITOR THRU P450-FIM
            IF NOT ACHOU-OK
                GO TO P330-FIM
            END-IF
            DISPLAY 'Local do atendimento (sala): '
            MOVE SPACES           TO WS-LOCAL
            ACCEPT WS-LOCAL
            PERFORM P335-CHOQUE-AULA THRU P335-FIM
            IF CHOQUE-OK
                DISPLAY 'HORARIO CHOCA COM AULA DA MATERIA '
                        WS-ID-MATERIA-CHOQUE ' EM QUE O MONITOR ESTA '
                        'MATRICULADO! '
                GO TO P330-FIM
            END-IF

            SET FS-MHR-OK         TO TRUE
            OPEN I-O MONIHOR
            MOVE WS-CD-TERMO      TO CD-TERMO-MHR
            MOVE WS-ID-ALUNO      TO ID-ALUNO-MHR
            MOVE WS-DIA-SEMANA    TO DIA-SEMANA-MHR
            MOVE WS-PERIODO       TO PERIODO-MHR
            MOVE WS-ID-MATERIA    TO ID-MATERIA-MHR
            MOVE WS-LOCAL         TO LOCAL-MHR
            WRITE REG-MONI-HORARIO
                INVALID KEY
                    DISPLAY 'MONITOR JA TEM ATENDIMENTO NESTE '
                            'HORARIO! '
                NOT INVALID KEY
                    DISPLAY 'Horario ' WS-NM-DIA(WS-DIA-SEMANA)
                            ' periodo ' WS-PERIODO
                            ' incluido na grade.'
                    MOVE 'MONI-GRADE' TO WL-OPERACAO
                    MOVE WS-ID-ALUNO  TO WL-CHAVE
                    MOVE SPACES       TO WL-VALOR-ANTIGO
                                         WL-VALOR-NOVO
                    STRING WS-CD-TERMO ' MAT ' WS-ID-MATERIA
                           ' DIA ' WS-DIA-SEMANA
                           ' PER ' WS-PERIODO ' ' WS-LOCAL
                           DELIMITED BY SIZE INTO WL-VALOR-NOVO
                    CALL 'AUDITLOG' USING WL-AUDITORIA
            END-WRITE
            CLOSE MONIHOR
            .
       P330-FIM.
      * AULAS DO PROPRIO MONITOR: PARA CADA MATRICULA ATIVA, O SLOT
      * (DIA, PERIODO) DA MATERIA NO HORARIOS.DAT
       P335-CHOQUE-AULA.
            SET CHOQUE-OK         TO FALSE
            MOVE ZEROS            TO WS-ID-MATERIA-CHOQUE
            SET FS-MAT-OK         TO TRUE
            SET FS-HOR-OK         TO TRUE
            OPEN INPUT MATRICULAS
            OPEN INPUT HORARIOS
            IF NOT (FS-MAT-OK AND FS-HOR-OK)
                CLOSE MATRICULAS
                CLOSE HORARIOS
                GO TO P335-FIM
            END-IF
            SET EOF-MAT-OK        TO FALSE
            MOVE WS-ID-ALUNO      TO ID-ALUNO-MAT
            MOVE ZEROS            TO ID-MATERIA-MAT
            START MATRICULAS KEY IS NOT LESS THAN CHAVE-MATRICULA
                INVALID KEY
                    SET EOF-MAT-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-MAT-OK OR CHOQUE-OK
                READ MATRICULAS NEXT
                    AT END
                        SET EOF-MAT-OK TO TRUE
                    NOT AT END
                        IF ID-ALUNO-MAT NOT EQUAL WS-ID-ALUNO
                            SET EOF-MAT-OK TO TRUE
                        ELSE
                            IF MAT-ATIVA
                                MOVE ID-MATERIA-MAT
                                    TO ID-MATERIA-HOR
                                MOVE WS-DIA-SEMANA TO DIA-SEMANA-HOR
                                MOVE WS-PERIODO    TO PERIODO-HOR
                                READ HORARIOS
                                    NOT INVALID KEY
                                        SET CHOQUE-OK TO TRUE
                                        MOVE ID-MATERIA-MAT
                                          TO WS-ID-MATERIA-CHOQUE
                                END-READ
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE MATRICULAS
            CLOSE HORARIOS
            .
       P335-FIM.
      ******************************************************************
      * SESSAO REALIZADA - DATA E PERIODO DA GRADE DO MONITOR (A
      * MATERIA VEM DO HORARIO), DEPOIS OS ALUNOS ATENDIDOS ATE O ID
      * ZERO; A SESSAO SOMA MONI-HORAS-SESSAO HORAS AO MONITOR
      ******************************************************************
       P340-SESSAO.
            PERFORM P410-LE-OPERADOR THRU P410-FIM
            PERFORM P120-INFORMA-TERMO THRU P120-FIM
            IF WS-CD-TERMO EQUAL SPACES
                GO TO P340-FIM
            END-IF
            DISPLAY 'Informe o ID do monitor (aluno): '
            ACCEPT WS-ID-ALUNO
            DISPLAY 'Data da sessao (AAAAMMDD, 0 = hoje): '
            ACCEPT WS-DT-SESSAO
            IF WS-DT-SESSAO EQUAL ZEROS
                MOVE WS-DATA-HOJE-8 TO WS-DT-SESSAO
            END-IF
            IF FUNCTION TEST-DATE-YYYYMMDD(WS-DT-SESSAO) NOT EQUAL 0
                DISPLAY 'DATA INVALIDA! '
                GO TO P340-FIM
            END-IF
            IF WS-DT-SESSAO > WS-DATA-HOJE-8
                DISPLAY 'SESSAO NAO PODE SER LANCADA ANTES DE '
                        'ACONTECER! '
                GO TO P340-FIM
            END-IF
            COMPUTE WS-DIA-SEMANA = FUNCTION MOD
                    (FUNCTION INTEGER-OF-DATE(WS-DT-SESSAO), 7)
            IF WS-DIA-SEMANA EQUAL ZEROS
                DISPLAY 'DOMINGO NAO TEM MONITORIA! '
                GO TO P340-FIM
            END-IF
            DISPLAY 'Periodo (1 a 6): '
            ACCEPT WS-PERIODO
            IF WS-PERIODO < 1 OR WS-PERIODO > 6
                DISPLAY 'PERIODO INVALIDO! '
                GO TO P340-FIM
            END-IF

            SET FS-MHR-OK         TO TRUE
            OPEN INPUT MONIHOR
            IF NOT FS-MHR-OK
                DISPLAY 'GRADE DA MONITORIA AINDA NAO CADASTRADA! '
                CLOSE MONIHOR
                GO TO P340-FIM
            END-IF
            MOVE WS-CD-TERMO      TO CD-TERMO-MHR
            MOVE WS-ID-ALUNO      TO ID-ALUNO-MHR
            MOVE WS-DIA-SEMANA    TO DIA-SEMANA-MHR
            MOVE WS-PERIODO       TO PERIODO-MHR
            READ MONIHOR
                INVALID KEY
                    DISPLAY 'MONITOR NAO TEM ATENDIMENTO NA GRADE EM '
                            WS-NM-DIA(WS-DIA-SEMANA) ' PERIODO '
                            WS-PERIODO '! '
                    CLOSE MONIHOR
                    GO TO P340-FIM
            END-READ
            MOVE ID-MATERIA-MHR   TO WS-ID-MATERIA
            CLOSE MONIHOR
            PERFORM P450-LE-MONITOR THRU P450-FIM
            IF NOT ACHOU-OK
                GO TO P340-FIM
            END-IF

            SET FS-MSS-OK         TO TRUE
            OPEN I-O MONISESS
            IF WS-FS-MSS EQUAL 35 THEN
                OPEN OUTPUT MONISESS
                CLOSE MONISESS
                OPEN I-O MONISESS
            END-IF
            IF NOT FS-MSS-OK
                DISPLAY 'ERRO AO ABRIR AS SESSOES DA MONITORIA. '
                DISPLAY 'FILE STATUS: ' WS-FS-MSS
                CLOSE MONISESS
                GO TO P340-FIM
            END-IF
            MOVE WS-ID-ALUNO      TO ID-MONITOR-MSS
            MOVE WS-DT-SESSAO     TO DT-SESSAO-MSS
            MOVE WS-PERIODO       TO PERIODO-MSS
            READ MONISESS KEY IS CHAVE-ALT-SESSAO-MSS
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    DISPLAY 'SESSAO JA REGISTRADA (NR ' NR-SESSAO-MSS
                            ')! '
                    CLOSE MONISESS
                    GO TO P340-FIM
            END-READ
            MOVE 'MONISESS'       TO WS-CHAVE-CTRL
            PERFORM P150-PROX-NUMERO THRU P150-FIM
            IF WS-NR-GERADO EQUAL ZEROS
                CLOSE MONISESS
                GO TO P340-FIM
            END-IF
            MOVE WS-NR-GERADO     TO WS-NR-SESSAO
            MOVE WS-NR-SESSAO     TO NR-SESSAO-MSS
            MOVE WS-ID-ALUNO      TO ID-MONITOR-MSS
            MOVE WS-DT-SESSAO     TO DT-SESSAO-MSS
            MOVE WS-PERIODO       TO PERIODO-MSS
            MOVE WS-CD-TERMO      TO CD-TERMO-MSS
            MOVE WS-ID-MATERIA    TO ID-MATERIA-MSS
            MOVE WS-DIA-SEMANA    TO DIA-SEMANA-MSS
            MOVE WS-HORAS-SESSAO  TO CH-SESSAO-MSS
            MOVE ZEROS            TO QT-PRESENTES-MSS
            MOVE WS-OPERADOR      TO CD-OPERADOR-MSS
            WRITE REG-SESSAO-MONITORIA
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR A SESSAO. '
                    DISPLAY 'FILE STATUS: ' WS-FS-MSS
                    CLOSE MONISESS
                    GO TO P340-FIM
            END-WRITE
            DISPLAY 'Sessao ' WS-NR-SESSAO ' - ' WS-NM-MATERIA
                    ' registrada. Informe os alunos atendidos.'

            MOVE ZEROS            TO WS-QT-PRESENTES
            SET FS-OK             TO TRUE
            SET FS-MAT-OK         TO TRUE
            SET FS-MPR-OK         TO TRUE
            OPEN INPUT ALUNOS
            OPEN INPUT MATRICULAS
            OPEN I-O MONIPRES
            IF WS-FS-MPR EQUAL 35 THEN
                OPEN OUTPUT MONIPRES
                CLOSE MONIPRES
                OPEN I-O MONIPRES
            END-IF
            SET FIM-PRESENCA      TO FALSE
            PERFORM P345-PRESENCA THRU P345-FIM
                    UNTIL FIM-PRESENCA
            CLOSE ALUNOS
            CLOSE MATRICULAS
            CLOSE MONIPRES

            MOVE WS-QT-PRESENTES  TO QT-PRESENTES-MSS
            REWRITE REG-SESSAO-MONITORIA
            CLOSE MONISESS

            SET FS-MON-OK         TO TRUE
            OPEN I-O MONITORES
            MOVE WS-CD-TERMO      TO CD-TERMO-MON
            MOVE WS-ID-MATERIA    TO ID-MATERIA-MON
            MOVE WS-ID-ALUNO      TO ID-ALUNO-MON
            READ MONITORES
                NOT INVALID KEY
                    ADD 1                TO QT-SESSOES-MON
                    ADD WS-HORAS-SESSAO  TO CH-TOTAL-MON
                    REWRITE REG-MONITOR
            END-READ
            CLOSE MONITORES
            DISPLAY 'SESSAO ' WS-NR-SESSAO ' COM ' WS-QT-PRESENTES
                    ' ALUNO(S) ATENDIDO(S). '
            MOVE 'MONI-SESS'      TO WL-OPERACAO
            MOVE WS-NR-SESSAO     TO WL-CHAVE
            MOVE SPACES           TO WL-VALOR-ANTIGO WL-VALOR-NOVO
            STRING WS-ID-ALUNO ' MAT ' WS-ID-MATERIA ' '
                   WS-DT-SESSAO ' PER ' WS-PERIODO
                   ' PRES ' WS-QT-PRESENTES
                   DELIMITED BY SIZE INTO WL-VALOR-NOVO
            CALL 'AUDITLOG' USING WL-AUDITORIA
            .
       P340-FIM.
      * ALUNO ATENDIDO: ATIVO, MATRICULADO NA MATERIA E QUE NAO SEJA O
      * PROPRIO MONITOR
       P345-PRESENCA.
            MOVE ZEROS            TO WS-ID-PRESENTE
            DISPLAY 'ID do aluno atendido (0 = encerrar a lista): '
            ACCEPT WS-ID-PRESENTE
            IF WS-ID-PRESENTE EQUAL ZEROS
                SET FIM-PRESENCA  TO TRUE
                GO TO P345-FIM
            END-IF
            IF WS-ID-PRESENTE EQUAL WS-ID-ALUNO
                DISPLAY 'O MONITOR NAO CONTA COMO ATENDIDO! '
                GO TO P345-FIM
            END-IF
            MOVE WS-ID-PRESENTE   TO ID-ALUNO
            READ ALUNOS
                INVALID KEY
                    DISPLAY 'ALUNO NAO EXISTE! '
                    GO TO P345-FIM
            END-READ
            IF NOT ALUNO-ATIVO
                DISPLAY 'ALUNO ' NM-ALUNO ' NAO ESTA ATIVO! '
                GO TO P345-FIM
            END-IF
            MOVE WS-ID-PRESENTE   TO ID-ALUNO-MAT
            MOVE WS-ID-MATERIA    TO ID-MATERIA-MAT
            READ MATRICULAS
                INVALID KEY
                    DISPLAY 'ALUNO ' NM-ALUNO ' NAO ESTA MATRICULADO '
                            'EM ' WS-NM-MATERIA '! '
                    GO TO P345-FIM
            END-READ
            IF NOT MAT-ATIVA
                DISPLAY 'MATRICULA DE ' NM-ALUNO ' EM '
                        WS-NM-MATERIA ' SUSPENSA! '
                GO TO P345-FIM
            END-IF
            MOVE WS-NR-SESSAO     TO NR-SESSAO-MPR
            MOVE WS-ID-PRESENTE   TO ID-ALUNO-MPR
            MOVE WS-CD-TERMO      TO CD-TERMO-MPR
            MOVE WS-ID-MATERIA    TO ID-MATERIA-MPR
            WRITE REG-PRESENCA-MONITORIA
                INVALID KEY
                    DISPLAY 'ALUNO JA LANCADO NESTA SESSAO! '
                NOT INVALID KEY
                    ADD 1 TO WS-QT-PRESENTES
                    DISPLAY '  ' NM-ALUNO ' - presenca registrada.'
            END-WRITE
            .
       P345-FIM.
      ******************************************************************
      * DESLIGAMENTO DO MONITOR NO TERMO - SAI DA FOLHA, DO DESCONTO
      * NA MENSALIDADE E DA GRADE DA MATERIA; NAO RECEBE CERTIFICADO
      ******************************************************************
       P350-DESLIGA.
            MOVE 'N'              TO WL-FUNCAO
            CALL 'AUTHOPR' USING WL-AUTORIZACAO
            IF WL-NEGADO
                GO TO P350-FIM
            END-IF
            PERFORM P120-INFORMA-TERMO THRU P120-FIM
            IF WS-CD-TERMO EQUAL SPACES
                GO TO P350-FIM
            END-IF
            DISPLAY 'Informe o ID da materia: '
            ACCEPT WS-ID-MATERIA
            DISPLAY 'Informe o ID do monitor (aluno): '
            ACCEPT WS-ID-ALUNO
            PERFORM P450-LE-MONITOR THRU P450-FIM
            IF NOT ACHOU-OK
                GO TO P350-FIM
            END-IF
            DISPLAY 'Confirma o desligamento do monitor (S/N)? '
            MOVE SPACES           TO WS-CONFIRM
            ACCEPT WS-CONFIRM
            IF WS-CONFIRM NOT EQUAL 'S' AND 's'
                DISPLAY 'DESLIGAMENTO CANCELADO. '
                GO TO P350-FIM
            END-IF

            SET FS-MON-OK         TO TRUE
            OPEN I-O MONITORES
            MOVE WS-CD-TERMO      TO CD-TERMO-MON
            MOVE WS-ID-MATERIA    TO ID-MATERIA-MON
            MOVE WS-ID-ALUNO      TO ID-ALUNO-MON
            READ MONITORES
                INVALID KEY
                    DISPLAY 'MONITOR NAO ENCONTRADO! '
                    CLOSE MONITORES
                    GO TO P350-FIM
            END-READ
            SET MONITOR-DESLIGADO TO TRUE
            MOVE WS-DATA-HOJE-8   TO DT-SAIDA-MON
            REWRITE REG-MONITOR
            CLOSE MONITORES

            SET FS-MHR-OK         TO TRUE
            OPEN I-O MONIHOR
            IF FS-MHR-OK
                SET EOF-MHR-OK    TO FALSE
                MOVE WS-CD-TERMO  TO CD-TERMO-MHR
                MOVE WS-ID-ALUNO  TO ID-ALUNO-MHR
                MOVE ZEROS        TO DIA-SEMANA-MHR PERIODO-MHR
                START MONIHOR KEY IS NOT LESS THAN CHAVE-MONI-HORARIO
                    INVALID KEY
                        SET EOF-MHR-OK TO TRUE
                END-START
                PERFORM UNTIL EOF-MHR-OK
                    READ MONIHOR NEXT
                        AT END
                            SET EOF-MHR-OK TO TRUE
                        NOT AT END
                            IF CD-TERMO-MHR NOT EQUAL WS-CD-TERMO OR
                               ID-ALUNO-MHR NOT EQUAL WS-ID-ALUNO
                                SET EOF-MHR-OK TO TRUE
                            ELSE
                                IF ID-MATERIA-MHR EQUAL WS-ID-MATERIA
                                    DELETE MONIHOR
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
            END-IF
            CLOSE MONIHOR
            DISPLAY 'Monitor desligado e retirado da grade.'
            MOVE 'MONI-DESL'      TO WL-OPERACAO
            MOVE WS-ID-ALUNO      TO WL-CHAVE
            MOVE SPACES           TO WL-VALOR-ANTIGO WL-VALOR-NOVO
            STRING WS-CD-TERMO ' MAT ' WS-ID-MATERIA ' ATIVO'
                   DELIMITED BY SIZE INTO WL-VALOR-ANTIGO
            STRING WS-CD-TERMO ' MAT ' WS-ID-MATERIA ' DESLIGADO'
                   DELIMITED BY SIZE INTO WL-VALOR-NOVO
            CALL 'AUDITLOG' USING WL-AUDITORIA
            .
       P350-FIM.
      ******************************************************************
      * CONSULTA - MONITORES DO TERMO COM BENEFICIO, SESSOES E HORAS
      ******************************************************************
       P360-CONSULTA.
            PERFORM P120-INFORMA-TERMO THRU P120-FIM
            IF WS-CD-TERMO EQUAL SPACES
                GO TO P360-FIM
            END-IF
            SET FS-MON-OK         TO TRUE
            OPEN INPUT MONITORES
            IF NOT FS-MON-OK
                DISPLAY 'NENHUM MONITOR CADASTRADO AINDA. '
                CLOSE MONITORES
                GO TO P360-FIM
            END-IF
            SET FS-OK             TO TRUE
            SET FS-MTR-OK         TO TRUE
            OPEN INPUT ALUNOS
            OPEN INPUT MATERIAS
            MOVE ZEROS            TO WS-QTD-LIDOS
            DISPLAY '--------------------------------------------------'
            DISPLAY 'MONITORES DO TERMO ' WS-CD-TERMO
            DISPLAY 'MAT MATERIA              ALUNO  NOME              '
                    '   MEDIA BENEF.     SES  HORAS SIT'
            SET EOF-MON-OK        TO FALSE
            MOVE WS-CD-TERMO      TO CD-TERMO-MON
            MOVE ZEROS            TO ID-MATERIA-MON ID-ALUNO-MON
            START MONITORES KEY IS NOT LESS THAN CHAVE-MONITOR
                INVALID KEY
                    SET EOF-MON-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-MON-OK
                READ MONITORES NEXT
                    AT END
                        SET EOF-MON-OK TO TRUE
                    NOT AT END
                        IF CD-TERMO-MON NOT EQUAL WS-CD-TERMO
                            SET EOF-MON-OK TO TRUE
                        ELSE
                            ADD 1 TO WS-QTD-LIDOS
                            PERFORM P365-LINHA-MONITOR THRU P365-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE MONITORES
            CLOSE ALUNOS
            CLOSE MATERIAS
            DISPLAY '--------------------------------------------------'
            DISPLAY 'MONITORES NO TERMO: ' WS-QTD-LIDOS
            .
       P360-FIM.
       P365-LINHA-MONITOR.
            MOVE SPACES           TO WS-NM-ALUNO WS-NM-MATERIA
            MOVE ID-ALUNO-MON     TO ID-ALUNO
            READ ALUNOS
                NOT INVALID KEY
                    MOVE NM-ALUNO TO WS-NM-ALUNO
            END-READ
            MOVE ID-MATERIA-MON   TO ID-MATERIA
            READ MATERIAS
                NOT INVALID KEY
                    MOVE NM-MATERIA TO WS-NM-MATERIA
            END-READ
            MOVE MEDIA-MON        TO WS-MEDIA-EDIT
            MOVE SPACES           TO WS-LINHA-REL
            STRING ID-MATERIA-MON ' ' WS-NM-MATERIA ' '
                   ID-ALUNO-MON ' ' WS-NM-ALUNO ' ' WS-MEDIA-EDIT ' '
                   DELIMITED BY SIZE INTO WS-LINHA-REL
            IF BENEFICIO-BOLSA
                MOVE VL-BOLSA-MON TO WS-VL-EDIT
                MOVE 'R$'         TO WS-LINHA-REL(62:2)
                MOVE WS-VL-EDIT   TO WS-LINHA-REL(64:9)
            ELSE
                MOVE PC-DESCONTO-MON TO WS-PC-EDIT
                MOVE 'DESC '      TO WS-LINHA-REL(62:5)
                MOVE WS-PC-EDIT   TO WS-LINHA-REL(67:3)
                MOVE '%'          TO WS-LINHA-REL(70:1)
            END-IF
            MOVE QT-SESSOES-MON   TO WS-QT-EDIT
            MOVE WS-QT-EDIT       TO WS-LINHA-REL(73:5)
            MOVE CH-TOTAL-MON     TO WS-QT-EDIT-2
            MOVE WS-QT-EDIT-2     TO WS-LINHA-REL(79:5)
            EVALUATE TRUE
                WHEN MONITOR-ATIVO
                    MOVE 'ATIVO'      TO WS-LINHA-REL(86:10)
                WHEN MONITOR-DESLIGADO
                    MOVE 'DESLIGADO'  TO WS-LINHA-REL(86:10)
                WHEN MONITOR-ENCERRADO
                    MOVE 'ENCERRADO'  TO WS-LINHA-REL(86:10)
            END-EVALUATE
            DISPLAY WS-LINHA-REL
            .
       P365-FIM.
      ******************************************************************
      * FOLHA MENSAL DA BOLSA-AUXILIO - MONITORES 'B' DO TERMO QUE
      * ESTAVAM NA MONITORIA NO MES; QUEM NAO DEU NENHUMA SESSAO NO
      * MES SAI SEM VALOR, PARA A COORDENACAO CONFERIR
      ******************************************************************
       P370-FOLHA.
            PERFORM P120-INFORMA-TERMO THRU P120-FIM
            IF WS-CD-TERMO EQUAL SPACES
                GO TO P370-FIM
            END-IF
            DISPLAY 'Competencia da folha (AAAAMM): '
            ACCEPT WS-COMPETENCIA
            COMPUTE WS-DT-INI-MES = WS-COMPETENCIA * 100 + 1
            IF FUNCTION TEST-DATE-YYYYMMDD(WS-DT-INI-MES) NOT EQUAL 0
                DISPLAY 'COMPETENCIA INVALIDA! '
                GO TO P370-FIM
            END-IF
            MOVE WS-DT-INI-MES    TO WS-DATA-AUX
            IF WS-DATA-AUX-MM EQUAL 12
                ADD 1             TO WS-DATA-AUX-AAAA
                MOVE 1            TO WS-DATA-AUX-MM
            ELSE
                ADD 1             TO WS-DATA-AUX-MM
            END-IF
            COMPUTE WS-DIAS-AUX =
                    FUNCTION INTEGER-OF-DATE(WS-DATA-AUX) - 1
            COMPUTE WS-DT-FIM-MES =
                    FUNCTION DATE-OF-INTEGER(WS-DIAS-AUX)

            SET FS-MON-OK         TO TRUE
            OPEN INPUT MONITORES
            IF NOT FS-MON-OK
                DISPLAY 'NENHUM MONITOR CADASTRADO AINDA. '
                CLOSE MONITORES
                GO TO P370-FIM
            END-IF
            MOVE 'MONIPAGA'       TO WL-SPL-RELATORIO
            CALL 'SPOOLREG' USING WL-SPOOL
            IF WL-SPOOL-ABERTO
                MOVE WL-SPL-ARQUIVO TO WS-ARQ-RELATORIO
            ELSE
                MOVE 'C:\COBOL\MONIPAGA.TXT' TO WS-ARQ-RELATORIO
            END-IF
            SET FS-REL-OK         TO TRUE
            OPEN OUTPUT RELATORIO
            IF NOT FS-REL-OK
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DA FOLHA. '
                DISPLAY 'FILE STATUS: ' WS-FS-REL
                CLOSE MONITORES
                GO TO P370-FIM
            END-IF
            SET FS-OK             TO TRUE
            SET FS-MTR-OK         TO TRUE
            SET FS-MSS-OK         TO TRUE
            OPEN INPUT ALUNOS
            OPEN INPUT MATERIAS
            OPEN INPUT MONISESS
            MOVE ZEROS            TO WS-QTD-PAGOS WS-QTD-SEM-SESSAO
                                     WS-VL-TOTAL

            MOVE SPACES TO WS-LINHA-REL
            STRING 'FOLHA DA BOLSA-AUXILIO DE MONITORIA - TERMO '
                   WS-CD-TERMO '  COMPETENCIA ' WS-COMPETENCIA
                   DELIMITED BY SIZE INTO WS-LINHA-REL
            MOVE WS-LINHA-REL TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE ALL '=' TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE WS-CAB-FOLHA     TO REG-RELATORIO
            WRITE REG-RELATORIO

            SET EOF-MON-OK        TO FALSE
            MOVE WS-CD-TERMO      TO CD-TERMO-MON
            MOVE ZEROS            TO ID-MATERIA-MON ID-ALUNO-MON
            START MONITORES KEY IS NOT LESS THAN CHAVE-MONITOR
                INVALID KEY
                    SET EOF-MON-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-MON-OK
                READ MONITORES NEXT
                    AT END
                        SET EOF-MON-OK TO TRUE
                    NOT AT END
                        IF CD-TERMO-MON NOT EQUAL WS-CD-TERMO
                            SET EOF-MON-OK TO TRUE
                        ELSE
                            PERFORM P375-LINHA-FOLHA THRU P375-FIM
                        END-IF
                END-READ
            END-PERFORM

            MOVE ALL '-' TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE WS-VL-TOTAL      TO WS-VL-TOTAL-EDIT
            MOVE SPACES TO WS-LINHA-REL
            STRING 'MONITORES NA FOLHA: ' WS-QTD-PAGOS
                   '  SEM SESSAO NO MES: ' WS-QTD-SEM-SESSAO
                   '  TOTAL: ' WS-VL-TOTAL-EDIT
                   DELIMITED BY SIZE INTO WS-LINHA-REL
            MOVE WS-LINHA-REL TO REG-RELATORIO
            WRITE REG-RELATORIO
            CLOSE MONITORES
            CLOSE ALUNOS
            CLOSE MATERIAS
            CLOSE MONISESS
            CLOSE RELATORIO
            DISPLAY '*************************************************'
            DISPLAY 'MONITORES NA FOLHA   : ' WS-QTD-PAGOS
            DISPLAY 'SEM SESSAO NO MES    : ' WS-QTD-SEM-SESSAO
            DISPLAY 'TOTAL DA FOLHA       : ' WS-VL-TOTAL-EDIT
            DISPLAY 'FOLHA EM ' WS-ARQ-RELATORIO
            DISPLAY '*************************************************'
            .
       P370-FIM.
       P375-LINHA-FOLHA.
            IF NOT BENEFICIO-BOLSA
                GO TO P375-FIM
            END-IF
            IF DT-SELECAO-MON > WS-DT-FIM-MES
                GO TO P375-FIM
            END-IF
            IF NOT MONITOR-ATIVO AND DT-SAIDA-MON < WS-DT-INI-MES
                GO TO P375-FIM
            END-IF
      * SESSOES DO MONITOR NA MATERIA DENTRO DO MES
            MOVE ZEROS            TO WS-QT-SESSOES-MES
            IF FS-MSS-OK
                SET EOF-MSS-OK    TO FALSE
                MOVE ID-ALUNO-MON TO ID-MONITOR-MSS
                MOVE WS-DT-INI-MES TO DT-SESSAO-MSS
                MOVE ZEROS        TO PERIODO-MSS
                START MONISESS KEY IS NOT LESS THAN
                      CHAVE-ALT-SESSAO-MSS
                    INVALID KEY
                        SET EOF-MSS-OK TO TRUE
                END-START
                PERFORM UNTIL EOF-MSS-OK
                    READ MONISESS NEXT
                        AT END
                            SET EOF-MSS-OK TO TRUE
                        NOT AT END
                            IF ID-MONITOR-MSS NOT EQUAL ID-ALUNO-MON
                               OR DT-SESSAO-MSS > WS-DT-FIM-MES
                                SET EOF-MSS-OK TO TRUE
                            ELSE
                                IF ID-MATERIA-MSS EQUAL
                                   ID-MATERIA-MON AND
                                   CD-TERMO-MSS EQUAL CD-TERMO-MON
                                    ADD 1 TO WS-QT-SESSOES-MES
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
            END-IF

            MOVE SPACES           TO DET-NM-ALUNO DET-NM-MATERIA
                                     DET-OBSERVACAO
            MOVE ID-ALUNO-MON     TO ID-ALUNO DET-ID-ALUNO
            READ ALUNOS
                NOT INVALID KEY
                    MOVE NM-ALUNO TO DET-NM-ALUNO
            END-READ
            MOVE ID-MATERIA-MON   TO ID-MATERIA DET-ID-MATERIA
            READ MATERIAS
                NOT INVALID KEY
                    MOVE NM-MATERIA TO DET-NM-MATERIA
            END-READ
            MOVE WS-QT-SESSOES-MES TO DET-SESSOES
            IF WS-QT-SESSOES-MES EQUAL ZEROS
                MOVE ZEROS        TO DET-VALOR
                MOVE 'SEM SESSAO - CONFERIR' TO DET-OBSERVACAO
                ADD 1 TO WS-QTD-SEM-SESSAO
            ELSE
                MOVE VL-BOLSA-MON TO DET-VALOR
                ADD VL-BOLSA-MON  TO WS-VL-TOTAL
                ADD 1 TO WS-QTD-PAGOS
                IF MONITOR-DESLIGADO
                    MOVE 'DESLIGADO NO MES' TO DET-OBSERVACAO
                END-IF
            END-IF
            MOVE WS-DET-FOLHA     TO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P375-FIM.
      ******************************************************************
      * ENCERRAMENTO DO TERMO - CADA MONITOR ATIVO COM HORAS RECEBE O
      * CERTIFICADO (MONICERT + DIGVERIF) E A ATIVIDADE COMPLEMENTAR
      * APROVADA NA CATEGORIA MONI-CATEGORIA; TODOS FICAM ENCERRADOS
      ******************************************************************
       P380-ENCERRA.
            MOVE 'N'              TO WL-FUNCAO
            CALL 'AUTHOPR' USING WL-AUTORIZACAO
            IF WL-NEGADO
                GO TO P380-FIM
            END-IF
            PERFORM P410-LE-OPERADOR THRU P410-FIM
            PERFORM P120-INFORMA-TERMO THRU P120-FIM
            IF WS-CD-TERMO EQUAL SPACES
                GO TO P380-FIM
            END-IF
            DISPLAY 'Encerrar a monitoria do termo ' WS-CD-TERMO
                    ' e emitir os certificados (S/N)? '
            MOVE SPACES           TO WS-CONFIRM
            ACCEPT WS-CONFIRM
            IF WS-CONFIRM NOT EQUAL 'S' AND 's'
                DISPLAY 'ENCERRAMENTO CANCELADO. '
                GO TO P380-FIM
            END-IF

            SET FS-MON-OK         TO TRUE
            OPEN I-O MONITORES
            IF NOT FS-MON-OK
                DISPLAY 'NENHUM MONITOR CADASTRADO AINDA. '
                CLOSE MONITORES
                GO TO P380-FIM
            END-IF
            PERFORM P382-CATEGORIA THRU P382-FIM
            MOVE 'MONICERT'       TO WL-SPL-RELATORIO
            CALL 'SPOOLREG' USING WL-SPOOL
            IF WL-SPOOL-ABERTO
                MOVE WL-SPL-ARQUIVO TO WS-ARQ-RELATORIO
            ELSE
                MOVE 'C:\COBOL\MONICERT.TXT' TO WS-ARQ-RELATORIO
            END-IF
            SET FS-REL-OK         TO TRUE
            SET FS-MCT-OK         TO TRUE
            SET FS-ATV-OK         TO TRUE
            OPEN OUTPUT RELATORIO
            OPEN I-O MONICERT
            IF WS-FS-MCT EQUAL 35 THEN
                OPEN OUTPUT MONICERT
                CLOSE MONICERT
                OPEN I-O MONICERT
            END-IF
            OPEN I-O ATIVIDADES
            IF WS-FS-ATV EQUAL 35 THEN
                OPEN OUTPUT ATIVIDADES
                CLOSE ATIVIDADES
                OPEN I-O ATIVIDADES
            END-IF
            IF NOT (FS-REL-OK AND FS-MCT-OK AND FS-ATV-OK)
                DISPLAY 'ERRO AO ABRIR CERTIFICADOS/ATIVIDADES. '
                DISPLAY 'FILE STATUS RELATORIO  : ' WS-FS-REL
                DISPLAY 'FILE STATUS CERTIFICADO: ' WS-FS-MCT
                DISPLAY 'FILE STATUS ATIVIDADES : ' WS-FS-ATV
                CLOSE MONITORES
                CLOSE RELATORIO
                CLOSE MONICERT
                CLOSE ATIVIDADES
                GO TO P380-FIM
            END-IF
            SET FS-OK             TO TRUE
            SET FS-MTR-OK         TO TRUE
            OPEN INPUT ALUNOS
            OPEN INPUT MATERIAS
            MOVE ZEROS            TO WS-QTD-LIDOS WS-QTD-CERTIFICADOS
                                     WS-QTD-SEM-HORAS
            SET FALHOU            TO FALSE

            SET EOF-MON-OK        TO FALSE
            MOVE WS-CD-TERMO      TO CD-TERMO-MON
            MOVE ZEROS            TO ID-MATERIA-MON ID-ALUNO-MON
            START MONITORES KEY IS NOT LESS THAN CHAVE-MONITOR
                INVALID KEY
                    SET EOF-MON-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-MON-OK OR FALHOU
                READ MONITORES NEXT
                    AT END
                        SET EOF-MON-OK TO TRUE
                    NOT AT END
                        IF CD-TERMO-MON NOT EQUAL WS-CD-TERMO
                            SET EOF-MON-OK TO TRUE
                        ELSE
                            IF MONITOR-ATIVO
                                ADD 1 TO WS-QTD-LIDOS
                                PERFORM P385-ENCERRA-MONITOR
                                    THRU P385-FIM
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE MONITORES
            CLOSE RELATORIO
            CLOSE MONICERT
            CLOSE ATIVIDADES
            CLOSE ALUNOS
            CLOSE MATERIAS
            MOVE 'MONI-ENCER'     TO WL-OPERACAO
            MOVE WS-CD-TERMO      TO WL-CHAVE
            MOVE SPACES           TO WL-VALOR-ANTIGO WL-VALOR-NOVO
            STRING 'MONITORES ' WS-QTD-LIDOS ' CERTIFICADOS '
                   WS-QTD-CERTIFICADOS ' SEM HORAS ' WS-QTD-SEM-HORAS
                   DELIMITED BY SIZE INTO WL-VALOR-NOVO
            CALL 'AUDITLOG' USING WL-AUDITORIA
            DISPLAY '*************************************************'
            DISPLAY 'MONITORES ENCERRADOS : ' WS-QTD-LIDOS
            DISPLAY 'CERTIFICADOS EMITIDOS: ' WS-QTD-CERTIFICADOS
            DISPLAY 'SEM HORAS (SEM CERT.): ' WS-QTD-SEM-HORAS
            IF FALHOU
                DISPLAY 'ENCERRAMENTO INTERROMPIDO - RODE DE NOVO '
                        'APOS CORRIGIR O CONTROLE. '
            END-IF
            DISPLAY 'CERTIFICADOS EM ' WS-ARQ-RELATORIO
            DISPLAY '*************************************************'
            .
       P380-FIM.
      * A CATEGORIA DA MONITORIA PRECISA EXISTIR NO ATVCATEG PARA AS
      * HORAS CONTAREM NO CHKATCOM (CRIADA SEM TETO SE FALTAR)
       P382-CATEGORIA.
            SET FS-ATC-OK         TO TRUE
            OPEN I-O CATEGORIAS
            IF WS-FS-ATC EQUAL 35 THEN
                OPEN OUTPUT CATEGORIAS
                CLOSE CATEGORIAS
                OPEN I-O CATEGORIAS
            END-IF
            IF FS-ATC-OK
                MOVE WS-CATEGORIA TO CD-CATEGORIA-ATC
                READ CATEGORIAS
                    INVALID KEY
                        MOVE WS-CATEGORIA TO CD-CATEGORIA-ATC
                        MOVE 'MONITORIA ACADEMICA'
                                      TO DS-CATEGORIA-ATC
                        MOVE ZEROS    TO CH-MAXIMA-ATC
                        WRITE REG-CATEGORIA-ATV
                        DISPLAY 'CATEGORIA ' WS-CATEGORIA
                                ' CRIADA NO CADASTRO DE ATIVIDADES.'
                END-READ
            END-IF
            CLOSE CATEGORIAS
            .
       P382-FIM.
       P385-ENCERRA-MONITOR.
            IF CH-TOTAL-MON EQUAL ZEROS
                ADD 1 TO WS-QTD-SEM-HORAS
                SET MONITOR-ENCERRADO TO TRUE
                MOVE WS-DATA-HOJE-8   TO DT-SAIDA-MON
                REWRITE REG-MONITOR
                GO TO P385-FIM
            END-IF
            MOVE SPACES           TO WS-NM-ALUNO WS-NM-MATERIA
            MOVE ID-ALUNO-MON     TO ID-ALUNO
            READ ALUNOS
                NOT INVALID KEY
                    MOVE NM-ALUNO TO WS-NM-ALUNO
            END-READ
            MOVE ID-MATERIA-MON   TO ID-MATERIA
            READ MATERIAS
                NOT INVALID KEY
                    MOVE NM-MATERIA TO WS-NM-MATERIA
            END-READ

            MOVE 'MONICERT'       TO WS-CHAVE-CTRL
            PERFORM P150-PROX-NUMERO THRU P150-FIM
            IF WS-NR-GERADO EQUAL ZEROS
                GO TO P385-FIM
            END-IF
            MOVE WS-NR-GERADO     TO WS-NR-CERTIFICADO
            MOVE WS-NR-CERTIFICADO TO NR-CERT-MCT
            MOVE ID-ALUNO-MON     TO ID-ALUNO-MCT
            MOVE WS-NM-ALUNO      TO NM-ALUNO-MCT
            MOVE CD-TERMO-MON     TO CD-TERMO-MCT
            MOVE ID-MATERIA-MON   TO ID-MATERIA-MCT
            MOVE WS-NM-MATERIA    TO NM-MATERIA-MCT
            MOVE QT-SESSOES-MON   TO QT-SESSOES-MCT
            MOVE CH-TOTAL-MON     TO CH-TOTAL-MCT
            MOVE WS-DATA-HOJE-8   TO DT-EMISSAO-MCT
            WRITE REG-CERT-MONITORIA
                INVALID KEY
                    DISPLAY 'CERTIFICADO ' WS-NR-CERTIFICADO
                            ' JA EXISTE - VERIFIQUE O CONTROLE. '
                    SET FALHOU    TO TRUE
                    GO TO P385-FIM
            END-WRITE
            MOVE 'C'              TO WL-DV-OPERACAO
            MOVE WS-NR-CERTIFICADO TO WL-DV-NUMERO
            CALL 'DIGVERIF' USING WL-PARAMETROS-DV
            PERFORM P390-IMPRIME-CERTIFICADO THRU P390-FIM

      * AS HORAS ENTRAM NO LIVRO DO ALUNO JA APROVADAS
            MOVE 'ATIVCOMP'       TO WS-CHAVE-CTRL
            PERFORM P150-PROX-NUMERO THRU P150-FIM
            MOVE WS-NR-GERADO     TO WS-NR-ATIVIDADE
            IF CH-TOTAL-MON > 999
                MOVE 999          TO WS-CH-ATIVIDADE
            ELSE
                MOVE CH-TOTAL-MON TO WS-CH-ATIVIDADE
            END-IF
            MOVE SPACES           TO WS-REF-CERTIFICADO
            STRING 'MONICERT ' WS-NR-CERTIFICADO '-' WL-DV-DIGITO
                   DELIMITED BY SIZE INTO WS-REF-CERTIFICADO
            IF WS-NR-ATIVIDADE > ZEROS
                MOVE WS-NR-ATIVIDADE    TO NR-ATIVIDADE-ATV
                MOVE ID-ALUNO-MON       TO ID-ALUNO-ATV
                MOVE WS-CATEGORIA       TO CD-CATEGORIA-ATV
                MOVE SPACES             TO DS-ATIVIDADE-ATV
                STRING 'MONITORIA ' WS-NM-MATERIA ' ' CD-TERMO-MON
                       DELIMITED BY SIZE INTO DS-ATIVIDADE-ATV
                MOVE WS-DATA-HOJE-8     TO DT-ATIVIDADE-ATV
                                           DT-REGISTRO-ATV
                                           DT-DECISAO-ATV
                MOVE WS-CH-ATIVIDADE    TO CH-DECLARADA-ATV
                                           CH-APROVADA-ATV
                MOVE WS-REF-CERTIFICADO TO REF-CERTIFICADO-ATV
                SET ATV-APROVADA        TO TRUE
                MOVE SPACES             TO MOTIVO-RECUSA-ATV
                WRITE REG-ATIVIDADE-COMP
                    INVALID KEY
                        DISPLAY 'ATIVIDADE ' WS-NR-ATIVIDADE
                                ' JA EXISTE - HORAS DO MONITOR '
                                ID-ALUNO-MON ' NAO LANCADAS. '
                        MOVE ZEROS TO WS-NR-ATIVIDADE
                END-WRITE
            END-IF

            SET MONITOR-ENCERRADO TO TRUE
            MOVE WS-DATA-HOJE-8   TO DT-SAIDA-MON
            MOVE WS-NR-CERTIFICADO TO NR-CERTIFICADO-MON
            MOVE WS-NR-ATIVIDADE  TO NR-ATIVIDADE-MON
            REWRITE REG-MONITOR
            ADD 1 TO WS-QTD-CERTIFICADOS
            DISPLAY 'CERTIFICADO ' WS-NR-CERTIFICADO '-' WL-DV-DIGITO
                    ' - ' WS-NM-ALUNO ' (' CH-TOTAL-MON ' HORAS)'
            .
       P385-FIM.
       P390-IMPRIME-CERTIFICADO.
            MOVE ALL '=' TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE '           CERTIFICADO DE MONITORIA'
                 TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE ALL '=' TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES TO WS-LINHA-REL
            STRING 'CERTIFICAMOS QUE O(A) ALUNO(A) ' WS-NM-ALUNO
                   ' (ID ' ID-ALUNO-MON ')'
                   DELIMITED BY SIZE INTO WS-LINHA-REL
            MOVE WS-LINHA-REL TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES TO WS-LINHA-REL
            STRING 'ATUOU COMO MONITOR(A) DA MATERIA ' ID-MATERIA-MON
                   ' - ' WS-NM-MATERIA ' NO TERMO ' CD-TERMO-MON ','
                   DELIMITED BY SIZE INTO WS-LINHA-REL
            MOVE WS-LINHA-REL TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES TO WS-LINHA-REL
            STRING 'COM ' QT-SESSOES-MON ' SESSOES DE ATENDIMENTO, '
                   'TOTALIZANDO ' CH-TOTAL-MON ' HORAS.'
                   DELIMITED BY SIZE INTO WS-LINHA-REL
            MOVE WS-LINHA-REL TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE WS-DATA-HOJE-8   TO WS-DATA-AUX
            PERFORM P420-EDITA-DATA THRU P420-FIM
            MOVE SPACES TO WS-LINHA-REL
            STRING 'EMITIDO EM ' WS-DATA-EDIT
                   '  NUMERO DE VERIFICACAO: '
                   WS-NR-CERTIFICADO
                   '-' WL-DV-DIGITO
                   DELIMITED BY SIZE INTO WS-LINHA-REL
            MOVE WS-LINHA-REL TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE ALL '=' TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P390-FIM.
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
       P430-LE-MATERIA.
            SET ACHOU-OK          TO FALSE
            MOVE SPACES           TO WS-NM-MATERIA
            SET FS-MTR-OK         TO TRUE
            OPEN INPUT MATERIAS
            IF NOT FS-MTR-OK
                DISPLAY 'ERRO AO ABRIR O CADASTRO DE MATERIAS. '
                DISPLAY 'FILE STATUS: ' WS-FS-MTR
                CLOSE MATERIAS
                GO TO P430-FIM
            END-IF
            MOVE WS-ID-MATERIA    TO ID-MATERIA
            READ MATERIAS
                INVALID KEY
                    DISPLAY 'MATERIA NAO EXISTE! '
                NOT INVALID KEY
                    MOVE NM-MATERIA TO WS-NM-MATERIA
                    SET ACHOU-OK  TO TRUE
            END-READ
            CLOSE MATERIAS
            .
       P430-FIM.
       P440-LE-ALUNO.
            SET ACHOU-OK          TO FALSE
            MOVE SPACES           TO WS-NM-ALUNO
            SET FS-OK             TO TRUE
            OPEN INPUT ALUNOS
            IF NOT FS-OK
                DISPLAY 'ERRO AO ABRIR O CADASTRO DE ALUNOS. '
                DISPLAY 'FILE STATUS: ' WS-FS
                CLOSE ALUNOS
                GO TO P440-FIM
            END-IF
            MOVE WS-ID-ALUNO      TO ID-ALUNO
            READ ALUNOS
                INVALID KEY
                    DISPLAY 'ALUNO NAO EXISTE! '
                NOT INVALID KEY
                    MOVE NM-ALUNO TO WS-NM-ALUNO
                    IF ALUNO-ATIVO
                        SET ACHOU-OK TO TRUE
                    ELSE
                        DISPLAY 'ALUNO ' NM-ALUNO ' NAO ESTA ATIVO! '
                    END-IF
            END-READ
            CLOSE ALUNOS
            .
       P440-FIM.
      * MONITOR ATIVO DA MATERIA NO TERMO (TERMO, MATERIA, ALUNO)
       P450-LE-MONITOR.
            SET ACHOU-OK          TO FALSE
            PERFORM P430-LE-MATERIA THRU P430-FIM
            IF NOT ACHOU-OK
                GO TO P450-FIM
            END-IF
            SET ACHOU-OK          TO FALSE
            SET FS-MON-OK         TO TRUE
            OPEN INPUT MONITORES
            IF NOT FS-MON-OK
                DISPLAY 'NENHUM MONITOR CADASTRADO AINDA. '
                CLOSE MONITORES
                GO TO P450-FIM
            END-IF
            MOVE WS-CD-TERMO      TO CD-TERMO-MON
            MOVE WS-ID-MATERIA    TO ID-MATERIA-MON
            MOVE WS-ID-ALUNO      TO ID-ALUNO-MON
            READ MONITORES
                INVALID KEY
                    DISPLAY 'ALUNO NAO E MONITOR DE ' WS-NM-MATERIA
                            ' NO TERMO ' WS-CD-TERMO '! '
                NOT INVALID KEY
                    IF MONITOR-ATIVO
                        SET ACHOU-OK TO TRUE
                    ELSE
                        DISPLAY 'MONITORIA DESLIGADA OU ENCERRADA! '
                    END-IF
            END-READ
            CLOSE MONITORES
            .
       P450-FIM.
      * NUMERO SEQUENCIAL DO CONTROLE.DAT NA CHAVE WS-CHAVE-CTRL
      * ('MONISESS', 'MONICERT' OU 'ATIVCOMP')
       P150-PROX-NUMERO.
            SET FS-CTRL-OK        TO TRUE
            MOVE 'N'              TO WS-CTRL-NOVO
            OPEN I-O CONTROLE
            IF WS-FS-CTRL EQUAL 35 THEN
                OPEN OUTPUT CONTROLE
                CLOSE CONTROLE
                OPEN I-O CONTROLE
            END-IF
            MOVE WS-CHAVE-CTRL    TO CHAVE-CONTROLE
            READ CONTROLE
                INVALID KEY
                    MOVE 'S'          TO WS-CTRL-NOVO
                    MOVE 1            TO ULTIMO-ID
                NOT INVALID KEY
                    ADD 1             TO ULTIMO-ID
            END-READ
            MOVE WS-CHAVE-CTRL    TO CHAVE-CONTROLE
            IF WS-CTRL-NOVO EQUAL 'S'
                WRITE REG-CONTROLE
            ELSE
                REWRITE REG-CONTROLE
            END-IF
            IF FS-CTRL-OK
                MOVE ULTIMO-ID    TO WS-NR-GERADO
            ELSE
                DISPLAY 'ERRO AO ATUALIZAR O CONTROLE ' WS-CHAVE-CTRL
                DISPLAY 'FILE STATUS: ' WS-FS-CTRL
                MOVE ZEROS        TO WS-NR-GERADO
                SET FALHOU        TO TRUE
            END-IF
            CLOSE CONTROLE
            .
       P150-FIM.
      ******************************************************************
      * APROVEITAMENTO - NO BOLETIM DO TERMO (ARQUIVO MORTO DO TERMO
      * FECHADO OU TODOS CORRENTE), POR MATERIA COM MONITORIA: MEDIA E
      * TAXA DE APROVACAO DE QUEM FOI A PELO MENOS UMA SESSAO CONTRA
      * QUEM NAO FOI. MONITORES FICAM FORA; 'CREDITADA' NAO ENTRA
      ******************************************************************
       P500-EFICACIA.
            PERFORM P120-INFORMA-TERMO THRU P120-FIM
            IF WS-CD-TERMO EQUAL SPACES
                GO TO P500-FIM
            END-IF
            DISPLAY 'ID da materia (0 = todas com monitoria): '
            ACCEPT WS-ID-MATERIA-FILTRO
            INITIALIZE WS-TABELA-EFICACIA
            MOVE ZEROS            TO WS-QTD-ATD WS-QTD-MNT
                                     WS-TOT-QT-ATD WS-TOT-SOMA-ATD
                                     WS-TOT-APR-ATD WS-TOT-QT-NAO
                                     WS-TOT-SOMA-NAO WS-TOT-APR-NAO
            SET TAB-CHEIA         TO FALSE
            PERFORM P510-CARREGA-MONITORES THRU P510-FIM
            IF WS-QTD-MNT EQUAL ZEROS
                DISPLAY 'NENHUM MONITOR NO TERMO ' WS-CD-TERMO
                        ' PARA A SELECAO. '
                GO TO P500-FIM
            END-IF
            PERFORM P515-CARREGA-ATENDIDOS THRU P515-FIM

      * BOLETIM DO TERMO: ARQUIVO MORTO SE JA FECHADO
            SET ACHOU-OK          TO FALSE
            SET EOF-TRM-OK        TO FALSE
            SET FS-TRM-OK         TO TRUE
            OPEN INPUT TERMOS
            IF FS-TRM-OK
                PERFORM UNTIL EOF-TRM-OK OR ACHOU-OK
                    READ TERMOS
                        AT END
                            SET EOF-TRM-OK TO TRUE
                        NOT AT END
                            IF TRM-CD-TERMO EQUAL WS-CD-TERMO
                                SET ACHOU-OK TO TRUE
                                MOVE TRM-ARQ-TODOS
                                    TO WS-ARQ-TODOS-HIST
                            END-IF
                    END-READ
                END-PERFORM
            END-IF
            CLOSE TERMOS
            IF ACHOU-OK
                PERFORM P520-BOLETIM-ARQUIVO THRU P520-FIM
            ELSE
                IF WS-CD-TERMO EQUAL WS-CD-TERMO-CORRENTE
                    PERFORM P525-BOLETIM-CORRENTE THRU P525-FIM
                ELSE
                    DISPLAY 'TERMO ' WS-CD-TERMO ' SEM BOLETIM '
                            '(NAO E O CORRENTE NEM ESTA ARQUIVADO). '
                    GO TO P500-FIM
                END-IF
            END-IF

            MOVE 'MONIEFIC'       TO WL-SPL-RELATORIO
            CALL 'SPOOLREG' USING WL-SPOOL
            IF WL-SPOOL-ABERTO
                MOVE WL-SPL-ARQUIVO TO WS-ARQ-RELATORIO
            ELSE
                MOVE 'C:\COBOL\MONIEFIC.TXT' TO WS-ARQ-RELATORIO
            END-IF
            SET FS-REL-OK         TO TRUE
            OPEN OUTPUT RELATORIO
            IF NOT FS-REL-OK
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DO RELATORIO. '
                DISPLAY 'FILE STATUS: ' WS-FS-REL
                GO TO P500-FIM
            END-IF
            PERFORM P540-IMPRIME-EFICACIA THRU P540-FIM
            CLOSE RELATORIO
            DISPLAY '*************************************************'
            DISPLAY 'ALUNOS ATENDIDOS NO BOLETIM    : ' WS-TOT-QT-ATD
            DISPLAY 'ALUNOS NAO ATENDIDOS NO BOLETIM: ' WS-TOT-QT-NAO
            DISPLAY 'RELATORIO EM ' WS-ARQ-RELATORIO
            DISPLAY '*************************************************'
            .
       P500-FIM.
      * MONITORES DO TERMO (FORA DA COMPARACAO) E AS MATERIAS QUE
      * TIVERAM MONITORIA
       P510-CARREGA-MONITORES.
            SET FS-MON-OK         TO TRUE
            OPEN INPUT MONITORES
            IF NOT FS-MON-OK
                CLOSE MONITORES
                GO TO P510-FIM
            END-IF
            SET EOF-MON-OK        TO FALSE
            MOVE WS-CD-TERMO      TO CD-TERMO-MON
            MOVE ZEROS            TO ID-MATERIA-MON ID-ALUNO-MON
            START MONITORES KEY IS NOT LESS THAN CHAVE-MONITOR
                INVALID KEY
                    SET EOF-MON-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-MON-OK
                READ MONITORES NEXT
                    AT END
                        SET EOF-MON-OK TO TRUE
                    NOT AT END
                        IF CD-TERMO-MON NOT EQUAL WS-CD-TERMO
                            SET EOF-MON-OK TO TRUE
                        ELSE
                            IF (WS-ID-MATERIA-FILTRO EQUAL ZEROS OR
                                ID-MATERIA-MON EQUAL
                                WS-ID-MATERIA-FILTRO) AND
                               ID-MATERIA-MON > 0 AND
                               WS-QTD-MNT < 300
                                ADD 1 TO WS-QTD-MNT
                                MOVE ID-ALUNO-MON
                                    TO WS-MNT-ID-ALUNO(WS-QTD-MNT)
                                MOVE ID-MATERIA-MON
                                    TO WS-MNT-ID-MATERIA(WS-QTD-MNT)
                                MOVE 'S' TO
                                    WS-EF-MONITORIA(ID-MATERIA-MON)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE MONITORES
            .
       P510-FIM.
      * ALUNOS ATENDIDOS (ALUNO X MATERIA) NAS SESSOES DO TERMO
       P515-CARREGA-ATENDIDOS.
            SET FS-MPR-OK         TO TRUE
            OPEN INPUT MONIPRES
            IF NOT FS-MPR-OK
                CLOSE MONIPRES
                GO TO P515-FIM
            END-IF
            SET EOF-OK            TO FALSE
            PERFORM UNTIL EOF-OK
                READ MONIPRES NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF CD-TERMO-MPR EQUAL WS-CD-TERMO AND
                           ID-MATERIA-MPR > 0
                            IF WS-EF-MONITORIA(ID-MATERIA-MPR)
                               EQUAL 'S'
                                PERFORM P517-ACUMULA-ATENDIDO
                                    THRU P517-FIM
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE MONIPRES
            .
       P515-FIM.
       P517-ACUMULA-ATENDIDO.
            SET ACHOU-OK          TO FALSE
            PERFORM VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND > WS-QTD-ATD OR ACHOU-OK
                IF WS-ATD-ID-ALUNO(WS-IND) EQUAL ID-ALUNO-MPR AND
                   WS-ATD-ID-MATERIA(WS-IND) EQUAL ID-MATERIA-MPR
                    SET ACHOU-OK  TO TRUE
                END-IF
            END-PERFORM
            IF ACHOU-OK
                SUBTRACT 1 FROM WS-IND
                ADD 1 TO WS-ATD-QT-SESSOES(WS-IND)
                GO TO P517-FIM
            END-IF
            IF WS-QTD-ATD NOT < 3000
                SET TAB-CHEIA     TO TRUE
                GO TO P517-FIM
            END-IF
            ADD 1 TO WS-QTD-ATD
            MOVE ID-ALUNO-MPR     TO WS-ATD-ID-ALUNO(WS-QTD-ATD)
            MOVE ID-MATERIA-MPR   TO WS-ATD-ID-MATERIA(WS-QTD-ATD)
            MOVE 1                TO WS-ATD-QT-SESSOES(WS-QTD-ATD)
            .
       P517-FIM.
       P520-BOLETIM-ARQUIVO.
            SET EOF-ARQ-OK        TO FALSE
            SET FS-ARQ-OK         TO TRUE
            OPEN INPUT TODOS-ARQ
            IF NOT FS-ARQ-OK
                DISPLAY 'ARQUIVO MORTO DO TERMO NAO ENCONTRADO: '
                        WS-ARQ-TODOS-HIST
                CLOSE TODOS-ARQ
                GO TO P520-FIM
            END-IF
            PERFORM UNTIL EOF-ARQ-OK
                READ TODOS-ARQ INTO WS-BUF-TODOS
                    AT END
                        SET EOF-ARQ-OK TO TRUE
                    NOT AT END
                        IF WS-BUF-MEDIA NUMERIC
                            MOVE WS-BUF-ID-ALUNO   TO WS-BOL-ID-ALUNO
                            MOVE WS-BUF-ID-MATERIA TO WS-BOL-ID-MATERIA
                            MOVE WS-BUF-MEDIA      TO WS-BOL-MEDIA
                            MOVE WS-BUF-RESULTADO  TO WS-BOL-RESULTADO
                            PERFORM P530-ACUMULA-BOLETIM THRU P530-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE TODOS-ARQ
            .
       P520-FIM.
       P525-BOLETIM-CORRENTE.
            SET EOF-OK            TO FALSE
            SET FS-TOD-OK         TO TRUE
            OPEN INPUT TODOS
            IF NOT FS-TOD-OK
                DISPLAY 'BOLETIM CORRENTE (TODOS) NAO DISPONIVEL. '
                CLOSE TODOS
                GO TO P525-FIM
            END-IF
            PERFORM UNTIL EOF-OK
                READ TODOS NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        MOVE ID-ALUNO-2        TO WS-BOL-ID-ALUNO
                        MOVE ID-MATERIA-2      TO WS-BOL-ID-MATERIA
                        MOVE MEDIA-BOLETIM     TO WS-BOL-MEDIA
                        MOVE RESULTADO-BOLETIM TO WS-BOL-RESULTADO
                        PERFORM P530-ACUMULA-BOLETIM THRU P530-FIM
                END-READ
            END-PERFORM
            CLOSE TODOS
            .
       P525-FIM.
       P530-ACUMULA-BOLETIM.
            IF WS-BOL-ID-MATERIA EQUAL ZEROS
                GO TO P530-FIM
            END-IF
            IF WS-EF-MONITORIA(WS-BOL-ID-MATERIA) NOT EQUAL 'S'
                GO TO P530-FIM
            END-IF
            IF WS-BOL-RESULTADO EQUAL 'CREDITADA'
                GO TO P530-FIM
            END-IF
            SET ACHOU-OK          TO FALSE
            PERFORM VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND > WS-QTD-MNT OR ACHOU-OK
                IF WS-MNT-ID-ALUNO(WS-IND) EQUAL WS-BOL-ID-ALUNO AND
                   WS-MNT-ID-MATERIA(WS-IND) EQUAL WS-BOL-ID-MATERIA
                    SET ACHOU-OK  TO TRUE
                END-IF
            END-PERFORM
            IF ACHOU-OK
                GO TO P530-FIM
            END-IF
            PERFORM VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND > WS-QTD-ATD OR ACHOU-OK
                IF WS-ATD-ID-ALUNO(WS-IND) EQUAL WS-BOL-ID-ALUNO AND
                   WS-ATD-ID-MATERIA(WS-IND) EQUAL WS-BOL-ID-MATERIA
                    SET ACHOU-OK  TO TRUE
                END-IF
            END-PERFORM
            IF ACHOU-OK
                ADD 1 TO WS-EF-QT-ATD(WS-BOL-ID-MATERIA)
                ADD WS-BOL-MEDIA TO WS-EF-SOMA-ATD(WS-BOL-ID-MATERIA)
                IF WS-BOL-RESULTADO EQUAL 'APROVADO' OR
                   'APROV-CONSELHO'
                    ADD 1 TO WS-EF-APR-ATD(WS-BOL-ID-MATERIA)
                END-IF
            ELSE
                ADD 1 TO WS-EF-QT-NAO(WS-BOL-ID-MATERIA)
                ADD WS-BOL-MEDIA TO WS-EF-SOMA-NAO(WS-BOL-ID-MATERIA)
                IF WS-BOL-RESULTADO EQUAL 'APROVADO' OR
                   'APROV-CONSELHO'
                    ADD 1 TO WS-EF-APR-NAO(WS-BOL-ID-MATERIA)
                END-IF
            END-IF
            .
       P530-FIM.
       P540-IMPRIME-EFICACIA.
            MOVE SPACES TO WS-LINHA-REL
            STRING 'APROVEITAMENTO DA MONITORIA - TERMO ' WS-CD-TERMO
                   DELIMITED BY SIZE INTO WS-LINHA-REL
            MOVE WS-LINHA-REL TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE '(ATENDIDO = FOI A PELO MENOS UMA SESSAO; MONITORES '
               & 'FORA DA CONTA)' TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE ALL '=' TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE 'MAT MATERIA              GRUPO          ALUNOS  '
               & 'MEDIA  APROV%' TO REG-RELATORIO
            WRITE REG-RELATORIO
            PERFORM VARYING WS-ID-MATERIA FROM 1 BY 1
                    UNTIL WS-ID-MATERIA > 998
                IF WS-EF-MONITORIA(WS-ID-MATERIA) EQUAL 'S'
                    PERFORM P545-LINHAS-MATERIA THRU P545-FIM
                END-IF
            END-PERFORM
            IF WS-EF-MONITORIA(999) EQUAL 'S'
                MOVE 999          TO WS-ID-MATERIA
                PERFORM P545-LINHAS-MATERIA THRU P545-FIM
            END-IF

            MOVE ALL '-' TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE ZEROS            TO WS-MEDIA-AUX WS-PC-AUX
                                     WS-MEDIA-AUX-2 WS-PC-AUX-2
            IF WS-TOT-QT-ATD > 0
                COMPUTE WS-MEDIA-AUX ROUNDED =
                        WS-TOT-SOMA-ATD / WS-TOT-QT-ATD
                COMPUTE WS-PC-AUX ROUNDED =
                        WS-TOT-APR-ATD * 100 / WS-TOT-QT-ATD
            END-IF
            IF WS-TOT-QT-NAO > 0
                COMPUTE WS-MEDIA-AUX-2 ROUNDED =
                        WS-TOT-SOMA-NAO / WS-TOT-QT-NAO
                COMPUTE WS-PC-AUX-2 ROUNDED =
                        WS-TOT-APR-NAO * 100 / WS-TOT-QT-NAO
            END-IF
            MOVE WS-TOT-QT-ATD    TO WS-QT-EDIT
            MOVE WS-MEDIA-AUX     TO WS-MEDIA-EDIT
            MOVE WS-PC-AUX        TO WS-PC-EDIT
            MOVE SPACES TO WS-LINHA-REL
            STRING 'TOTAL                    ATENDIDOS      ' WS-QT-EDIT
                   '  ' WS-MEDIA-EDIT '    ' WS-PC-EDIT
                   DELIMITED BY SIZE INTO WS-LINHA-REL
            MOVE WS-LINHA-REL TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE WS-TOT-QT-NAO    TO WS-QT-EDIT
            MOVE WS-MEDIA-AUX-2   TO WS-MEDIA-EDIT
            MOVE WS-PC-AUX-2      TO WS-PC-EDIT
            MOVE SPACES TO WS-LINHA-REL
            STRING '                         NAO ATENDIDOS  ' WS-QT-EDIT
                   '  ' WS-MEDIA-EDIT '    ' WS-PC-EDIT
                   DELIMITED BY SIZE INTO WS-LINHA-REL
            MOVE WS-LINHA-REL TO REG-RELATORIO
            WRITE REG-RELATORIO
            IF WS-TOT-QT-ATD > 0 AND WS-TOT-QT-NAO > 0
                COMPUTE WS-DIF-MEDIA = WS-MEDIA-AUX - WS-MEDIA-AUX-2
                MOVE WS-DIF-MEDIA TO WS-DIF-EDIT
                MOVE SPACES TO WS-LINHA-REL
                STRING '                         DIFERENCA DE MEDIA '
                       '(ATENDIDOS - NAO): ' WS-DIF-EDIT
                       DELIMITED BY SIZE INTO WS-LINHA-REL
                MOVE WS-LINHA-REL TO REG-RELATORIO
                WRITE REG-RELATORIO
            END-IF
            IF TAB-CHEIA
                MOVE 'ATENCAO: TABELA DE ATENDIDOS CHEIA - PARTE DOS '
                   & 'ATENDIDOS CONTADA COMO NAO ATENDIDA.'
                     TO REG-RELATORIO
                WRITE REG-RELATORIO
            END-IF
            .
       P540-FIM.
       P545-LINHAS-MATERIA.
            MOVE SPACES           TO WS-NM-MATERIA
            SET FS-MTR-OK         TO TRUE
            OPEN INPUT MATERIAS
            IF FS-MTR-OK
                MOVE WS-ID-MATERIA TO ID-MATERIA
                READ MATERIAS
                    NOT INVALID KEY
                        MOVE NM-MATERIA TO WS-NM-MATERIA
                END-READ
            END-IF
            CLOSE MATERIAS
            ADD WS-EF-QT-ATD(WS-ID-MATERIA)   TO WS-TOT-QT-ATD
            ADD WS-EF-SOMA-ATD(WS-ID-MATERIA) TO WS-TOT-SOMA-ATD
            ADD WS-EF-APR-ATD(WS-ID-MATERIA)  TO WS-TOT-APR-ATD
            ADD WS-EF-QT-NAO(WS-ID-MATERIA)   TO WS-TOT-QT-NAO
            ADD WS-EF-SOMA-NAO(WS-ID-MATERIA) TO WS-TOT-SOMA-NAO
            ADD WS-EF-APR-NAO(WS-ID-MATERIA)  TO WS-TOT-APR-NAO
            MOVE ZEROS            TO WS-MEDIA-AUX WS-PC-AUX
                                     WS-MEDIA-AUX-2 WS-PC-AUX-2
            IF WS-EF-QT-ATD(WS-ID-MATERIA) > 0
                COMPUTE WS-MEDIA-AUX ROUNDED =
                        WS-EF-SOMA-ATD(WS-ID-MATERIA) /
                        WS-EF-QT-ATD(WS-ID-MATERIA)
                COMPUTE WS-PC-AUX ROUNDED =
                        WS-EF-APR-ATD(WS-ID-MATERIA) * 100 /
                        WS-EF-QT-ATD(WS-ID-MATERIA)
            END-IF
            IF WS-EF-QT-NAO(WS-ID-MATERIA) > 0
                COMPUTE WS-MEDIA-AUX-2 ROUNDED =
                        WS-EF-SOMA-NAO(WS-ID-MATERIA) /
                        WS-EF-QT-NAO(WS-ID-MATERIA)
                COMPUTE WS-PC-AUX-2 ROUNDED =
                        WS-EF-APR-NAO(WS-ID-MATERIA) * 100 /
                        WS-EF-QT-NAO(WS-ID-MATERIA)
            END-IF
            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE WS-EF-QT-ATD(WS-ID-MATERIA) TO WS-QT-EDIT
            MOVE WS-MEDIA-AUX     TO WS-MEDIA-EDIT
            MOVE WS-PC-AUX        TO WS-PC-EDIT
            MOVE SPACES TO WS-LINHA-REL
            STRING WS-ID-MATERIA ' ' WS-NM-MATERIA ' ATENDIDOS      '
                   WS-QT-EDIT '  ' WS-MEDIA-EDIT '    ' WS-PC-EDIT
                   DELIMITED BY SIZE INTO WS-LINHA-REL
            MOVE WS-LINHA-REL TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE WS-EF-QT-NAO(WS-ID-MATERIA) TO WS-QT-EDIT
            MOVE WS-MEDIA-AUX-2   TO WS-MEDIA-EDIT
            MOVE WS-PC-AUX-2      TO WS-PC-EDIT
            MOVE SPACES TO WS-LINHA-REL
            STRING '                         NAO ATENDIDOS  '
                   WS-QT-EDIT '  ' WS-MEDIA-EDIT '    ' WS-PC-EDIT
                   DELIMITED BY SIZE INTO WS-LINHA-REL
            MOVE WS-LINHA-REL TO REG-RELATORIO
            WRITE REG-RELATORIO
            IF WS-EF-QT-ATD(WS-ID-MATERIA) > 0 AND
               WS-EF-QT-NAO(WS-ID-MATERIA) > 0
                COMPUTE WS-DIF-MEDIA = WS-MEDIA-AUX - WS-MEDIA-AUX-2
                MOVE WS-DIF-MEDIA TO WS-DIF-EDIT
                COMPUTE WS-DIF-PC = WS-PC-AUX - WS-PC-AUX-2
                MOVE WS-DIF-PC    TO WS-DIF-PC-EDIT
                MOVE SPACES TO WS-LINHA-REL
                STRING '                         DIFERENCA: MEDIA '
                       WS-DIF-EDIT '  APROVACAO ' WS-DIF-PC-EDIT
                       ' PONTOS'
                       DELIMITED BY SIZE INTO WS-LINHA-REL
                MOVE WS-LINHA-REL TO REG-RELATORIO
                WRITE REG-RELATORIO
            END-IF
            .
       P545-FIM.
       P900-FIM.
            GOBACK.
      * RESOLVE OS CAMINHOS FISICOS PELO CONFIGSYS (PRODUCAO OU
      * TESTE); SEM CONFIGURACAO VALEM OS PADROES ACIMA
       P050-CONFIGURA.
            MOVE 'D3-MONITOR' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-MONITOR TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-MONITOR
            MOVE 'D3-MONIHOR' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-MONIHOR TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-MONIHOR
            MOVE 'D3-MONISESS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-MONISESS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-MONISESS
            MOVE 'D3-MONIPRES' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-MONIPRES TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-MONIPRES
            MOVE 'D3-MONICERT' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-MONICERT TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-MONICERT
            MOVE 'D3-REGISTRO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-REGISTRO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-REGISTRO
            MOVE 'D3-MATERIAS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-MATERIAS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-MATERIAS
            MOVE 'D3-MATRICULAS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-MATRICULAS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-MATRICULAS
            MOVE 'D3-HORARIOS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-HORARIOS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-HORARIOS
            MOVE 'D3-TODOS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-TODOS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-TODOS
            MOVE 'TERMOS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-TERMOS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-TERMOS
            MOVE 'CALENDARIO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-CALENDARIO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-CALENDARIO
            MOVE 'D3-ATVCATEG' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-ATVCATEG TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-ATVCATEG
            MOVE 'D3-ATIVCOMP' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-ATIVCOMP TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-ATIVCOMP
            MOVE 'D3-CONTROLE' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-CONTROLE TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-CONTROLE
            MOVE 'SESSAO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-SESSAO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-SESSAO
            MOVE 'MONI-MEDIA-MINIMA' TO WL-CFG-CHAVE
            MOVE WS-CFG-MEDIA-MINIMA TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-CFG-MEDIA-MINIMA
            IF WS-CFG-MEDIA-MINIMA(1:4) NUMERIC
                MOVE WS-CFG-MEDIA-MINIMA(1:4) TO WS-MEDIA-CONFIG
                MOVE WS-MEDIA-CONFIG-R TO WS-MEDIA-MINIMA
            END-IF
            MOVE 'MONI-HORAS-SESSAO' TO WL-CFG-CHAVE
            MOVE WS-CFG-HORAS-SESSAO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-CFG-HORAS-SESSAO
            IF WS-CFG-HORAS-SESSAO(1:2) NUMERIC AND
               WS-CFG-HORAS-SESSAO(1:2) NOT EQUAL '00'
                MOVE WS-CFG-HORAS-SESSAO(1:2) TO WS-HORAS-SESSAO
            END-IF
            MOVE 'MONI-CATEGORIA' TO WL-CFG-CHAVE
            MOVE WS-CFG-CATEGORIA TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-CFG-CATEGORIA
            IF WS-CFG-CATEGORIA(1:4) NOT EQUAL SPACES
                MOVE WS-CFG-CATEGORIA(1:4) TO WS-CATEGORIA
            END-IF
            .
       P050-FIM.
       END PROGRAM SISMONIT.

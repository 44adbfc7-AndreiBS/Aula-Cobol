      ******************************************************************
      * Author: ANDREI BATISTA
      * Date: 15/10/2026
      * Purpose: PERMANENCIA DE ALUNOS (CASOS DE RETENCAO) - A
      *          APURACAO SEMANAL JUNTA POR ALUNO ATIVO OS SINAIS QUE
      *          HOJE SAEM SEPARADOS: MATERIAS COM MEDIA PARCIAL
      *          ABAIXO DA APROVACAO (LANCNOTA PONDERADO PELO CALCMEDP,
      *          COMO NO SISRISCO), A PIOR FREQUENCIA DOS ULTIMOS
      *          PERM-DIAS-FALTA DIAS (FREQUENCIA X CHKAULAS, COMO NO
      *          SISFREQU), AS MENSALIDADES VENCIDAS EM ABERTO (COMO NO
      *          SISAGING) E O PROTOCOLO DE TRANCAMENTO AINDA ABERTO
      *          (SISPROTO). A PONTUACAO, COM PESOS NO CONFIGSYS, QUE
      *          ATINGE PERM-LIMIAR ABRE UM CASO (CASOPERM.DAT) PARA UM
      *          ORIENTADOR DA LISTA PERM-ORIENTADORES (O DE MENOS
      *          CASOS ABERTOS) OU ATRIBUIDO A MAO. CADA CASO GUARDA OS
      *          CONTATOS E AS ACOES COMBINADAS (TUTORIA, ACORDO DE
      *          PAGAMENTO DO SISACORD, TROCA DE HORARIO) NO
      *          CASOACAO.DAT E O DESFECHO: SALVO PELA COORDENACAO
      *          (PERFIL 'J' DO AUTHOPR) OU PERDIDO, GRAVADO PELO
      *          SISEVADE NA SAIDA DO ALUNO. RELATORIO DA APURACAO NO
      *          SPOOL 'PERMANEN' E PAINEL DA DIRECAO (SALVOS/PERDIDOS
      *          E POR QUE) NO SPOOL 'PAINPERM'. NA CADEIA NOTURNA
      *          ('CADEIA', AGENDA SEMANAL) SO A APURACAO, SEM ACCEPT
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISPERMA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
               SELECT CASOPERM ASSIGN TO WS-ARQ-CFG-D3-CASOPERM
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS NR-CASO
               ALTERNATE RECORD KEY IS ID-ALUNO-CSO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CSO.

               SELECT CASOACAO ASSIGN TO WS-ARQ-CFG-D3-CASOACAO
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-ACAO-CASO
               FILE STATUS IS WS-FS-ACA.

               SELECT ALUNOS ASSIGN TO WS-ARQ-CFG-D3-REGISTRO
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS ID-ALUNO
               ALTERNATE RECORD KEY IS NM-ALUNO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS.

               SELECT LANCAMENTOS ASSIGN TO WS-ARQ-CFG-D3-LANCNOTA
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-LANCAMENTO
               FILE STATUS IS WS-FS-LAN.

               SELECT MATERIAS ASSIGN TO WS-ARQ-CFG-D3-MATERIAS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS ID-MATERIA
               FILE STATUS IS WS-FS-MTR.

               SELECT FREQUENCIA ASSIGN TO WS-ARQ-CFG-D3-FREQUENCIA
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-FREQUENCIA
               FILE STATUS IS WS-FS-FRQ.

               SELECT MENSALIDADES ASSIGN TO WS-ARQ-CFG-MENSALID
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-MENSALIDADE
               FILE STATUS IS WS-FS-MEN.

               SELECT PROTOCOLOS ASSIGN TO WS-ARQ-CFG-PROTOCOL
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS NR-PROTOCOLO
               FILE STATUS IS WS-FS-PRT.

               SELECT ACORDOS ASSIGN TO WS-ARQ-CFG-ACORDOS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS NR-ACORDO
               FILE STATUS IS WS-FS-ACO.

               SELECT OPERADORES ASSIGN TO WS-ARQ-CFG-OPERADOR
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS CD-OPERADOR
               FILE STATUS IS WS-FS-OPE.

               SELECT EVASOES ASSIGN TO WS-ARQ-CFG-D3-EVASAO
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-EVASAO
               FILE STATUS IS WS-FS-EVA.

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
       FD CASOPERM.
          COPY FD_CASOP.
       FD CASOACAO.
          COPY FD_CASOA.
       FD ALUNOS.
          COPY FD_REGIS.
       FD LANCAMENTOS.
          COPY FD_LANCN.
       FD MATERIAS.
          COPY FD_MATER.
       FD FREQUENCIA.
          COPY FD_FREQU.
       FD MENSALIDADES.
          COPY FD_MENSA.
       FD PROTOCOLOS.
          COPY FD_PROTO.
       FD ACORDOS.
          COPY FD_ACORD.
       FD OPERADORES.
          COPY FD_OPERA.
       FD EVASOES.
          COPY FD_EVASA.
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
       77 WS-FS-CSO                        PIC 99.
          88 FS-CSO-OK                     VALUE 0.
       77 WS-FS-ACA                        PIC 99.
          88 FS-ACA-OK                     VALUE 0.
       77 WS-FS-LAN                        PIC 99.
          88 FS-LAN-OK                     VALUE 0.
       77 WS-FS-MTR                        PIC 99.
          88 FS-MTR-OK                     VALUE 0.
       77 WS-FS-FRQ                        PIC 99.
          88 FS-FRQ-OK                     VALUE 0.
       77 WS-FS-MEN                        PIC 99.
          88 FS-MEN-OK                     VALUE 0.
       77 WS-FS-PRT                        PIC 99.
          88 FS-PRT-OK                     VALUE 0.
       77 WS-FS-ACO                        PIC 99.
          88 FS-ACO-OK                     VALUE 0.
       77 WS-FS-OPE                        PIC 99.
          88 FS-OPE-OK                     VALUE 0.
       77 WS-FS-EVA                        PIC 99.
          88 FS-EVA-OK                     VALUE 0.
       77 WS-FS-CTRL                       PIC 99.
          88 FS-CTRL-OK                    VALUE 0.
       77 WS-FS-SES                        PIC 99.
          88 FS-SES-OK                     VALUE 0.
       77 WS-FS-REL                        PIC 99.
          88 FS-REL-OK                     VALUE 0.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE 'S' FALSE 'N'.
       77 WS-EOF-LAN                       PIC X.
          88 EOF-LAN-OK                    VALUE 'S' FALSE 'N'.
       77 WS-EOF-MEN                       PIC X.
          88 EOF-MEN-OK                    VALUE 'S' FALSE 'N'.
       77 WS-EOF-CSO                       PIC X.
          88 EOF-CSO-OK                    VALUE 'S' FALSE 'N'.
       77 WS-EOF-ACA                       PIC X.
          88 EOF-ACA-OK                    VALUE 'S' FALSE 'N'.
       77 WS-ACHOU                         PIC X VALUE 'N'.
          88 ACHOU-OK                      VALUE 'S' FALSE 'N'.
       77 WS-MODO                          PIC X VALUE 'N'.
          88 MODO-CADEIA                   VALUE 'S' FALSE 'N'.
       77 WS-FALHOU                        PIC X VALUE 'N'.
          88 FALHOU                        VALUE 'S' FALSE 'N'.
       77 WS-TAB-CHEIA                     PIC X VALUE 'N'.
          88 TAB-CHEIA                     VALUE 'S' FALSE 'N'.
       77 WS-OPCAO                         PIC X.
       77 WS-CONFIRM                       PIC X VALUE SPACES.
       77 WS-CTRL-NOVO                     PIC X VALUE 'N'.
       77 WS-DATA-HOJE-8                   PIC 9(08).
       77 WS-OPERADOR                      PIC X(06) VALUE SPACES.
       77 WS-NR-CASO                       PIC 9(06).
       77 WS-NR-SEQ                        PIC 9(03).
       77 WS-ID-ALUNO                      PIC 9(06).
       77 WS-CD-ORIENTADOR                 PIC X(06).
       77 WS-TP-ACA                        PIC X(02).
       77 WS-DS-ACA                        PIC X(60).
       77 WS-NR-ACORDO                     PIC 9(06).
       77 WS-DT-PRAZO                      PIC 9(08).
       77 WS-CD-DESFECHO                   PIC X(02).
       77 WS-DS-DESFECHO                   PIC X(40).
       77 WS-ST-ANTIGO                     PIC X(01).
       77 WS-IND                           PIC 9(04).
       77 WS-IND2                          PIC 9(04).
       77 WS-PTR                           PIC 9(03).
      * SINAIS E PONTUACAO DO ALUNO CORRENTE NA APURACAO
       77 WS-DT-INI-FALTA                  PIC 9(08).
       77 WS-DIAS-AUX                      PIC 9(08).
       77 WS-QT-MAT-RISCO                  PIC 9(02).
       77 WS-PC-FALTAS                     PIC 9(03).
       77 WS-PC-AUX                        PIC 9(05).
       77 WS-QT-MEN-VENCIDAS               PIC 9(02).
       77 WS-QT-MEN-PONTUA                 PIC 9(02).
       77 WS-FL-TRANCAMENTO                PIC X(01).
       77 WS-PONTOS                        PIC 9(04).
       77 WS-MEDIA-PARCIAL                 PIC 9(02)V99.
       77 WS-SITUACAO-REL                  PIC X(12).
      * MATERIAS: NOTA DE APROVACAO E AULAS DADAS NA JANELA DE
      * FREQUENCIA (CHKAULAS CHAMADO UMA VEZ POR MATERIA)
       01 WS-TABELA-MATERIAS.
          03 WS-TAB-MAT OCCURS 999 TIMES.
             05 WS-MAT-EXISTE              PIC X(01).
             05 WS-MAT-NT-APROVACAO        PIC 9(02)V99.
             05 WS-MAT-AULAS-OK            PIC X(01).
             05 WS-MAT-AULAS               PIC 9(04).
      * FALTAS NA JANELA POR ALUNO X MATERIA
       77 WS-QTD-FAL                       PIC 9(04) VALUE ZEROS.
       01 WS-TABELA-FALTAS.
          03 WS-TAB-FAL OCCURS 3000 TIMES.
             05 WS-FAL-ID-ALUNO            PIC 9(06).
             05 WS-FAL-ID-MATERIA          PIC 9(03).
             05 WS-FAL-QTD                 PIC 9(04).
      * MEDIA PARCIAL DO ALUNO CORRENTE POR MATERIA
       77 WS-QTD-NAL                       PIC 9(02) VALUE ZEROS.
       01 WS-TABELA-NOTAS-ALUNO.
          03 WS-TAB-NAL OCCURS 50 TIMES.
             05 WS-NAL-ID-MATERIA          PIC 9(03).
             05 WS-NAL-SOMA                PIC 9(05)V99.
             05 WS-NAL-PESOS               PIC 9(04).
      * ALUNOS COM PEDIDO DE TRANCAMENTO EM PROTOCOLO ABERTO
       77 WS-QTD-TRC                       PIC 9(04) VALUE ZEROS.
       01 WS-TABELA-TRANCAMENTOS.
          03 WS-TRC-ID-ALUNO               PIC 9(06) OCCURS 500 TIMES.
      * ORIENTADORES DA DISTRIBUICAO AUTOMATICA E CASOS ABERTOS DE
      * CADA UM (O NOVO CASO VAI PARA O MENOS CARREGADO)
       77 WS-QTD-ORI                       PIC 9(02) VALUE ZEROS.
       77 WS-ORI-AUX                       PIC X(06).
       01 WS-TABELA-ORIENTADORES.
          03 WS-TAB-ORI OCCURS 10 TIMES.
             05 WS-ORI-CODIGO              PIC X(06).
             05 WS-ORI-QTD                 PIC 9(04).
      * PARAMETROS DA PONTUACAO (CONFIGSYS)
       77 WS-CFG-PESO-NOTA                 PIC X(60) VALUE '015'.
       77 WS-PESO-NOTA                     PIC 9(03) VALUE 15.
       77 WS-CFG-PESO-FALTA                PIC X(60) VALUE '030'.
       77 WS-PESO-FALTA                    PIC 9(03) VALUE 30.
       77 WS-CFG-LIMITE-FALTA              PIC X(60) VALUE '025'.
       77 WS-LIMITE-FALTA                  PIC 9(03) VALUE 25.
       77 WS-CFG-DIAS-FALTA                PIC X(60) VALUE '030'.
       77 WS-DIAS-FALTA                    PIC 9(03) VALUE 30.
       77 WS-CFG-PESO-DEBITO               PIC X(60) VALUE '010'.
       77 WS-PESO-DEBITO                   PIC 9(03) VALUE 10.
       77 WS-CFG-MAX-DEBITOS               PIC X(60) VALUE '03'.
       77 WS-MAX-DEBITOS                   PIC 9(02) VALUE 3.
       77 WS-CFG-PESO-TRANCA               PIC X(60) VALUE '040'.
       77 WS-PESO-TRANCA                   PIC 9(03) VALUE 40.
       77 WS-CFG-LIMIAR                    PIC X(60) VALUE '050'.
       77 WS-LIMIAR                        PIC 9(03) VALUE 50.
       77 WS-CFG-ORIENTADORES              PIC X(60) VALUE SPACES.
      * TOTAIS DA APURACAO
       77 WS-QTD-AVALIADOS                 PIC 9(05) VALUE ZEROS.
       77 WS-QTD-NOVOS                     PIC 9(05) VALUE ZEROS.
       77 WS-QTD-ACOMPANHADOS              PIC 9(05) VALUE ZEROS.
       77 WS-QTD-SEM-ORIENTADOR            PIC 9(05) VALUE ZEROS.
      * PAINEL DA DIRECAO
       77 WS-DT-PAINEL-INI                 PIC 9(08).
       77 WS-DT-PAINEL-FIM                 PIC 9(08).
       77 WS-PN-ABERTOS                    PIC 9(05) VALUE ZEROS.
       77 WS-PN-NOVOS                      PIC 9(05) VALUE ZEROS.
       77 WS-PN-SALVOS                     PIC 9(05) VALUE ZEROS.
       77 WS-PN-PERDIDOS                   PIC 9(05) VALUE ZEROS.
       77 WS-PN-PERD-TRANCA                PIC 9(05) VALUE ZEROS.
       77 WS-PN-PERD-CANCELA               PIC 9(05) VALUE ZEROS.
       77 WS-PN-PERD-SEM-CONTATO           PIC 9(05) VALUE ZEROS.
       77 WS-PN-SAIDA-SEM-CASO             PIC 9(05) VALUE ZEROS.
       77 WS-PN-SEM-CASO-TRANCA            PIC 9(05) VALUE ZEROS.
       77 WS-PN-SEM-CASO-CANCELA           PIC 9(05) VALUE ZEROS.
       77 WS-PN-PC-SALVOS                  PIC 9(03) VALUE ZEROS.
       01 WS-DESFECHOS-SALVO-V.
          03 FILLER                        PIC X(24) VALUE
             'NTNOTAS RECUPERADAS     '.
          03 FILLER                        PIC X(24) VALUE
             'FRFREQUENCIA REGULAR    '.
          03 FILLER                        PIC X(24) VALUE
             'FIFINANCEIRO REGULAR    '.
          03 FILLER                        PIC X(24) VALUE
             'DTDESISTIU DO TRANCAM.  '.
          03 FILLER                        PIC X(24) VALUE
             'OUOUTRO                 '.
       01 WS-DESFECHOS-SALVO REDEFINES WS-DESFECHOS-SALVO-V.
          03 WS-DSV OCCURS 5 TIMES.
             05 WS-DSV-CODIGO              PIC X(02).
             05 WS-DSV-DESCRICAO           PIC X(22).
       01 WS-QTD-DESFECHO-SALVO.
          03 WS-QTD-DSV                    PIC 9(05) OCCURS 5 TIMES.
       01 WS-MOTIVOS-PERDA-V.
          03 FILLER                        PIC X(24) VALUE
             'MUMUDANCA               '.
          03 FILLER                        PIC X(24) VALUE
             'FIFINANCEIRO            '.
          03 FILLER                        PIC X(24) VALUE
             'SASAUDE                 '.
          03 FILLER                        PIC X(24) VALUE
             'ININSATISFACAO          '.
          03 FILLER                        PIC X(24) VALUE
             'TRTRANSFERENCIA         '.
          03 FILLER                        PIC X(24) VALUE
             'JUJUBILAMENTO           '.
          03 FILLER                        PIC X(24) VALUE
             'OUOUTRO                 '.
       01 WS-MOTIVOS-PERDA REDEFINES WS-MOTIVOS-PERDA-V.
          03 WS-MPD OCCURS 7 TIMES.
             05 WS-MPD-CODIGO              PIC X(02).
             05 WS-MPD-DESCRICAO           PIC X(22).
       01 WS-QTD-MOTIVO-PERDA.
          03 WS-QTD-MPD                    PIC 9(05) OCCURS 7 TIMES.
      * ACOES COMBINADAS NOS CASOS ENCERRADOS: QUANTOS SALVOS E
      * QUANTOS PERDIDOS TIVERAM CADA TIPO DE ACAO
       01 WS-TIPOS-ACAO-V.
          03 FILLER                        PIC X(24) VALUE
             'TUTUTORIA               '.
          03 FILLER                        PIC X(24) VALUE
             'ACACORDO DE PAGAMENTO   '.
          03 FILLER                        PIC X(24) VALUE
             'HOTROCA DE HORARIO      '.
          03 FILLER                        PIC X(24) VALUE
             'OUOUTRA ACAO            '.
       01 WS-TIPOS-ACAO REDEFINES WS-TIPOS-ACAO-V.
          03 WS-TAC OCCURS 4 TIMES.
             05 WS-TAC-CODIGO              PIC X(02).
             05 WS-TAC-DESCRICAO           PIC X(22).
       01 WS-EFICACIA-ACOES.
          03 WS-EFA OCCURS 4 TIMES.
             05 WS-EFA-NO-CASO             PIC X(01).
             05 WS-EFA-SALVOS              PIC 9(05).
             05 WS-EFA-PERDIDOS            PIC 9(05).
       77 WS-QTD-PO                        PIC 9(02) VALUE ZEROS.
       01 WS-PAINEL-ORIENTADORES.
          03 WS-TAB-PO OCCURS 30 TIMES.
             05 WS-PO-CODIGO               PIC X(06).
             05 WS-PO-ABERTOS              PIC 9(05).
             05 WS-PO-SALVOS               PIC 9(05).
             05 WS-PO-PERDIDOS             PIC 9(05).
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
             'CASO   ALUNO  NOME                 TURMA'.
          03 FILLER                        PIC X(50) VALUE
             '      PTS MAT FAL% MEN TRC ORIENT SITUACAO'.
       01 WS-DET-REL.
          03 DET-NR-CASO                   PIC 9(06).
          03 FILLER                        PIC X(01) VALUE SPACE.
          03 DET-ID-ALUNO                  PIC 9(06).
          03 FILLER                        PIC X(01) VALUE SPACE.
          03 DET-NM-ALUNO                  PIC X(20).
          03 FILLER                        PIC X(01) VALUE SPACE.
          03 DET-TURMA                     PIC X(10).
          03 FILLER                        PIC X(01) VALUE SPACE.
          03 DET-PONTOS                    PIC ZZ9.
          03 FILLER                        PIC X(02) VALUE SPACES.
          03 DET-MAT-RISCO                 PIC Z9.
          03 FILLER                        PIC X(02) VALUE SPACES.
          03 DET-PC-FALTAS                 PIC ZZ9.
          03 FILLER                        PIC X(02) VALUE SPACES.
          03 DET-MEN-VENCIDAS              PIC Z9.
          03 FILLER                        PIC X(03) VALUE SPACES.
          03 DET-TRANCAMENTO               PIC X(01).
          03 FILLER                        PIC X(02) VALUE SPACES.
          03 DET-ORIENTADOR                PIC X(06).
          03 FILLER                        PIC X(01) VALUE SPACE.
          03 DET-SITUACAO                  PIC X(12).
       77 WS-QT-EDIT                       PIC ZZZZ9.
       77 WS-QT-EDIT-2                     PIC ZZZZ9.
       77 WS-QT-EDIT-3                     PIC ZZZZ9.
       77 WS-PC-EDIT                       PIC ZZ9.
          COPY MED_AREA.
       01 WL-PARAMETROS-AULAS.
          03 WL-ID-MATERIA                 PIC 9(03).
          03 WL-DT-INICIO                  PIC 9(08).
          03 WL-DT-FIM                     PIC 9(08).
          03 WL-QT-AULAS                   PIC 9(04).
          03 WL-QT-PERDIDAS                PIC 9(04).
          03 WL-QT-REPOSICOES              PIC 9(04).
       01 WL-AUTORIZACAO.
          03 WL-FUNCAO                     PIC X(01).
          03 WL-AUT                        PIC X(01).
             88 WL-AUTORIZADO              VALUE 'S'.
             88 WL-NEGADO                  VALUE 'N'.
       01 WL-AUDITORIA.
          03 WL-PROGRAMA                   PIC X(12)
             VALUE 'SISPERMA'.
          03 WL-OPERACAO                   PIC X(10).
          03 WL-CHAVE                      PIC X(10).
          03 WL-VALOR-ANTIGO               PIC X(50).
          03 WL-VALOR-NOVO                 PIC X(50).
       01 WL-RUNLOG.
          03 WL-RL-PROGRAMA                PIC X(12)
             VALUE 'SISPERMA'.
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
          'C:\COBOL\PERMANEN.TXT'.
       01 WS-ARQ-CFG-D3-CASOPERM           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\CASOPERM.DAT'.
       01 WS-ARQ-CFG-D3-CASOACAO           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\CASOACAO.DAT'.
       01 WS-ARQ-CFG-D3-REGISTRO           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\REGISTRO.DAT'.
       01 WS-ARQ-CFG-D3-LANCNOTA           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\LANCNOTA.DAT'.
       01 WS-ARQ-CFG-D3-MATERIAS           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\MATERIAS.DAT'.
       01 WS-ARQ-CFG-D3-FREQUENCIA         PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\FREQUENCIA.DAT'.
       01 WS-ARQ-CFG-MENSALID              PIC X(60) VALUE
          'C:\COBOL\MENSALID.DAT'.
       01 WS-ARQ-CFG-PROTOCOL              PIC X(60) VALUE
          'C:\COBOL\PROTOCOL.DAT'.
       01 WS-ARQ-CFG-ACORDOS               PIC X(60) VALUE
          'C:\COBOL\ACORDOS.DAT'.
       01 WS-ARQ-CFG-OPERADOR              PIC X(60) VALUE
          'C:\COBOL\OPERADOR.DAT'.
       01 WS-ARQ-CFG-D3-EVASAO             PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\EVASAO.DAT'.
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
            IF LK-MENSAGEM(1:6) EQUAL 'CADEIA'
                SET MODO-CADEIA   TO TRUE
                PERFORM P100-CADEIA THRU P100-FIM
            ELSE
                PERFORM P300-PROCESSA THRU P300-FIM
                                        UNTIL WS-OPCAO = 'F' OR 'f'
            END-IF
            PERFORM P900-FIM
            .
      * CADEIA NOTURNA (DIA DA SEMANA NA AGENDA): SO A APURACAO
       P100-CADEIA.
            MOVE 'I'              TO WL-RL-FASE
            MOVE ZEROS            TO WL-RL-REGISTROS
            MOVE SPACES           TO WL-RL-STATUS
            CALL 'RUNLOG' USING WL-RUNLOG
            MOVE ZEROS            TO RETURN-CODE
            SET FALHOU            TO FALSE
            PERFORM P310-APURA    THRU P310-FIM
            MOVE 'F'              TO WL-RL-FASE
            MOVE WS-QTD-AVALIADOS TO WL-RL-REGISTROS
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
            MOVE SPACES             TO WS-OPCAO
            DISPLAY '**************************************************'
            DISPLAY '***  PERMANENCIA - CASOS DE RETENCAO           ***'
            DISPLAY '**************************************************'
            DISPLAY '*** 1 - Apuracao de risco (semanal)            ***'
            DISPLAY '*** 2 - Atribuir orientador ao caso            ***'
            DISPLAY '*** 3 - Registrar contato com o aluno          ***'
            DISPLAY '*** 4 - Registrar acao combinada               ***'
            DISPLAY '*** 5 - Baixa de acao combinada                ***'
            DISPLAY '*** 6 - Encerrar caso (aluno permanece)        ***'
            DISPLAY '*** 7 - Consultar caso                         ***'
            DISPLAY '*** 8 - Painel da direcao (salvos/perdidos)    ***'
            DISPLAY '***          <TECLE F PARA FINALIZAR>          ***'
            DISPLAY '**************************************************'
            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN '1'
                    MOVE 'J'              TO WL-FUNCAO
                    CALL 'AUTHOPR' USING WL-AUTORIZACAO
                    IF WL-AUTORIZADO
                        PERFORM P310-APURA    THRU P310-FIM
                    END-IF
                WHEN '2'
                    PERFORM P340-ATRIBUI   THRU P340-FIM
                WHEN '3'
                    PERFORM P350-CONTATO   THRU P350-FIM
                WHEN '4'
                    PERFORM P360-ACAO      THRU P360-FIM
                WHEN '5'
                    PERFORM P370-BAIXA     THRU P370-FIM
                WHEN '6'
                    PERFORM P380-ENCERRA   THRU P380-FIM
                WHEN '7'
                    PERFORM P390-CONSULTA  THRU P390-FIM
                WHEN '8'
                    PERFORM P500-PAINEL    THRU P500-FIM
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
      * APURACAO - PONTUA CADA ALUNO ATIVO; NO LIMIAR ABRE O CASO (SE
      * NAO HOUVER UM ABERTO) E NOS CASOS ABERTOS ATUALIZA OS SINAIS
      ******************************************************************
       P310-APURA.
            ACCEPT WS-DATA-HOJE-8 FROM DATE YYYYMMDD
            COMPUTE WS-DIAS-AUX =
                    FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE-8)
                    - WS-DIAS-FALTA
            COMPUTE WS-DT-INI-FALTA =
                    FUNCTION DATE-OF-INTEGER(WS-DIAS-AUX)
            MOVE ZEROS            TO WS-QTD-AVALIADOS WS-QTD-NOVOS
                                     WS-QTD-ACOMPANHADOS
                                     WS-QTD-SEM-ORIENTADOR
            SET TAB-CHEIA         TO FALSE
            PERFORM P312-CARREGA-MATERIAS     THRU P312-FIM
            PERFORM P314-CARREGA-FALTAS       THRU P314-FIM
            PERFORM P316-CARREGA-TRANCAMENTOS THRU P316-FIM
            PERFORM P318-CARREGA-ORIENTADORES THRU P318-FIM

            MOVE 'PERMANEN'       TO WL-SPL-RELATORIO
            CALL 'SPOOLREG' USING WL-SPOOL
            IF WL-SPOOL-ABERTO
                MOVE WL-SPL-ARQUIVO TO WS-ARQ-RELATORIO
            ELSE
                MOVE 'C:\COBOL\PERMANEN.TXT' TO WS-ARQ-RELATORIO
            END-IF
            SET FS-CSO-OK         TO TRUE
            OPEN I-O CASOPERM
            IF WS-FS-CSO EQUAL 35 THEN
                OPEN OUTPUT CASOPERM
                CLOSE CASOPERM
                OPEN I-O CASOPERM
            END-IF
            SET FS-OK             TO TRUE
            SET FS-REL-OK         TO TRUE
            OPEN INPUT ALUNOS
            OPEN INPUT LANCAMENTOS
            OPEN INPUT MENSALIDADES
            OPEN OUTPUT RELATORIO
            IF NOT (FS-CSO-OK AND FS-OK AND FS-REL-OK)
                DISPLAY 'ERRO AO ABRIR CASOS/ALUNOS/RELATORIO. '
                DISPLAY 'FILE STATUS CASOS    : ' WS-FS-CSO
                DISPLAY 'FILE STATUS ALUNOS   : ' WS-FS
                DISPLAY 'FILE STATUS RELATORIO: ' WS-FS-REL
                SET FALHOU        TO TRUE
                CLOSE CASOPERM
                CLOSE ALUNOS
                CLOSE LANCAMENTOS
                CLOSE MENSALIDADES
                CLOSE RELATORIO
                GO TO P310-FIM
            END-IF
            PERFORM P319-CONTA-CASOS-ABERTOS THRU P319-FIM

            MOVE WS-DATA-HOJE-8   TO WS-DATA-AUX
            PERFORM P420-EDITA-DATA THRU P420-FIM
            MOVE SPACES TO WS-LINHA-REL
            STRING 'APURACAO DE PERMANENCIA EM ' WS-DATA-EDIT
                   DELIMITED BY SIZE INTO WS-LINHA-REL
            MOVE WS-LINHA-REL TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE WS-DT-INI-FALTA  TO WS-DATA-AUX
            PERFORM P420-EDITA-DATA THRU P420-FIM
            MOVE SPACES TO WS-LINHA-REL
            STRING 'FREQUENCIA DESDE ' WS-DATA-EDIT
                   '   LIMIAR DE ABERTURA: ' WS-LIMIAR ' PONTOS'
                   DELIMITED BY SIZE INTO WS-LINHA-REL
            MOVE WS-LINHA-REL TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE ALL '=' TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE WS-CAB-REL       TO REG-RELATORIO
            WRITE REG-RELATORIO

            SET EOF-OK            TO FALSE
            PERFORM UNTIL EOF-OK
                READ ALUNOS NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF ALUNO-ATIVO
                            ADD 1 TO WS-QTD-AVALIADOS
                            MOVE ID-ALUNO TO WS-ID-ALUNO
                            PERFORM P320-PONTUA   THRU P320-FIM
                            PERFORM P330-REGISTRA THRU P330-FIM
                        END-IF
                END-READ
            END-PERFORM

            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES TO WS-LINHA-REL
            STRING 'ALUNOS AVALIADOS: ' WS-QTD-AVALIADOS
                   '  CASOS NOVOS: ' WS-QTD-NOVOS
                   '  EM ACOMPANHAMENTO: ' WS-QTD-ACOMPANHADOS
                   DELIMITED BY SIZE INTO WS-LINHA-REL
            MOVE WS-LINHA-REL TO REG-RELATORIO
            WRITE REG-RELATORIO
            IF WS-QTD-SEM-ORIENTADOR > 0
                MOVE SPACES TO WS-LINHA-REL
                STRING 'CASOS SEM ORIENTADOR (ATRIBUIR NA OPCAO 2): '
                       WS-QTD-SEM-ORIENTADOR
                       DELIMITED BY SIZE INTO WS-LINHA-REL
                MOVE WS-LINHA-REL TO REG-RELATORIO
                WRITE REG-RELATORIO
            END-IF
            IF TAB-CHEIA
                MOVE 'ATENCAO: TABELA DE FALTAS CHEIA - FREQUENCIA '
                     & 'PARCIAL NA PONTUACAO.' TO REG-RELATORIO
                WRITE REG-RELATORIO
            END-IF
            CLOSE CASOPERM
            CLOSE ALUNOS
            CLOSE LANCAMENTOS
            CLOSE MENSALIDADES
            CLOSE RELATORIO
            DISPLAY '*************************************************'
            DISPLAY 'ALUNOS AVALIADOS            : ' WS-QTD-AVALIADOS
            DISPLAY 'CASOS ABERTOS NESTA APURACAO: ' WS-QTD-NOVOS
            DISPLAY 'CASOS EM ACOMPANHAMENTO     : '
                    WS-QTD-ACOMPANHADOS
            DISPLAY 'CASOS SEM ORIENTADOR        : '
                    WS-QTD-SEM-ORIENTADOR
            DISPLAY 'RELATORIO EM ' WS-ARQ-RELATORIO
            DISPLAY '*************************************************'
            .
       P310-FIM.
      * NOTA DE APROVACAO DE CADA MATERIA; AS AULAS DA JANELA SO SAO
      * CONTADAS (CHKAULAS) QUANDO ALGUEM TEM FALTA NA MATERIA
       P312-CARREGA-MATERIAS.
            INITIALIZE WS-TABELA-MATERIAS
            SET EOF-OK            TO FALSE
            SET FS-MTR-OK         TO TRUE
            OPEN INPUT MATERIAS
            IF FS-MTR-OK
                PERFORM UNTIL EOF-OK
                    READ MATERIAS NEXT
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            IF ID-MATERIA > 0
                                MOVE 'S' TO WS-MAT-EXISTE(ID-MATERIA)
                                MOVE NT-APROVACAO
                                    TO WS-MAT-NT-APROVACAO(ID-MATERIA)
                                MOVE 'N'
                                    TO WS-MAT-AULAS-OK(ID-MATERIA)
                            END-IF
                    END-READ
                END-PERFORM
            END-IF
            CLOSE MATERIAS
            .
       P312-FIM.
      * FALTAS (JUSTIFICADAS OU NAO, COMO NO SISFREQU) DA JANELA
       P314-CARREGA-FALTAS.
            MOVE ZEROS            TO WS-QTD-FAL
            SET EOF-OK            TO FALSE
            SET FS-FRQ-OK         TO TRUE
            OPEN INPUT FREQUENCIA
            IF FS-FRQ-OK
                PERFORM UNTIL EOF-OK
                    READ FREQUENCIA NEXT
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            IF DT-AULA-FRQ >= WS-DT-INI-FALTA AND
                               DT-AULA-FRQ <= WS-DATA-HOJE-8
                                PERFORM P315-ACUMULA-FALTA
                                    THRU P315-FIM
                            END-IF
                    END-READ
                END-PERFORM
            END-IF
            CLOSE FREQUENCIA
            .
       P314-FIM.
       P315-ACUMULA-FALTA.
            SET ACHOU-OK          TO FALSE
            PERFORM VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND > WS-QTD-FAL OR ACHOU-OK
                IF WS-FAL-ID-ALUNO(WS-IND) EQUAL ID-ALUNO-FRQ AND
                   WS-FAL-ID-MATERIA(WS-IND) EQUAL ID-MATERIA-FRQ
                    SET ACHOU-OK  TO TRUE
                END-IF
            END-PERFORM
            IF ACHOU-OK
                SUBTRACT 1 FROM WS-IND
                ADD 1 TO WS-FAL-QTD(WS-IND)
                GO TO P315-FIM
            END-IF
            IF WS-QTD-FAL NOT < 3000
                SET TAB-CHEIA     TO TRUE
                GO TO P315-FIM
            END-IF
            ADD 1 TO WS-QTD-FAL
            MOVE ID-ALUNO-FRQ     TO WS-FAL-ID-ALUNO(WS-QTD-FAL)
            MOVE ID-MATERIA-FRQ   TO WS-FAL-ID-MATERIA(WS-QTD-FAL)
            MOVE 1                TO WS-FAL-QTD(WS-QTD-FAL)
            .
       P315-FIM.
      * PEDIDO DE TRANCAMENTO (TIPO 'TRANCA...') AINDA NAO ENTREGUE
       P316-CARREGA-TRANCAMENTOS.
            MOVE ZEROS            TO WS-QTD-TRC
            SET EOF-OK            TO FALSE
            SET FS-PRT-OK         TO TRUE
            OPEN INPUT PROTOCOLOS
            IF FS-PRT-OK
                PERFORM UNTIL EOF-OK
                    READ PROTOCOLOS NEXT
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            IF TP-PROTOCOLO(1:6) EQUAL 'TRANCA' AND
                               (PRT-ABERTO OR PRT-PRONTO) AND
                               WS-QTD-TRC < 500
                                ADD 1 TO WS-QTD-TRC
                                MOVE ID-ALUNO-PRT
                                    TO WS-TRC-ID-ALUNO(WS-QTD-TRC)
                            END-IF
                    END-READ
                END-PERFORM
            END-IF
            CLOSE PROTOCOLOS
            .
       P316-FIM.
      * LISTA PERM-ORIENTADORES (CODIGOS DE OPERADOR SEPARADOS POR
      * VIRGULA); SO ENTRAM OPERADORES CADASTRADOS E ATIVOS
       P318-CARREGA-ORIENTADORES.
            MOVE ZEROS            TO WS-QTD-ORI
            IF WS-CFG-ORIENTADORES EQUAL SPACES
                GO TO P318-FIM
            END-IF
            SET FS-OPE-OK         TO TRUE
            OPEN INPUT OPERADORES
            IF NOT FS-OPE-OK
                CLOSE OPERADORES
                GO TO P318-FIM
            END-IF
            MOVE 1                TO WS-PTR
            PERFORM UNTIL WS-PTR > 60 OR WS-QTD-ORI NOT < 10
                MOVE SPACES       TO WS-ORI-AUX
                UNSTRING WS-CFG-ORIENTADORES
                    DELIMITED BY ',' OR ALL SPACE
                    INTO WS-ORI-AUX
                    WITH POINTER WS-PTR
                END-UNSTRING
                IF WS-ORI-AUX NOT EQUAL SPACES
                    MOVE WS-ORI-AUX TO CD-OPERADOR
                    READ OPERADORES
                        INVALID KEY
                            DISPLAY 'ORIENTADOR ' WS-ORI-AUX
                                    ' NAO CADASTRADO - IGNORADO.'
                        NOT INVALID KEY
                            IF OPERADOR-ATIVO
                                ADD 1 TO WS-QTD-ORI
                                MOVE WS-ORI-AUX
                                    TO WS-ORI-CODIGO(WS-QTD-ORI)
                                MOVE ZEROS
                                    TO WS-ORI-QTD(WS-QTD-ORI)
                            END-IF
                    END-READ
                END-IF
            END-PERFORM
            CLOSE OPERADORES
            .
       P318-FIM.
       P319-CONTA-CASOS-ABERTOS.
            IF WS-QTD-ORI EQUAL ZEROS
                GO TO P319-FIM
            END-IF
            SET EOF-CSO-OK        TO FALSE
            PERFORM UNTIL EOF-CSO-OK
                READ CASOPERM NEXT
                    AT END
                        SET EOF-CSO-OK TO TRUE
                    NOT AT END
                        IF CASO-ABERTO
                            PERFORM VARYING WS-IND FROM 1 BY 1
                                    UNTIL WS-IND > WS-QTD-ORI
                                IF WS-ORI-CODIGO(WS-IND) EQUAL
                                   CD-ORIENTADOR-CSO
                                    ADD 1 TO WS-ORI-QTD(WS-IND)
                                END-IF
                            END-PERFORM
                        END-IF
                END-READ
            END-PERFORM
            .
       P319-FIM.
      ******************************************************************
      * PONTUACAO DO ALUNO WS-ID-ALUNO:
      *   PERM-PESO-NOTA   POR MATERIA COM MEDIA PARCIAL ABAIXO DA
      *                    APROVACAO
      *   PERM-PESO-FALTA  SE A PIOR MATERIA TEM PERM-LIMITE-FALTA %
      *                    OU MAIS DE FALTAS NA JANELA
      *   PERM-PESO-DEBITO POR MENSALIDADE VENCIDA EM ABERTO (ATE
      *                    PERM-MAX-DEBITOS)
      *   PERM-PESO-TRANCA SE HA PEDIDO DE TRANCAMENTO EM ABERTO
      ******************************************************************
       P320-PONTUA.
            MOVE ZEROS            TO WS-QT-MAT-RISCO WS-PC-FALTAS
                                     WS-QT-MEN-VENCIDAS WS-PONTOS
            MOVE 'N'              TO WS-FL-TRANCAMENTO
            PERFORM P322-NOTAS    THRU P322-FIM
            PERFORM P324-FALTAS   THRU P324-FIM
            PERFORM P328-DEBITOS  THRU P328-FIM
            PERFORM VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND > WS-QTD-TRC
                IF WS-TRC-ID-ALUNO(WS-IND) EQUAL WS-ID-ALUNO
                    MOVE 'S'      TO WS-FL-TRANCAMENTO
                END-IF
            END-PERFORM

            COMPUTE WS-PONTOS = WS-QT-MAT-RISCO * WS-PESO-NOTA
            IF WS-PC-FALTAS > 0 AND
               WS-PC-FALTAS NOT < WS-LIMITE-FALTA
                ADD WS-PESO-FALTA TO WS-PONTOS
            END-IF
            MOVE WS-QT-MEN-VENCIDAS TO WS-QT-MEN-PONTUA
            IF WS-QT-MEN-PONTUA > WS-MAX-DEBITOS
                MOVE WS-MAX-DEBITOS TO WS-QT-MEN-PONTUA
            END-IF
            COMPUTE WS-PONTOS = WS-PONTOS +
                    WS-QT-MEN-PONTUA * WS-PESO-DEBITO
            IF WS-FL-TRANCAMENTO EQUAL 'S'
                ADD WS-PESO-TRANCA TO WS-PONTOS
            END-IF
            IF WS-PONTOS > 999
                MOVE 999          TO WS-PONTOS
            END-IF
            .
       P320-FIM.
      * MEDIA PARCIAL POR MATERIA, COMO NO SISRISCO: CADA NOTA COM O
      * PESO DA AVALIACAO NO PLANO; A RECUPERACAO NAO ENTRA
       P322-NOTAS.
            MOVE ZEROS            TO WS-QTD-NAL
            MOVE WS-ID-ALUNO      TO ID-ALUNO-LAN
            MOVE ZEROS            TO ID-MATERIA-LAN NR-AVALIACAO-LAN
            SET EOF-LAN-OK        TO FALSE
            START LANCAMENTOS KEY NOT LESS THAN CHAVE-LANCAMENTO
                INVALID KEY
                    SET EOF-LAN-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-LAN-OK
                READ LANCAMENTOS NEXT
                    AT END
                        SET EOF-LAN-OK TO TRUE
                    NOT AT END
                        IF ID-ALUNO-LAN NOT EQUAL WS-ID-ALUNO
                            SET EOF-LAN-OK TO TRUE
                        ELSE
                            PERFORM P323-PONDERA THRU P323-FIM
                        END-IF
                END-READ
            END-PERFORM
            PERFORM VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND > WS-QTD-NAL
                IF WS-NAL-PESOS(WS-IND) > 0 AND
                   WS-NAL-ID-MATERIA(WS-IND) > 0 AND
                   WS-MAT-EXISTE(WS-NAL-ID-MATERIA(WS-IND)) EQUAL 'S'
                    COMPUTE WS-MEDIA-PARCIAL =
                            WS-NAL-SOMA(WS-IND) / WS-NAL-PESOS(WS-IND)
                    IF WS-MEDIA-PARCIAL <
                       WS-MAT-NT-APROVACAO(WS-NAL-ID-MATERIA(WS-IND))
                        ADD 1 TO WS-QT-MAT-RISCO
                    END-IF
                END-IF
            END-PERFORM
            .
       P322-FIM.
       P323-PONDERA.
            IF WS-QTD-NAL EQUAL ZEROS OR
               WS-NAL-ID-MATERIA(WS-QTD-NAL) NOT EQUAL ID-MATERIA-LAN
                IF WS-QTD-NAL NOT < 50
                    GO TO P323-FIM
                END-IF
                ADD 1 TO WS-QTD-NAL
                MOVE ID-MATERIA-LAN TO WS-NAL-ID-MATERIA(WS-QTD-NAL)
                MOVE ZEROS        TO WS-NAL-SOMA(WS-QTD-NAL)
                                     WS-NAL-PESOS(WS-QTD-NAL)
            END-IF
            MOVE 'P'              TO WL-MD-OPERACAO
            MOVE ID-MATERIA-LAN   TO WL-MD-ID-MATERIA
            MOVE NR-AVALIACAO-LAN TO WL-MD-NR-AVALIACAO
            CALL 'CALCMEDP' USING WL-PARAMETROS-MEDIA
            IF WL-MD-TP-AVALIACAO NOT EQUAL 'R'
                COMPUTE WS-NAL-SOMA(WS-QTD-NAL) =
                        WS-NAL-SOMA(WS-QTD-NAL) +
                        VL-NOTA-LAN * WL-MD-PS-AVALIACAO
                ADD WL-MD-PS-AVALIACAO TO WS-NAL-PESOS(WS-QTD-NAL)
            END-IF
            .
       P323-FIM.
      * PIOR PERCENTUAL DE FALTAS ENTRE AS MATERIAS DO ALUNO
       P324-FALTAS.
            PERFORM VARYING WS-IND2 FROM 1 BY 1
                    UNTIL WS-IND2 > WS-QTD-FAL
                IF WS-FAL-ID-ALUNO(WS-IND2) EQUAL WS-ID-ALUNO AND
                   WS-FAL-ID-MATERIA(WS-IND2) > 0
                    PERFORM P326-AULAS-MATERIA THRU P326-FIM
                    IF WS-MAT-AULAS(WS-FAL-ID-MATERIA(WS-IND2)) > 0
                        COMPUTE WS-PC-AUX =
                                WS-FAL-QTD(WS-IND2) * 100 /
                                WS-MAT-AULAS(WS-FAL-ID-MATERIA(WS-IND2))
                        IF WS-PC-AUX > 100
                            MOVE 100 TO WS-PC-AUX
                        END-IF
                        IF WS-PC-AUX > WS-PC-FALTAS
                            MOVE WS-PC-AUX TO WS-PC-FALTAS
                        END-IF
                    END-IF
                END-IF
            END-PERFORM
            .
       P324-FIM.
       P326-AULAS-MATERIA.
            IF WS-MAT-AULAS-OK(WS-FAL-ID-MATERIA(WS-IND2)) EQUAL 'S'
                GO TO P326-FIM
            END-IF
            MOVE WS-FAL-ID-MATERIA(WS-IND2) TO WL-ID-MATERIA
            MOVE WS-DT-INI-FALTA  TO WL-DT-INICIO
            MOVE WS-DATA-HOJE-8   TO WL-DT-FIM
            MOVE ZEROS            TO WL-QT-AULAS WL-QT-PERDIDAS
                                     WL-QT-REPOSICOES
            CALL 'CHKAULAS' USING WL-PARAMETROS-AULAS
            MOVE WL-QT-AULAS
                TO WS-MAT-AULAS(WS-FAL-ID-MATERIA(WS-IND2))
            MOVE 'S' TO WS-MAT-AULAS-OK(WS-FAL-ID-MATERIA(WS-IND2))
            .
       P326-FIM.
      * MENSALIDADES EM ABERTO JA VENCIDAS, COMO NO SISAGING
       P328-DEBITOS.
            MOVE WS-ID-ALUNO      TO ID-ALUNO-MEN
            MOVE ZEROS            TO CP-COMPETENCIA
            SET EOF-MEN-OK        TO FALSE
            START MENSALIDADES KEY NOT LESS THAN CHAVE-MENSALIDADE
                INVALID KEY
                    SET EOF-MEN-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-MEN-OK
                READ MENSALIDADES NEXT
                    AT END
                        SET EOF-MEN-OK TO TRUE
                    NOT AT END
                        IF ID-ALUNO-MEN NOT EQUAL WS-ID-ALUNO
                            SET EOF-MEN-OK TO TRUE
                        ELSE
                            IF MEN-ABERTA AND
                               DT-VENCIMENTO-MEN < WS-DATA-HOJE-8 AND
                               WS-QT-MEN-VENCIDAS < 99
                                ADD 1 TO WS-QT-MEN-VENCIDAS
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            .
       P328-FIM.
      ******************************************************************
      * CASO DO ALUNO: O ABERTO RECEBE OS SINAIS DA SEMANA; SEM CASO
      * ABERTO E NO LIMIAR, ABRE UM NOVO
      ******************************************************************
       P330-REGISTRA.
            SET ACHOU-OK          TO FALSE
            SET EOF-CSO-OK        TO FALSE
            MOVE WS-ID-ALUNO      TO ID-ALUNO-CSO
            START CASOPERM KEY EQUAL ID-ALUNO-CSO
                INVALID KEY
                    SET EOF-CSO-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-CSO-OK OR ACHOU-OK
                READ CASOPERM NEXT
                    AT END
                        SET EOF-CSO-OK TO TRUE
                    NOT AT END
                        IF ID-ALUNO-CSO NOT EQUAL WS-ID-ALUNO
                            SET EOF-CSO-OK TO TRUE
                        ELSE
                            IF CASO-ABERTO
                                SET ACHOU-OK TO TRUE
                            END-IF
                        END-IF
                END-READ
            END-PERFORM

            IF ACHOU-OK
                MOVE WS-PONTOS    TO PT-ATUAL-CSO
                MOVE WS-DATA-HOJE-8 TO DT-ULT-APURACAO-CSO
                MOVE WS-QT-MAT-RISCO TO QT-MAT-RISCO-CSO
                MOVE WS-PC-FALTAS TO PC-FALTAS-CSO
                MOVE WS-QT-MEN-VENCIDAS TO QT-MEN-VENCIDAS-CSO
                MOVE WS-FL-TRANCAMENTO TO FL-TRANCAMENTO-CSO
                REWRITE REG-CASO-PERMANENCIA
                    INVALID KEY
                        DISPLAY 'ERRO AO ATUALIZAR O CASO ' NR-CASO
                END-REWRITE
                ADD 1 TO WS-QTD-ACOMPANHADOS
                IF WS-PONTOS < WS-LIMIAR
                    MOVE 'ABAIXO LIMIAR' TO WS-SITUACAO-REL
                ELSE
                    MOVE 'ACOMPANHA'    TO WS-SITUACAO-REL
                END-IF
                PERFORM P336-LINHA-RELATORIO THRU P336-FIM
                GO TO P330-FIM
            END-IF
            IF WS-PONTOS < WS-LIMIAR
                GO TO P330-FIM
            END-IF
            PERFORM P332-ABRE-CASO THRU P332-FIM
            .
       P330-FIM.
       P332-ABRE-CASO.
            PERFORM P150-PROX-CASO THRU P150-FIM
            IF WS-NR-CASO EQUAL ZEROS
                GO TO P332-FIM
            END-IF
            INITIALIZE REG-CASO-PERMANENCIA
            MOVE WS-NR-CASO       TO NR-CASO
            MOVE WS-ID-ALUNO      TO ID-ALUNO-CSO
            MOVE WS-DATA-HOJE-8   TO DT-ABERTURA-CSO
                                     DT-ULT-APURACAO-CSO
            MOVE WS-PONTOS        TO PT-ABERTURA-CSO PT-ATUAL-CSO
            MOVE WS-QT-MAT-RISCO  TO QT-MAT-RISCO-CSO
            MOVE WS-PC-FALTAS     TO PC-FALTAS-CSO
            MOVE WS-QT-MEN-VENCIDAS TO QT-MEN-VENCIDAS-CSO
            MOVE WS-FL-TRANCAMENTO TO FL-TRANCAMENTO-CSO
            SET CASO-ABERTO       TO TRUE
            PERFORM P334-ESCOLHE-ORIENTADOR THRU P334-FIM
            WRITE REG-CASO-PERMANENCIA
                INVALID KEY
                    DISPLAY 'CASO ' WS-NR-CASO ' JA EXISTE! '
                    GO TO P332-FIM
            END-WRITE
            ADD 1 TO WS-QTD-NOVOS
            IF CD-ORIENTADOR-CSO EQUAL SPACES
                ADD 1 TO WS-QTD-SEM-ORIENTADOR
            END-IF
            MOVE 'CASO-ABRE'      TO WL-OPERACAO
            MOVE WS-NR-CASO       TO WL-CHAVE
            MOVE SPACES           TO WL-VALOR-ANTIGO WL-VALOR-NOVO
            STRING 'ALUNO ' WS-ID-ALUNO ' PONTOS ' WS-PONTOS
                   ' ORIENTADOR ' CD-ORIENTADOR-CSO
                   DELIMITED BY SIZE INTO WL-VALOR-NOVO
            CALL 'AUDITLOG' USING WL-AUDITORIA
            MOVE 'NOVO'           TO WS-SITUACAO-REL
            PERFORM P336-LINHA-RELATORIO THRU P336-FIM
            .
       P332-FIM.
      * ORIENTADOR DA LISTA COM MENOS CASOS ABERTOS; SEM LISTA O CASO
      * FICA SEM ORIENTADOR ATE A ATRIBUICAO MANUAL
       P334-ESCOLHE-ORIENTADOR.
            MOVE SPACES           TO CD-ORIENTADOR-CSO
            MOVE ZEROS            TO DT-ATRIBUICAO-CSO
            IF WS-QTD-ORI EQUAL ZEROS
                GO TO P334-FIM
            END-IF
            MOVE 1                TO WS-IND2
            PERFORM VARYING WS-IND FROM 2 BY 1
                    UNTIL WS-IND > WS-QTD-ORI
                IF WS-ORI-QTD(WS-IND) < WS-ORI-QTD(WS-IND2)
                    MOVE WS-IND   TO WS-IND2
                END-IF
            END-PERFORM
            MOVE WS-ORI-CODIGO(WS-IND2) TO CD-ORIENTADOR-CSO
            MOVE WS-DATA-HOJE-8   TO DT-ATRIBUICAO-CSO
            ADD 1 TO WS-ORI-QTD(WS-IND2)
            .
       P334-FIM.
       P336-LINHA-RELATORIO.
            MOVE NR-CASO          TO DET-NR-CASO
            MOVE WS-ID-ALUNO      TO DET-ID-ALUNO
            MOVE NM-ALUNO         TO DET-NM-ALUNO
            MOVE TURMA            TO DET-TURMA
            MOVE WS-PONTOS        TO DET-PONTOS
            MOVE WS-QT-MAT-RISCO  TO DET-MAT-RISCO
            MOVE WS-PC-FALTAS     TO DET-PC-FALTAS
            MOVE WS-QT-MEN-VENCIDAS TO DET-MEN-VENCIDAS
            MOVE WS-FL-TRANCAMENTO TO DET-TRANCAMENTO
            MOVE CD-ORIENTADOR-CSO TO DET-ORIENTADOR
            MOVE WS-SITUACAO-REL  TO DET-SITUACAO
            MOVE WS-DET-REL       TO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P336-FIM.
      ******************************************************************
      * ATRIBUICAO (OU TROCA) DO ORIENTADOR DE UM CASO ABERTO
      ******************************************************************
       P340-ATRIBUI.
            MOVE 'J'              TO WL-FUNCAO
            CALL 'AUTHOPR' USING WL-AUTORIZACAO
            IF WL-NEGADO
                GO TO P340-FIM
            END-IF
            ACCEPT WS-DATA-HOJE-8 FROM DATE YYYYMMDD
            DISPLAY 'Informe o numero do caso: '
            ACCEPT WS-NR-CASO
            SET FS-CSO-OK         TO TRUE
            OPEN I-O CASOPERM
            IF NOT FS-CSO-OK
                DISPLAY 'NENHUM CASO DE PERMANENCIA ABERTO AINDA. '
                CLOSE CASOPERM
                GO TO P340-FIM
            END-IF
            PERFORM P400-LE-CASO-ABERTO THRU P400-FIM
            IF NOT ACHOU-OK
                CLOSE CASOPERM
                GO TO P340-FIM
            END-IF
            DISPLAY 'ORIENTADOR ATUAL: ' CD-ORIENTADOR-CSO
            DISPLAY 'Informe o codigo do operador orientador: '
            ACCEPT WS-CD-ORIENTADOR
            SET FS-OPE-OK         TO TRUE
            OPEN INPUT OPERADORES
            IF NOT FS-OPE-OK
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE OPERADORES. '
                DISPLAY 'FILE STATUS: ' WS-FS-OPE
                CLOSE OPERADORES
                CLOSE CASOPERM
                GO TO P340-FIM
            END-IF
            MOVE WS-CD-ORIENTADOR TO CD-OPERADOR
            READ OPERADORES
                INVALID KEY
                    DISPLAY 'OPERADOR NAO CADASTRADO! '
                    CLOSE OPERADORES
                    CLOSE CASOPERM
                    GO TO P340-FIM
            END-READ
            CLOSE OPERADORES
            IF NOT OPERADOR-ATIVO
                DISPLAY 'OPERADOR BLOQUEADO! '
                CLOSE CASOPERM
                GO TO P340-FIM
            END-IF
            MOVE CD-ORIENTADOR-CSO TO WL-VALOR-ANTIGO
            MOVE WS-CD-ORIENTADOR TO CD-ORIENTADOR-CSO
            MOVE WS-DATA-HOJE-8   TO DT-ATRIBUICAO-CSO
            REWRITE REG-CASO-PERMANENCIA
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR O CASO. '
                NOT INVALID KEY
                    DISPLAY 'Caso ' NR-CASO ' atribuido a '
                            NM-OPERADOR
                    MOVE 'CASO-ORIEN' TO WL-OPERACAO
                    MOVE NR-CASO  TO WL-CHAVE
                    MOVE WS-CD-ORIENTADOR TO WL-VALOR-NOVO
                    CALL 'AUDITLOG' USING WL-AUDITORIA
            END-REWRITE
            CLOSE CASOPERM
            .
       P340-FIM.
      ******************************************************************
      * CONTATO FEITO COM O ALUNO OU COM O RESPONSAVEL
      ******************************************************************
       P350-CONTATO.
            ACCEPT WS-DATA-HOJE-8 FROM DATE YYYYMMDD
            PERFORM P410-LE-OPERADOR THRU P410-FIM
            DISPLAY 'Informe o numero do caso: '
            ACCEPT WS-NR-CASO
            DISPLAY 'Tipo de contato (TE=Telefone, PR=Presencial, '
                    'MS=Mensagem, RS=Com o responsavel): '
            ACCEPT WS-TP-ACA
            IF WS-TP-ACA NOT EQUAL 'TE' AND 'PR' AND 'MS' AND 'RS'
                DISPLAY 'TIPO DE CONTATO INVALIDO! '
                GO TO P350-FIM
            END-IF
            DISPLAY 'Resumo do contato: '
            ACCEPT WS-DS-ACA
            INITIALIZE REG-ACAO-CASO
            SET ACA-CONTATO       TO TRUE
            MOVE WS-TP-ACA        TO TP-ACA
            MOVE WS-DS-ACA        TO DS-ACA
            MOVE SPACES           TO ST-ACA
            PERFORM P368-GRAVA-HISTORICO THRU P368-FIM
            .
       P350-FIM.
      ******************************************************************
      * ACAO COMBINADA COM O ALUNO - NO ACORDO DE PAGAMENTO O NUMERO
      * DO ACORDO DO SISACORD E CONFERIDO (MESMO ALUNO, NAO ROMPIDO)
      ******************************************************************
       P360-ACAO.
            ACCEPT WS-DATA-HOJE-8 FROM DATE YYYYMMDD
            PERFORM P410-LE-OPERADOR THRU P410-FIM
            DISPLAY 'Informe o numero do caso: '
            ACCEPT WS-NR-CASO
            DISPLAY 'Acao (TU=Tutoria, AC=Acordo de pagamento, '
                    'HO=Troca de horario, OU=Outra): '
            ACCEPT WS-TP-ACA
            IF WS-TP-ACA NOT EQUAL 'TU' AND 'AC' AND 'HO' AND 'OU'
                DISPLAY 'TIPO DE ACAO INVALIDO! '
                GO TO P360-FIM
            END-IF
            MOVE ZEROS            TO WS-NR-ACORDO
            IF WS-TP-ACA EQUAL 'AC'
                DISPLAY 'Informe o numero do acordo (SISACORD): '
                ACCEPT WS-NR-ACORDO
            END-IF
            DISPLAY 'Descricao da acao: '
            ACCEPT WS-DS-ACA
            DISPLAY 'Prazo para cumprir (AAAAMMDD, 0 = sem prazo): '
            ACCEPT WS-DT-PRAZO
            INITIALIZE REG-ACAO-CASO
            SET ACA-ACAO          TO TRUE
            MOVE WS-TP-ACA        TO TP-ACA
            MOVE WS-DS-ACA        TO DS-ACA
            MOVE WS-NR-ACORDO     TO NR-ACORDO-ACA
            MOVE WS-DT-PRAZO      TO DT-PRAZO-ACA
            SET ACA-PENDENTE      TO TRUE
            PERFORM P368-GRAVA-HISTORICO THRU P368-FIM
            .
       P360-FIM.
       P365-VALIDA-ACORDO.
            SET ACHOU-OK          TO FALSE
            SET FS-ACO-OK         TO TRUE
            OPEN INPUT ACORDOS
            IF NOT FS-ACO-OK
                DISPLAY 'ARQUIVO DE ACORDOS INDISPONIVEL. '
                DISPLAY 'FILE STATUS: ' WS-FS-ACO
                CLOSE ACORDOS
                GO TO P365-FIM
            END-IF
            MOVE WS-NR-ACORDO     TO NR-ACORDO
            READ ACORDOS
                INVALID KEY
                    DISPLAY 'ACORDO NAO EXISTE! '
                NOT INVALID KEY
                    EVALUATE TRUE
                        WHEN ID-ALUNO-ACO NOT EQUAL ID-ALUNO-CSO
                            DISPLAY 'O ACORDO E DE OUTRO ALUNO ('
                                    ID-ALUNO-ACO ')! '
                        WHEN ACO-ROMPIDO
                            DISPLAY 'ACORDO ROMPIDO - FACA UM NOVO '
                                    'ACORDO NO SISACORD. '
                        WHEN OTHER
                            SET ACHOU-OK TO TRUE
                    END-EVALUATE
            END-READ
            CLOSE ACORDOS
            .
       P365-FIM.
      * GRAVA O CONTATO/ACAO MONTADO EM REG-ACAO-CASO NA PROXIMA
      * SEQUENCIA DO CASO WS-NR-CASO (QUE PRECISA ESTAR ABERTO)
       P368-GRAVA-HISTORICO.
            SET FS-CSO-OK         TO TRUE
            OPEN I-O CASOPERM
            IF NOT FS-CSO-OK
                DISPLAY 'NENHUM CASO DE PERMANENCIA ABERTO AINDA. '
                CLOSE CASOPERM
                GO TO P368-FIM
            END-IF
            PERFORM P400-LE-CASO-ABERTO THRU P400-FIM
            IF NOT ACHOU-OK
                CLOSE CASOPERM
                GO TO P368-FIM
            END-IF
            IF ACAO-ACORDO
                PERFORM P365-VALIDA-ACORDO THRU P365-FIM
                IF NOT ACHOU-OK
                    DISPLAY 'ACAO NAO REGISTRADA.'
                    CLOSE CASOPERM
                    GO TO P368-FIM
                END-IF
            END-IF
            SET FS-ACA-OK         TO TRUE
            OPEN I-O CASOACAO
            IF WS-FS-ACA EQUAL 35 THEN
                OPEN OUTPUT CASOACAO
                CLOSE CASOACAO
                OPEN I-O CASOACAO
            END-IF
            IF NOT FS-ACA-OK
                DISPLAY 'ERRO AO ABRIR O HISTORICO DOS CASOS. '
                DISPLAY 'FILE STATUS: ' WS-FS-ACA
                CLOSE CASOACAO
                CLOSE CASOPERM
                GO TO P368-FIM
            END-IF
            ADD 1 TO NR-ULT-SEQ-CSO
            MOVE NR-CASO          TO NR-CASO-ACA
            MOVE NR-ULT-SEQ-CSO   TO NR-SEQ-ACA
            MOVE WS-DATA-HOJE-8   TO DT-REGISTRO-ACA
            MOVE WS-OPERADOR      TO CD-OPERADOR-ACA
            WRITE REG-ACAO-CASO
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR O HISTORICO. '
                    DISPLAY 'FILE STATUS: ' WS-FS-ACA
                    CLOSE CASOACAO
                    CLOSE CASOPERM
                    GO TO P368-FIM
            END-WRITE
            IF ACA-CONTATO
                ADD 1 TO QT-CONTATOS-CSO
                MOVE 'CASO-CONTA' TO WL-OPERACAO
            ELSE
                ADD 1 TO QT-ACOES-CSO
                MOVE 'CASO-ACAO'  TO WL-OPERACAO
            END-IF
            REWRITE REG-CASO-PERMANENCIA
                INVALID KEY
                    DISPLAY 'ERRO AO ATUALIZAR O CASO. '
                NOT INVALID KEY
                    DISPLAY 'Registro ' NR-SEQ-ACA ' gravado no caso '
                            NR-CASO '.'
                    MOVE NR-CASO  TO WL-CHAVE
                    MOVE SPACES   TO WL-VALOR-ANTIGO WL-VALOR-NOVO
                    STRING TP-ACA ' ' DS-ACA
                           DELIMITED BY SIZE INTO WL-VALOR-NOVO
                    CALL 'AUDITLOG' USING WL-AUDITORIA
            END-REWRITE
            CLOSE CASOACAO
            CLOSE CASOPERM
            .
       P368-FIM.
      ******************************************************************
      * BAIXA DE ACAO COMBINADA: CUMPRIDA OU NAO CUMPRIDA
      ******************************************************************
       P370-BAIXA.
            ACCEPT WS-DATA-HOJE-8 FROM DATE YYYYMMDD
            PERFORM P410-LE-OPERADOR THRU P410-FIM
            DISPLAY 'Informe o numero do caso: '
            ACCEPT WS-NR-CASO
            DISPLAY 'Informe a sequencia da acao: '
            ACCEPT WS-NR-SEQ
            SET FS-ACA-OK         TO TRUE
            OPEN I-O CASOACAO
            IF NOT FS-ACA-OK
                DISPLAY 'NENHUMA ACAO REGISTRADA AINDA. '
                CLOSE CASOACAO
                GO TO P370-FIM
            END-IF
            MOVE WS-NR-CASO       TO NR-CASO-ACA
            MOVE WS-NR-SEQ        TO NR-SEQ-ACA
            READ CASOACAO
                INVALID KEY
                    DISPLAY 'REGISTRO NAO EXISTE NO CASO! '
                    CLOSE CASOACAO
                    GO TO P370-FIM
            END-READ
            IF NOT ACA-ACAO
                DISPLAY 'O REGISTRO E UM CONTATO, NAO UMA ACAO! '
                CLOSE CASOACAO
                GO TO P370-FIM
            END-IF
            IF NOT ACA-PENDENTE
                DISPLAY 'ACAO JA BAIXADA EM ' DT-BAIXA-ACA
                CLOSE CASOACAO
                GO TO P370-FIM
            END-IF
            DISPLAY 'ACAO: ' TP-ACA ' - ' DS-ACA
            IF ACAO-ACORDO
                MOVE NR-ACORDO-ACA TO WS-NR-ACORDO
                PERFORM P395-SITUACAO-ACORDO THRU P395-FIM
            END-IF
            DISPLAY 'Acao cumprida (C) ou nao cumprida (N)? '
            ACCEPT WS-CONFIRM
            EVALUATE WS-CONFIRM
                WHEN 'C'
                WHEN 'c'
                    SET ACA-CUMPRIDA     TO TRUE
                WHEN 'N'
                WHEN 'n'
                    SET ACA-NAO-CUMPRIDA TO TRUE
                WHEN OTHER
                    DISPLAY 'BAIXA CANCELADA.'
                    CLOSE CASOACAO
                    GO TO P370-FIM
            END-EVALUATE
            MOVE WS-DATA-HOJE-8   TO DT-BAIXA-ACA
            REWRITE REG-ACAO-CASO
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR A BAIXA. '
                NOT INVALID KEY
                    DISPLAY 'Baixa registrada.'
                    MOVE 'CASO-BAIXA' TO WL-OPERACAO
                    MOVE WS-NR-CASO   TO WL-CHAVE
                    MOVE 'P'          TO WL-VALOR-ANTIGO
                    MOVE SPACES       TO WL-VALOR-NOVO
                    STRING 'SEQ ' WS-NR-SEQ ' ' ST-ACA
                           DELIMITED BY SIZE INTO WL-VALOR-NOVO
                    CALL 'AUDITLOG' USING WL-AUDITORIA
            END-REWRITE
            CLOSE CASOACAO
            .
       P370-FIM.
      ******************************************************************
      * ENCERRAMENTO DO CASO COM O ALUNO NA ESCOLA (SALVO) - SO
      * DEPOIS DE PELO MENOS UM CONTATO; O PERDIDO VEM DO SISEVADE
      ******************************************************************
       P380-ENCERRA.
            MOVE 'J'              TO WL-FUNCAO
            CALL 'AUTHOPR' USING WL-AUTORIZACAO
            IF WL-NEGADO
                GO TO P380-FIM
            END-IF
            ACCEPT WS-DATA-HOJE-8 FROM DATE YYYYMMDD
            PERFORM P410-LE-OPERADOR THRU P410-FIM
            DISPLAY 'Informe o numero do caso: '
            ACCEPT WS-NR-CASO
            SET FS-CSO-OK         TO TRUE
            OPEN I-O CASOPERM
            IF NOT FS-CSO-OK
                DISPLAY 'NENHUM CASO DE PERMANENCIA ABERTO AINDA. '
                CLOSE CASOPERM
                GO TO P380-FIM
            END-IF
            PERFORM P400-LE-CASO-ABERTO THRU P400-FIM
            IF NOT ACHOU-OK
                CLOSE CASOPERM
                GO TO P380-FIM
            END-IF
            IF QT-CONTATOS-CSO EQUAL ZEROS
                DISPLAY 'CASO SEM NENHUM CONTATO REGISTRADO - '
                        'REGISTRE O CONTATO ANTES DE ENCERRAR. '
                CLOSE CASOPERM
                GO TO P380-FIM
            END-IF
            DISPLAY 'Motivo (NT=Notas recuperadas, FR=Frequencia '
                    'regularizada, FI=Financeiro regularizado, '
                    'DT=Desistiu do trancamento, OU=Outro): '
            ACCEPT WS-CD-DESFECHO
            IF WS-CD-DESFECHO NOT EQUAL 'NT' AND 'FR' AND 'FI' AND
                                        'DT' AND 'OU'
                DISPLAY 'MOTIVO INVALIDO! '
                CLOSE CASOPERM
                GO TO P380-FIM
            END-IF
            DISPLAY 'Observacao do desfecho: '
            ACCEPT WS-DS-DESFECHO
            SET CASO-SALVO        TO TRUE
            MOVE WS-DATA-HOJE-8   TO DT-ENCERRAMENTO-CSO
            MOVE WS-CD-DESFECHO   TO CD-DESFECHO-CSO
            MOVE WS-DS-DESFECHO   TO DS-DESFECHO-CSO
            MOVE WS-OPERADOR      TO CD-OPERADOR-CSO
            REWRITE REG-CASO-PERMANENCIA
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR O CASO. '
                NOT INVALID KEY
                    DISPLAY 'Caso ' NR-CASO ' encerrado - aluno '
                            'permanece.'
                    MOVE 'CASO-SALVO' TO WL-OPERACAO
                    MOVE NR-CASO  TO WL-CHAVE
                    MOVE 'A'      TO WL-VALOR-ANTIGO
                    MOVE SPACES   TO WL-VALOR-NOVO
                    STRING 'S ' WS-CD-DESFECHO ' ' WS-DS-DESFECHO
                           DELIMITED BY SIZE INTO WL-VALOR-NOVO
                    CALL 'AUDITLOG' USING WL-AUDITORIA
            END-REWRITE
            CLOSE CASOPERM
            .
       P380-FIM.
      ******************************************************************
      * CONSULTA DO CASO PELO NUMERO OU PELO ALUNO (O MAIS RECENTE),
      * COM OS SINAIS E O HISTORICO DE CONTATOS E ACOES
      ******************************************************************
       P390-CONSULTA.
            DISPLAY 'Informe o numero do caso (0 = pelo aluno): '
            ACCEPT WS-NR-CASO
            SET FS-CSO-OK         TO TRUE
            OPEN INPUT CASOPERM
            IF NOT FS-CSO-OK
                DISPLAY 'NENHUM CASO DE PERMANENCIA ABERTO AINDA. '
                CLOSE CASOPERM
                GO TO P390-FIM
            END-IF
            IF WS-NR-CASO EQUAL ZEROS
                DISPLAY 'Informe o ID do aluno: '
                ACCEPT WS-ID-ALUNO
                SET EOF-CSO-OK    TO FALSE
                MOVE WS-ID-ALUNO  TO ID-ALUNO-CSO
                START CASOPERM KEY EQUAL ID-ALUNO-CSO
                    INVALID KEY
                        SET EOF-CSO-OK TO TRUE
                END-START
                PERFORM UNTIL EOF-CSO-OK
                    READ CASOPERM NEXT
                        AT END
                            SET EOF-CSO-OK TO TRUE
                        NOT AT END
                            IF ID-ALUNO-CSO NOT EQUAL WS-ID-ALUNO
                                SET EOF-CSO-OK TO TRUE
                            ELSE
                                IF NR-CASO > WS-NR-CASO
                                    MOVE NR-CASO TO WS-NR-CASO
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                IF WS-NR-CASO EQUAL ZEROS
                    DISPLAY 'ALUNO SEM CASO DE PERMANENCIA.'
                    CLOSE CASOPERM
                    GO TO P390-FIM
                END-IF
            END-IF
            MOVE WS-NR-CASO       TO NR-CASO
            READ CASOPERM
                INVALID KEY
                    DISPLAY 'CASO NAO EXISTE! '
                    CLOSE CASOPERM
                    GO TO P390-FIM
            END-READ
            CLOSE CASOPERM
            PERFORM P392-MOSTRA-CASO      THRU P392-FIM
            PERFORM P394-MOSTRA-HISTORICO THRU P394-FIM
            .
       P390-FIM.
       P392-MOSTRA-CASO.
            SET FS-OK             TO TRUE
            OPEN INPUT ALUNOS
            MOVE ID-ALUNO-CSO     TO ID-ALUNO
            MOVE SPACES           TO NM-ALUNO TURMA
            IF FS-OK
                READ ALUNOS
                    INVALID KEY
                        MOVE SPACES TO NM-ALUNO TURMA
                END-READ
            END-IF
            CLOSE ALUNOS
            DISPLAY '--------------------------------------------------'
            MOVE DT-ABERTURA-CSO  TO WS-DATA-AUX
            PERFORM P420-EDITA-DATA THRU P420-FIM
            DISPLAY 'CASO ' NR-CASO '  ABERTO EM ' WS-DATA-EDIT
            DISPLAY 'ALUNO ' ID-ALUNO-CSO ' - ' NM-ALUNO
                    '  TURMA ' TURMA
            MOVE DT-ULT-APURACAO-CSO TO WS-DATA-AUX
            PERFORM P420-EDITA-DATA THRU P420-FIM
            DISPLAY 'PONTUACAO NA ABERTURA: ' PT-ABERTURA-CSO
                    '  NA APURACAO DE ' WS-DATA-EDIT ': '
                    PT-ATUAL-CSO
            DISPLAY 'MATERIAS EM RISCO: ' QT-MAT-RISCO-CSO
                    '  PIOR FREQUENCIA: ' PC-FALTAS-CSO '% DE FALTAS'
            DISPLAY 'MENSALIDADES VENCIDAS: ' QT-MEN-VENCIDAS-CSO
                    '  PEDIDO DE TRANCAMENTO: ' FL-TRANCAMENTO-CSO
            IF CD-ORIENTADOR-CSO EQUAL SPACES
                DISPLAY 'ORIENTADOR: (NAO ATRIBUIDO)'
            ELSE
                DISPLAY 'ORIENTADOR: ' CD-ORIENTADOR-CSO
            END-IF
            EVALUATE TRUE
                WHEN CASO-ABERTO
                    DISPLAY 'SITUACAO: ABERTO'
                WHEN CASO-SALVO
                    MOVE DT-ENCERRAMENTO-CSO TO WS-DATA-AUX
                    PERFORM P420-EDITA-DATA THRU P420-FIM
                    DISPLAY 'SITUACAO: SALVO EM ' WS-DATA-EDIT
                            ' - MOTIVO ' CD-DESFECHO-CSO ' '
                            DS-DESFECHO-CSO
                WHEN CASO-PERDIDO
                    MOVE DT-EVASAO-CSO TO WS-DATA-AUX
                    PERFORM P420-EDITA-DATA THRU P420-FIM
                    IF SAIDA-TRANCAMENTO
                        DISPLAY 'SITUACAO: PERDIDO - TRANCAMENTO EM '
                                WS-DATA-EDIT ' MOTIVO '
                                CD-DESFECHO-CSO
                    ELSE
                        DISPLAY 'SITUACAO: PERDIDO - CANCELAMENTO EM '
                                WS-DATA-EDIT ' MOTIVO '
                                CD-DESFECHO-CSO
                    END-IF
            END-EVALUATE
            .
       P392-FIM.
       P394-MOSTRA-HISTORICO.
            DISPLAY 'CONTATOS: ' QT-CONTATOS-CSO '  ACOES: '
                    QT-ACOES-CSO
            SET FS-ACA-OK         TO TRUE
            OPEN INPUT CASOACAO
            IF NOT FS-ACA-OK
                CLOSE CASOACAO
                GO TO P394-FIM
            END-IF
            MOVE NR-CASO          TO NR-CASO-ACA
            MOVE ZEROS            TO NR-SEQ-ACA
            SET EOF-ACA-OK        TO FALSE
            START CASOACAO KEY NOT LESS THAN CHAVE-ACAO-CASO
                INVALID KEY
                    SET EOF-ACA-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-ACA-OK
                READ CASOACAO NEXT
                    AT END
                        SET EOF-ACA-OK TO TRUE
                    NOT AT END
                        IF NR-CASO-ACA NOT EQUAL NR-CASO
                            SET EOF-ACA-OK TO TRUE
                        ELSE
                            PERFORM P396-LINHA-HISTORICO
                                THRU P396-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CASOACAO
            DISPLAY '--------------------------------------------------'
            .
       P394-FIM.
       P395-SITUACAO-ACORDO.
            SET FS-ACO-OK         TO TRUE
            OPEN INPUT ACORDOS
            IF FS-ACO-OK
                MOVE WS-NR-ACORDO TO NR-ACORDO
                READ ACORDOS
                    INVALID KEY
                        DISPLAY '    ACORDO ' WS-NR-ACORDO
                                ' NAO ENCONTRADO'
                    NOT INVALID KEY
                        EVALUATE TRUE
                            WHEN ACO-ATIVO
                                DISPLAY '    ACORDO ' NR-ACORDO
                                        ' ATIVO (PARCELAS EM DIA)'
                            WHEN ACO-QUITADO
                                DISPLAY '    ACORDO ' NR-ACORDO
                                        ' QUITADO'
                            WHEN ACO-ROMPIDO
                                DISPLAY '    ACORDO ' NR-ACORDO
                                        ' ROMPIDO'
                        END-EVALUATE
                END-READ
            END-IF
            CLOSE ACORDOS
            .
       P395-FIM.
       P396-LINHA-HISTORICO.
            MOVE DT-REGISTRO-ACA  TO WS-DATA-AUX
            PERFORM P420-EDITA-DATA THRU P420-FIM
            IF ACA-CONTATO
                DISPLAY NR-SEQ-ACA ' ' WS-DATA-EDIT ' CONTATO ' TP-ACA
                        ' ' CD-OPERADOR-ACA ' ' DS-ACA
                GO TO P396-FIM
            END-IF
            DISPLAY NR-SEQ-ACA ' ' WS-DATA-EDIT ' ACAO    ' TP-ACA
                    ' ' CD-OPERADOR-ACA ' ' DS-ACA
            EVALUATE TRUE
                WHEN ACA-CUMPRIDA
                    DISPLAY '    CUMPRIDA EM ' DT-BAIXA-ACA
                WHEN ACA-NAO-CUMPRIDA
                    DISPLAY '    NAO CUMPRIDA (BAIXA EM ' DT-BAIXA-ACA
                            ')'
                WHEN DT-PRAZO-ACA > 0
                    MOVE DT-PRAZO-ACA TO WS-DATA-AUX
                    PERFORM P420-EDITA-DATA THRU P420-FIM
                    DISPLAY '    PENDENTE - PRAZO ' WS-DATA-EDIT
                WHEN OTHER
                    DISPLAY '    PENDENTE'
            END-EVALUATE
            IF ACAO-ACORDO
                MOVE NR-ACORDO-ACA TO WS-NR-ACORDO
                PERFORM P395-SITUACAO-ACORDO THRU P395-FIM
            END-IF
            .
       P396-FIM.
      * LE O CASO WS-NR-CASO (CASOPERM JA ABERTO) E EXIGE QUE ESTEJA
      * ABERTO
       P400-LE-CASO-ABERTO.
            SET ACHOU-OK          TO FALSE
            MOVE WS-NR-CASO       TO NR-CASO
            READ CASOPERM
                INVALID KEY
                    DISPLAY 'CASO NAO EXISTE! '
                    GO TO P400-FIM
            END-READ
            IF NOT CASO-ABERTO
                DISPLAY 'CASO JA ENCERRADO! '
                GO TO P400-FIM
            END-IF
            SET ACHOU-OK          TO TRUE
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
      * NUMERO DO CASO - CONTROLE.DAT CHAVE 'CASOPERM'
       P150-PROX-CASO.
            SET FS-CTRL-OK        TO TRUE
            MOVE 'N'              TO WS-CTRL-NOVO
            OPEN I-O CONTROLE
            IF WS-FS-CTRL EQUAL 35 THEN
                OPEN OUTPUT CONTROLE
                CLOSE CONTROLE
                OPEN I-O CONTROLE
            END-IF
            MOVE 'CASOPERM'       TO CHAVE-CONTROLE
            READ CONTROLE
                INVALID KEY
                    MOVE 'S'          TO WS-CTRL-NOVO
                    MOVE 1            TO ULTIMO-ID
                NOT INVALID KEY
                    ADD 1             TO ULTIMO-ID
            END-READ
            MOVE 'CASOPERM'       TO CHAVE-CONTROLE
            IF WS-CTRL-NOVO EQUAL 'S'
                WRITE REG-CONTROLE
            ELSE
                REWRITE REG-CONTROLE
            END-IF
            IF FS-CTRL-OK
                MOVE ULTIMO-ID    TO WS-NR-CASO
            ELSE
                DISPLAY 'ERRO AO ATUALIZAR O CONTROLE DE CASOS. '
                DISPLAY 'FILE STATUS: ' WS-FS-CTRL
                MOVE ZEROS        TO WS-NR-CASO
                SET FALHOU        TO TRUE
            END-IF
            CLOSE CONTROLE
            .
       P150-FIM.
      ******************************************************************
      * PAINEL DA DIRECAO - CASOS ABERTOS HOJE, CASOS NOVOS, SALVOS E
      * PERDIDOS NO PERIODO COM O MOTIVO, AS ACOES QUE ACOMPANHARAM
      * OS SALVOS E OS PERDIDOS, A CARGA DE CADA ORIENTADOR E AS
      * SAIDAS DO SISEVADE QUE NAO PASSARAM POR NENHUM CASO
      ******************************************************************
       P500-PAINEL.
            ACCEPT WS-DATA-HOJE-8 FROM DATE YYYYMMDD
            DISPLAY 'Data inicial do periodo (AAAAMMDD, 0 = desde o '
                    'inicio): '
            ACCEPT WS-DT-PAINEL-INI
            DISPLAY 'Data final do periodo (AAAAMMDD, 0 = ate hoje): '
            ACCEPT WS-DT-PAINEL-FIM
            IF WS-DT-PAINEL-FIM EQUAL ZEROS
                MOVE WS-DATA-HOJE-8 TO WS-DT-PAINEL-FIM
            END-IF
            MOVE ZEROS            TO WS-PN-ABERTOS WS-PN-NOVOS
                                     WS-PN-SALVOS WS-PN-PERDIDOS
                                     WS-PN-PERD-TRANCA
                                     WS-PN-PERD-CANCELA
                                     WS-PN-PERD-SEM-CONTATO
                                     WS-PN-SAIDA-SEM-CASO
                                     WS-PN-SEM-CASO-TRANCA
                                     WS-PN-SEM-CASO-CANCELA
                                     WS-PN-PC-SALVOS WS-QTD-PO
            INITIALIZE WS-QTD-DESFECHO-SALVO WS-QTD-MOTIVO-PERDA
                       WS-EFICACIA-ACOES WS-PAINEL-ORIENTADORES

            SET FS-CSO-OK         TO TRUE
            OPEN INPUT CASOPERM
            IF NOT FS-CSO-OK
                DISPLAY 'NENHUM CASO DE PERMANENCIA ABERTO AINDA. '
                CLOSE CASOPERM
                GO TO P500-FIM
            END-IF
            SET FS-ACA-OK         TO TRUE
            OPEN INPUT CASOACAO
            SET EOF-CSO-OK        TO FALSE
            PERFORM UNTIL EOF-CSO-OK
                READ CASOPERM NEXT
                    AT END
                        SET EOF-CSO-OK TO TRUE
                    NOT AT END
                        PERFORM P510-ACUMULA-CASO THRU P510-FIM
                END-READ
            END-PERFORM
            CLOSE CASOACAO
            PERFORM P520-SAIDAS-SEM-CASO THRU P520-FIM
            CLOSE CASOPERM

            IF WS-PN-SALVOS + WS-PN-PERDIDOS > 0
                COMPUTE WS-PN-PC-SALVOS ROUNDED =
                        WS-PN-SALVOS * 100 /
                        (WS-PN-SALVOS + WS-PN-PERDIDOS)
            END-IF
            MOVE 'PAINPERM'       TO WL-SPL-RELATORIO
            CALL 'SPOOLREG' USING WL-SPOOL
            IF WL-SPOOL-ABERTO
                MOVE WL-SPL-ARQUIVO TO WS-ARQ-RELATORIO
            ELSE
                MOVE 'C:\COBOL\PAINPERM.TXT' TO WS-ARQ-RELATORIO
            END-IF
            SET FS-REL-OK         TO TRUE
            OPEN OUTPUT RELATORIO
            IF NOT FS-REL-OK
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DO PAINEL. '
                DISPLAY 'FILE STATUS: ' WS-FS-REL
                GO TO P500-FIM
            END-IF
            PERFORM P530-IMPRIME-PAINEL THRU P530-FIM
            CLOSE RELATORIO
            DISPLAY '*************************************************'
            DISPLAY 'CASOS ABERTOS HOJE          : ' WS-PN-ABERTOS
            DISPLAY 'CASOS NOVOS NO PERIODO      : ' WS-PN-NOVOS
            DISPLAY 'SALVOS NO PERIODO           : ' WS-PN-SALVOS
            DISPLAY 'PERDIDOS NO PERIODO         : ' WS-PN-PERDIDOS
            DISPLAY 'TAXA DE SALVOS              : ' WS-PN-PC-SALVOS
                    '%'
            DISPLAY 'SAIDAS SEM CASO DE PERMANENC: '
                    WS-PN-SAIDA-SEM-CASO
            DISPLAY 'PAINEL EM ' WS-ARQ-RELATORIO
            DISPLAY '*************************************************'
            .
       P500-FIM.
       P510-ACUMULA-CASO.
      * CARGA DO ORIENTADOR (CODIGO EM BRANCO = SEM ORIENTADOR)
            SET ACHOU-OK          TO FALSE
            PERFORM VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND > WS-QTD-PO OR ACHOU-OK
                IF WS-PO-CODIGO(WS-IND) EQUAL CD-ORIENTADOR-CSO
                    SET ACHOU-OK  TO TRUE
                END-IF
            END-PERFORM
            IF ACHOU-OK
                SUBTRACT 1 FROM WS-IND
            ELSE
                IF WS-QTD-PO < 30
                    ADD 1 TO WS-QTD-PO
                    MOVE WS-QTD-PO TO WS-IND
                    MOVE CD-ORIENTADOR-CSO TO WS-PO-CODIGO(WS-IND)
                ELSE
                    MOVE ZEROS    TO WS-IND
                END-IF
            END-IF

            IF DT-ABERTURA-CSO >= WS-DT-PAINEL-INI AND
               DT-ABERTURA-CSO <= WS-DT-PAINEL-FIM
                ADD 1 TO WS-PN-NOVOS
            END-IF
            IF CASO-ABERTO
                ADD 1 TO WS-PN-ABERTOS
                IF WS-IND > 0
                    ADD 1 TO WS-PO-ABERTOS(WS-IND)
                END-IF
                GO TO P510-FIM
            END-IF
            IF DT-ENCERRAMENTO-CSO < WS-DT-PAINEL-INI OR
               DT-ENCERRAMENTO-CSO > WS-DT-PAINEL-FIM
                GO TO P510-FIM
            END-IF
            PERFORM P515-ACOES-DO-CASO THRU P515-FIM
            IF CASO-SALVO
                ADD 1 TO WS-PN-SALVOS
                IF WS-IND > 0
                    ADD 1 TO WS-PO-SALVOS(WS-IND)
                END-IF
                PERFORM VARYING WS-IND2 FROM 1 BY 1
                        UNTIL WS-IND2 > 5
                    IF WS-DSV-CODIGO(WS-IND2) EQUAL CD-DESFECHO-CSO
                        ADD 1 TO WS-QTD-DSV(WS-IND2)
                    END-IF
                END-PERFORM
                PERFORM VARYING WS-IND2 FROM 1 BY 1
                        UNTIL WS-IND2 > 4
                    IF WS-EFA-NO-CASO(WS-IND2) EQUAL 'S'
                        ADD 1 TO WS-EFA-SALVOS(WS-IND2)
                    END-IF
                END-PERFORM
                GO TO P510-FIM
            END-IF
            ADD 1 TO WS-PN-PERDIDOS
            IF WS-IND > 0
                ADD 1 TO WS-PO-PERDIDOS(WS-IND)
            END-IF
            IF SAIDA-TRANCAMENTO
                ADD 1 TO WS-PN-PERD-TRANCA
            ELSE
                ADD 1 TO WS-PN-PERD-CANCELA
            END-IF
            IF QT-CONTATOS-CSO EQUAL ZEROS
                ADD 1 TO WS-PN-PERD-SEM-CONTATO
            END-IF
            PERFORM VARYING WS-IND2 FROM 1 BY 1
                    UNTIL WS-IND2 > 7
                IF WS-MPD-CODIGO(WS-IND2) EQUAL CD-DESFECHO-CSO
                    ADD 1 TO WS-QTD-MPD(WS-IND2)
                END-IF
            END-PERFORM
            PERFORM VARYING WS-IND2 FROM 1 BY 1
                    UNTIL WS-IND2 > 4
                IF WS-EFA-NO-CASO(WS-IND2) EQUAL 'S'
                    ADD 1 TO WS-EFA-PERDIDOS(WS-IND2)
                END-IF
            END-PERFORM
            .
       P510-FIM.
      * QUAIS TIPOS DE ACAO O CASO TEVE (CUMPRIDAS OU NAO)
       P515-ACOES-DO-CASO.
            PERFORM VARYING WS-IND2 FROM 1 BY 1
                    UNTIL WS-IND2 > 4
                MOVE 'N'          TO WS-EFA-NO-CASO(WS-IND2)
            END-PERFORM
            IF QT-ACOES-CSO EQUAL ZEROS OR NOT FS-ACA-OK
                GO TO P515-FIM
            END-IF
            MOVE NR-CASO          TO NR-CASO-ACA
            MOVE ZEROS            TO NR-SEQ-ACA
            SET EOF-ACA-OK        TO FALSE
            START CASOACAO KEY NOT LESS THAN CHAVE-ACAO-CASO
                INVALID KEY
                    SET EOF-ACA-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-ACA-OK
                READ CASOACAO NEXT
                    AT END
                        SET EOF-ACA-OK TO TRUE
                    NOT AT END
                        IF NR-CASO-ACA NOT EQUAL NR-CASO
                            SET EOF-ACA-OK TO TRUE
                        ELSE
                            IF ACA-ACAO
                                PERFORM VARYING WS-IND2 FROM 1 BY 1
                                        UNTIL WS-IND2 > 4
                                    IF WS-TAC-CODIGO(WS-IND2) EQUAL
                                       TP-ACA
                                        MOVE 'S' TO
                                            WS-EFA-NO-CASO(WS-IND2)
                                    END-IF
                                END-PERFORM
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            .
       P515-FIM.
      * SAIDAS DO PERIODO NO EVASAO.DAT SEM CASO VINCULADO PELO
      * SISEVADE (ALUNO QUE SAIU SEM NINGUEM TER FALADO COM ELE)
       P520-SAIDAS-SEM-CASO.
            SET FS-EVA-OK         TO TRUE
            OPEN INPUT EVASOES
            IF NOT FS-EVA-OK
                CLOSE EVASOES
                GO TO P520-FIM
            END-IF
            SET EOF-OK            TO FALSE
            PERFORM UNTIL EOF-OK
                READ EVASOES NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF DT-EVENTO-EVA >= WS-DT-PAINEL-INI AND
                           DT-EVENTO-EVA <= WS-DT-PAINEL-FIM
                            PERFORM P525-PROCURA-CASO THRU P525-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE EVASOES
            .
       P520-FIM.
       P525-PROCURA-CASO.
            SET ACHOU-OK          TO FALSE
            SET EOF-CSO-OK        TO FALSE
            MOVE ID-ALUNO-EVA     TO ID-ALUNO-CSO
            START CASOPERM KEY EQUAL ID-ALUNO-CSO
                INVALID KEY
                    SET EOF-CSO-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-CSO-OK OR ACHOU-OK
                READ CASOPERM NEXT
                    AT END
                        SET EOF-CSO-OK TO TRUE
                    NOT AT END
                        IF ID-ALUNO-CSO NOT EQUAL ID-ALUNO-EVA
                            SET EOF-CSO-OK TO TRUE
                        ELSE
                            IF CASO-PERDIDO AND
                               DT-EVASAO-CSO EQUAL DT-EVENTO-EVA
                                SET ACHOU-OK TO TRUE
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            IF NOT ACHOU-OK
                ADD 1 TO WS-PN-SAIDA-SEM-CASO
                IF EVASAO-TRANCAMENTO
                    ADD 1 TO WS-PN-SEM-CASO-TRANCA
                ELSE
                    ADD 1 TO WS-PN-SEM-CASO-CANCELA
                END-IF
            END-IF
            .
       P525-FIM.
       P530-IMPRIME-PAINEL.
            MOVE 'PAINEL DE PERMANENCIA - CASOS SALVOS E PERDIDOS'
                TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE WS-DT-PAINEL-INI TO WS-DATA-AUX
            PERFORM P420-EDITA-DATA THRU P420-FIM
            MOVE SPACES TO WS-LINHA-REL
            STRING 'PERIODO DE ' WS-DATA-EDIT
                   DELIMITED BY SIZE INTO WS-LINHA-REL
            MOVE WS-DT-PAINEL-FIM TO WS-DATA-AUX
            PERFORM P420-EDITA-DATA THRU P420-FIM
            MOVE ' A '            TO WS-LINHA-REL(22:3)
            MOVE WS-DATA-EDIT     TO WS-LINHA-REL(25:10)
            MOVE WS-LINHA-REL TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE ALL '=' TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE WS-PN-ABERTOS    TO WS-QT-EDIT
            MOVE WS-PN-NOVOS      TO WS-QT-EDIT-2
            MOVE SPACES TO WS-LINHA-REL
            STRING 'CASOS ABERTOS HOJE: ' WS-QT-EDIT
                   '    CASOS NOVOS NO PERIODO: ' WS-QT-EDIT-2
                   DELIMITED BY SIZE INTO WS-LINHA-REL
            MOVE WS-LINHA-REL TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE WS-PN-SALVOS     TO WS-QT-EDIT
            MOVE WS-PN-PERDIDOS   TO WS-QT-EDIT-2
            MOVE WS-PN-PC-SALVOS  TO WS-PC-EDIT
            MOVE SPACES TO WS-LINHA-REL
            STRING 'ENCERRADOS NO PERIODO - SALVOS: ' WS-QT-EDIT
                   '  PERDIDOS: ' WS-QT-EDIT-2
                   '  TAXA DE SALVOS: ' WS-PC-EDIT '%'
                   DELIMITED BY SIZE INTO WS-LINHA-REL
            MOVE WS-LINHA-REL TO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE 'SALVOS POR MOTIVO' TO REG-RELATORIO
            WRITE REG-RELATORIO
            PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 5
                MOVE WS-QTD-DSV(WS-IND) TO WS-QT-EDIT
                MOVE SPACES TO WS-LINHA-REL
                STRING '  ' WS-DSV-CODIGO(WS-IND) ' '
                       WS-DSV-DESCRICAO(WS-IND) WS-QT-EDIT
                       DELIMITED BY SIZE INTO WS-LINHA-REL
                MOVE WS-LINHA-REL TO REG-RELATORIO
                WRITE REG-RELATORIO
            END-PERFORM

            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE WS-PN-PERD-TRANCA  TO WS-QT-EDIT
            MOVE WS-PN-PERD-CANCELA TO WS-QT-EDIT-2
            MOVE SPACES TO WS-LINHA-REL
            STRING 'PERDIDOS POR MOTIVO DA SAIDA (TRANCAMENTOS: '
                   WS-QT-EDIT '  CANCELAMENTOS: ' WS-QT-EDIT-2 ')'
                   DELIMITED BY SIZE INTO WS-LINHA-REL
            MOVE WS-LINHA-REL TO REG-RELATORIO
            WRITE REG-RELATORIO
            PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 7
                MOVE WS-QTD-MPD(WS-IND) TO WS-QT-EDIT
                MOVE SPACES TO WS-LINHA-REL
                STRING '  ' WS-MPD-CODIGO(WS-IND) ' '
                       WS-MPD-DESCRICAO(WS-IND) WS-QT-EDIT
                       DELIMITED BY SIZE INTO WS-LINHA-REL
                MOVE WS-LINHA-REL TO REG-RELATORIO
                WRITE REG-RELATORIO
            END-PERFORM
            MOVE WS-PN-PERD-SEM-CONTATO TO WS-QT-EDIT
            MOVE SPACES TO WS-LINHA-REL
            STRING '  PERDIDOS SEM NENHUM CONTATO REGISTRADO: '
                   WS-QT-EDIT
                   DELIMITED BY SIZE INTO WS-LINHA-REL
            MOVE WS-LINHA-REL TO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE 'ACOES COMBINADAS NOS CASOS ENCERRADOS   SALVOS '
                 & 'PERDIDOS' TO REG-RELATORIO
            WRITE REG-RELATORIO
            PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 4
                MOVE WS-EFA-SALVOS(WS-IND)   TO WS-QT-EDIT
                MOVE WS-EFA-PERDIDOS(WS-IND) TO WS-QT-EDIT-2
                MOVE SPACES TO WS-LINHA-REL
                STRING '  ' WS-TAC-CODIGO(WS-IND) ' '
                       WS-TAC-DESCRICAO(WS-IND) '         '
                       WS-QT-EDIT '    ' WS-QT-EDIT-2
                       DELIMITED BY SIZE INTO WS-LINHA-REL
                MOVE WS-LINHA-REL TO REG-RELATORIO
                WRITE REG-RELATORIO
            END-PERFORM

            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE 'ORIENTADOR  ABERTOS  SALVOS  PERDIDOS'
                TO REG-RELATORIO
            WRITE REG-RELATORIO
            PERFORM VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND > WS-QTD-PO
                MOVE WS-PO-ABERTOS(WS-IND)  TO WS-QT-EDIT
                MOVE WS-PO-SALVOS(WS-IND)   TO WS-QT-EDIT-2
                MOVE WS-PO-PERDIDOS(WS-IND) TO WS-QT-EDIT-3
                MOVE SPACES TO WS-LINHA-REL
                IF WS-PO-CODIGO(WS-IND) EQUAL SPACES
                    MOVE '(SEM)'  TO WS-LINHA-REL(1:6)
                ELSE
                    MOVE WS-PO-CODIGO(WS-IND) TO WS-LINHA-REL(1:6)
                END-IF
                MOVE WS-QT-EDIT   TO WS-LINHA-REL(14:5)
                MOVE WS-QT-EDIT-2 TO WS-LINHA-REL(22:5)
                MOVE WS-QT-EDIT-3 TO WS-LINHA-REL(31:5)
                MOVE WS-LINHA-REL TO REG-RELATORIO
                WRITE REG-RELATORIO
            END-PERFORM

            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE WS-PN-SAIDA-SEM-CASO   TO WS-QT-EDIT
            MOVE WS-PN-SEM-CASO-TRANCA  TO WS-QT-EDIT-2
            MOVE WS-PN-SEM-CASO-CANCELA TO WS-QT-EDIT-3
            MOVE SPACES TO WS-LINHA-REL
            STRING 'SAIDAS NO PERIODO SEM CASO DE PERMANENCIA: '
                   WS-QT-EDIT ' (TRANCAMENTOS: ' WS-QT-EDIT-2
                   '  CANCELAMENTOS: ' WS-QT-EDIT-3 ')'
                   DELIMITED BY SIZE INTO WS-LINHA-REL
            MOVE WS-LINHA-REL TO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P530-FIM.
       P900-FIM.
            GOBACK.
      * RESOLVE OS CAMINHOS FISICOS PELO CONFIGSYS (PRODUCAO OU
      * TESTE); SEM CONFIGURACAO VALEM OS PADROES ACIMA
       P050-CONFIGURA.
            MOVE 'D3-CASOPERM' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-CASOPERM TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-CASOPERM
            MOVE 'D3-CASOACAO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-CASOACAO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-CASOACAO
            MOVE 'D3-REGISTRO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-REGISTRO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-REGISTRO
            MOVE 'D3-LANCNOTA' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-LANCNOTA TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-LANCNOTA
            MOVE 'D3-MATERIAS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-MATERIAS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-MATERIAS
            MOVE 'D3-FREQUENCIA' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-FREQUENCIA TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-FREQUENCIA
            MOVE 'MENSALID' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-MENSALID TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-MENSALID
            MOVE 'PROTOCOL' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-PROTOCOL TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-PROTOCOL
            MOVE 'ACORDOS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-ACORDOS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-ACORDOS
            MOVE 'OPERADOR' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-OPERADOR TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-OPERADOR
            MOVE 'D3-EVASAO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-EVASAO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-EVASAO
            MOVE 'D3-CONTROLE' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-CONTROLE TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-CONTROLE
            MOVE 'SESSAO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-SESSAO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-SESSAO
            MOVE 'PERM-PESO-NOTA' TO WL-CFG-CHAVE
            MOVE WS-CFG-PESO-NOTA TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-CFG-PESO-NOTA
            IF WS-CFG-PESO-NOTA(1:3) NUMERIC
                MOVE WS-CFG-PESO-NOTA(1:3) TO WS-PESO-NOTA
            END-IF
            MOVE 'PERM-PESO-FALTA' TO WL-CFG-CHAVE
            MOVE WS-CFG-PESO-FALTA TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-CFG-PESO-FALTA
            IF WS-CFG-PESO-FALTA(1:3) NUMERIC
                MOVE WS-CFG-PESO-FALTA(1:3) TO WS-PESO-FALTA
            END-IF
            MOVE 'PERM-LIMITE-FALTA' TO WL-CFG-CHAVE
            MOVE WS-CFG-LIMITE-FALTA TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-CFG-LIMITE-FALTA
            IF WS-CFG-LIMITE-FALTA(1:3) NUMERIC
                MOVE WS-CFG-LIMITE-FALTA(1:3) TO WS-LIMITE-FALTA
            END-IF
            MOVE 'PERM-DIAS-FALTA' TO WL-CFG-CHAVE
            MOVE WS-CFG-DIAS-FALTA TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-CFG-DIAS-FALTA
            IF WS-CFG-DIAS-FALTA(1:3) NUMERIC
                MOVE WS-CFG-DIAS-FALTA(1:3) TO WS-DIAS-FALTA
            END-IF
            MOVE 'PERM-PESO-DEBITO' TO WL-CFG-CHAVE
            MOVE WS-CFG-PESO-DEBITO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-CFG-PESO-DEBITO
            IF WS-CFG-PESO-DEBITO(1:3) NUMERIC
                MOVE WS-CFG-PESO-DEBITO(1:3) TO WS-PESO-DEBITO
            END-IF
            MOVE 'PERM-MAX-DEBITOS' TO WL-CFG-CHAVE
            MOVE WS-CFG-MAX-DEBITOS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-CFG-MAX-DEBITOS
            IF WS-CFG-MAX-DEBITOS(1:2) NUMERIC
                MOVE WS-CFG-MAX-DEBITOS(1:2) TO WS-MAX-DEBITOS
            END-IF
            MOVE 'PERM-PESO-TRANCA' TO WL-CFG-CHAVE
            MOVE WS-CFG-PESO-TRANCA TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-CFG-PESO-TRANCA
            IF WS-CFG-PESO-TRANCA(1:3) NUMERIC
                MOVE WS-CFG-PESO-TRANCA(1:3) TO WS-PESO-TRANCA
            END-IF
            MOVE 'PERM-LIMIAR' TO WL-CFG-CHAVE
            MOVE WS-CFG-LIMIAR TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-CFG-LIMIAR
            IF WS-CFG-LIMIAR(1:3) NUMERIC
                MOVE WS-CFG-LIMIAR(1:3) TO WS-LIMIAR
            END-IF
            MOVE 'PERM-ORIENTADORES' TO WL-CFG-CHAVE
            MOVE WS-CFG-ORIENTADORES TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-CFG-ORIENTADORES
            .
       P050-FIM.
       END PROGRAM SISPERMA.

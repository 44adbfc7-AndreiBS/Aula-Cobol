      ******************************************************************
      * Author: ANDREI BATISTA
      * Date: 15/10/2026
      * Purpose: BIBLIOTECA DA ESCOLA - CATALOGO DE TITULOS
      *          (BIBTITUL.DAT, CONTROLE 'BIBTITUL', COM ISBN, AUTOR E
      *          ASSUNTO) E DE EXEMPLARES COM NUMERO DE PATRIMONIO
      *          PROPRIO (BIBEXEMP.DAT); EMPRESTIMO (BIBEMPRE.DAT,
      *          CONTROLE 'BIBEMPRE') AO ALUNO PELA CARTEIRINHA
      *          (CARTREG + DIGVERIF) E AO PROFESSOR ATIVO, COM PRAZO
      *          E LIMITE DE LIVROS POR TIPO DE LEITOR E DEVOLUCAO EM
      *          DIA UTIL (DIAUTIL); LEITOR COM LIVRO ATRASADO NAO
      *          LEVA OUTRO. RENOVACAO ATE BIB-MAX-RENOVACOES VEZES,
      *          RECUSADA COM ATRASO OU COM RESERVA NA FILA. RESERVA
      *          POR TITULO EM FILA (BIBRESER.DAT): O EXEMPLAR
      *          DEVOLVIDO FICA SEPARADO PARA A PRIMEIRA DA FILA POR
      *          BIB-DIAS-RESERVA DIAS; SEM RETIRADA A RESERVA EXPIRA
      *          E O EXEMPLAR PASSA A PROXIMA. DEVOLUCAO ATRASADA DO
      *          ALUNO LANCA A MULTA 'MULBIB' (DIAS X BIB-MULTA-DIA)
      *          NA CONTA (LANCTAXA) E O EXEMPLAR PERDIDO E COBRADO
      *          COMO 'LIVRO' PELO VALOR DE REPOSICAO - SEM VALOR FIXO
      *          NO CATALOGO DE TAXAS VALE O CALCULADO; AS DUAS SAEM NO
      *          SISEXTRA E SAO PAGAS NO SISCAIXA. OS AVISOS DE ATRASO
      *          E DE RESERVA DISPONIVEL SAEM NA RODADA DO SISMSGQ; O
      *          LIVRO EM ABERTO SEGURA A QUITACAO (SISDECLA) E O
      *          CANCELAMENTO (SISEVADE) PELO CHKBIBLI. RELATORIO DE
      *          ATRASOS (SPOOL 'BIBATRAS') E DE BIBLIOGRAFIA DAS
      *          EMENTAS COM EXEMPLARES INSUFICIENTES PARA OS ALUNOS
      *          MATRICULADOS (SPOOL 'BIBCAREN', UM EXEMPLAR PARA
      *          CADA BIB-ALUNOS-EXEMPLAR ALUNOS)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISBIBLI.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
               SELECT TITULOS-BIB ASSIGN TO WS-ARQ-CFG-BIBTITUL
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS NR-TITULO-BIB
               ALTERNATE RECORD KEY IS ISBN-BIB
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-TIT.

               SELECT EXEMPLARES-BIB ASSIGN TO WS-ARQ-CFG-BIBEXEMP
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS NR-PATRIMONIO-EXE
               ALTERNATE RECORD KEY IS NR-TITULO-EXE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-EXE.

               SELECT EMPRESTIMOS-BIB ASSIGN TO WS-ARQ-CFG-BIBEMPRE
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS NR-EMPRESTIMO-BIB
               ALTERNATE RECORD KEY IS CHAVE-LEITOR-EMB
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-EMB.

               SELECT RESERVAS-BIB ASSIGN TO WS-ARQ-CFG-BIBRESER
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-RESERVA-BIB
               FILE STATUS IS WS-FS-RSV.

               SELECT ALUNOS ASSIGN TO WS-ARQ-CFG-D3-REGISTRO
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS ID-ALUNO
               ALTERNATE RECORD KEY IS NM-ALUNO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS.

               SELECT CARTEIRINHAS ASSIGN TO WS-ARQ-CFG-CARTREG
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS CHAVE-CARTEIRINHA
               FILE STATUS IS WS-FS-CRD.

               SELECT PROFESSORES ASSIGN TO WS-ARQ-CFG-PROFESSORES
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS ID-PROFESSOR
               FILE STATUS IS WS-FS-PRF.

               SELECT EMENTA ASSIGN TO WS-ARQ-CFG-D3-EMENTA
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-EMENTA
               FILE STATUS IS WS-FS-EMT.

               SELECT MATRICULAS ASSIGN TO WS-ARQ-CFG-D3-MATRICULAS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-MATRICULA
               FILE STATUS IS WS-FS-MAT.

               SELECT MATERIAS ASSIGN TO WS-ARQ-CFG-D3-MATERIAS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS ID-MATERIA
               FILE STATUS IS WS-FS-MTR.

               SELECT CONTROLE ASSIGN TO WS-ARQ-CFG-CONTROLE
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
       FD TITULOS-BIB.
          COPY FD_BBTIT.
       FD EXEMPLARES-BIB.
          COPY FD_BBEXE.
       FD EMPRESTIMOS-BIB.
          COPY FD_BBEMP.
       FD RESERVAS-BIB.
          COPY FD_BBRES.
       FD ALUNOS.
          COPY FD_REGIS.
       FD CARTEIRINHAS.
          COPY FD_CARTE.
       FD PROFESSORES.
          COPY FD_PROF.
       FD EMENTA.
          COPY FD_EMENT.
       FD MATRICULAS.
          COPY FD_MATRI.
       FD MATERIAS.
          COPY FD_MATER.
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
       77 WS-FS-TIT                        PIC 99.
          88 FS-TIT-OK                     VALUE 0.
       77 WS-FS-EXE                        PIC 99.
          88 FS-EXE-OK                     VALUE 0.
       77 WS-FS-EMB                        PIC 99.
          88 FS-EMB-OK                     VALUE 0.
       77 WS-FS-RSV                        PIC 99.
          88 FS-RSV-OK                     VALUE 0.
       77 WS-FS-CRD                        PIC 99.
          88 FS-CRD-OK                     VALUE 0.
       77 WS-FS-PRF                        PIC 99.
          88 FS-PRF-OK                     VALUE 0.
       77 WS-FS-EMT                        PIC 99.
          88 FS-EMT-OK                     VALUE 0.
       77 WS-FS-MAT                        PIC 99.
          88 FS-MAT-OK                     VALUE 0.
       77 WS-FS-MTR                        PIC 99.
          88 FS-MTR-OK                     VALUE 0.
       77 WS-FS-CTRL                       PIC 99.
          88 FS-CTRL-OK                    VALUE 0.
       77 WS-FS-SES                        PIC 99.
          88 FS-SES-OK                     VALUE 0.
       77 WS-FS-REL                        PIC 99.
          88 FS-REL-OK                     VALUE 0.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE 'S' FALSE 'N'.
       77 WS-EOF-2                         PIC X.
          88 EOF-2-OK                      VALUE 'S' FALSE 'N'.
       77 WS-ACHOU                         PIC X VALUE 'N'.
          88 ACHOU-OK                      VALUE 'S' FALSE 'N'.
       77 WS-LEITOR-OK                     PIC X VALUE 'N'.
          88 LEITOR-VALIDO                 VALUE 'S' FALSE 'N'.
       77 WS-CARTAO-VALIDO                 PIC X VALUE 'N'.
          88 CARTAO-VALIDO                 VALUE 'S' FALSE 'N'.
       77 WS-RESERVA-LEITOR                PIC X VALUE 'N'.
          88 RESERVA-DO-LEITOR             VALUE 'S' FALSE 'N'.
       77 WS-FALHOU                        PIC X VALUE 'N'.
          88 FALHOU                        VALUE 'S' FALSE 'N'.
       77 WS-OPCAO                         PIC X(02).
       77 WS-SUBOPCAO                      PIC X(01).
       77 WS-CONFIRM                       PIC X VALUE SPACES.
       77 WS-CTRL-NOVO                     PIC X VALUE 'N'.
       77 WS-DATA-HOJE-8                   PIC 9(08).
       77 WS-OPERADOR                      PIC X(06) VALUE SPACES.
      * CONTROLE.DAT: CHAVE E NUMERO OBTIDO (TITULO E EMPRESTIMO)
       77 WS-CHAVE-CTRL                    PIC X(10).
       77 WS-NR-GERADO                     PIC 9(06).
       77 WS-NR-TITULO                     PIC 9(06).
       77 WS-NR-PATRIMONIO                 PIC 9(06).
       77 WS-NR-EMPRESTIMO                 PIC 9(06).
       77 WS-NR-SEQ-RESERVA                PIC 9(04).
      * LEITOR: 'A' ALUNO (ID DO REGISTRO) OU 'P' PROFESSOR
       77 WS-TP-LEITOR                     PIC X(01).
       77 WS-ID-LEITOR                     PIC 9(06).
       77 WS-NM-LEITOR                     PIC X(20).
       77 WS-ID-ALUNO                      PIC 9(06).
       77 WS-ID-PROFESSOR                  PIC 9(03).
       77 WS-NR-VIA                        PIC 9(02).
       77 WS-DV-DIGITADO                   PIC 9(01).
       77 WS-QT-ABERTOS                    PIC 9(03).
       77 WS-QT-ATRASADOS                  PIC 9(03).
       77 WS-QT-MAXIMO                     PIC 9(02).
       77 WS-PRAZO-DIAS                    PIC 9(03).
       77 WS-DIAS-CORRIDOS                 PIC 9(07).
       77 WS-DIAS-ATRASO                   PIC S9(05).
       77 WS-DT-PREVISTA                   PIC 9(08).
       77 WS-VL-MULTA                      PIC 9(05)V99.
       77 WS-VL-REPOSICAO                  PIC 9(05)V99.
       77 WS-VL-EDIT                       PIC ZZ.ZZ9,99.
       77 WS-QT-TOTAL-EXE                  PIC 9(03).
       77 WS-QT-DISP-EXE                   PIC 9(03).
       77 WS-QT-FILA                       PIC 9(03).
      * DADOS DO TITULO DIGITADOS NO CADASTRO/ALTERACAO
       77 WS-ISBN                          PIC X(13).
       77 WS-TITULO                        PIC X(40).
       77 WS-AUTOR                         PIC X(30).
       77 WS-ASSUNTO                       PIC X(20).
       77 WS-EDITORA                       PIC X(20).
       77 WS-ANO-EDICAO                    PIC 9(04).
      * CONSULTA AO CATALOGO
       77 WS-TP-BUSCA                      PIC X(01).
       77 WS-TX-BUSCA                      PIC X(40).
       77 WS-TX-CAMPO                      PIC X(40).
       77 WS-QTD-OCORRENCIAS               PIC 9(03).
       77 WS-QTD-ACHADOS                   PIC 9(04).
      * TOTAIS DOS RELATORIOS
       77 WS-QTD-LINHAS                    PIC 9(05) VALUE ZEROS.
       77 WS-QTD-NCAT-TOTAL                PIC 9(05) VALUE ZEROS.
       77 WS-IND                           PIC 9(04).
       77 WS-IND-2                         PIC 9(04).
       77 WS-TAM                           PIC 9(02).
      * RESERVAS DISPONIVEIS VENCIDAS SEM RETIRADA NA ENTRADA
       77 WS-QTD-EXP                       PIC 9(03) VALUE ZEROS.
       01 WS-TABELA-EXPIRADAS.
          03 WS-TAB-EXP OCCURS 200 TIMES.
             05 WS-EXP-NR-TITULO           PIC 9(06).
             05 WS-EXP-NR-PATRIMONIO       PIC 9(06).
      * PARAMETROS DA BIBLIOTECA (CONFIGSYS)
       77 WS-CFG-PRAZO-ALUNO               PIC X(60) VALUE '014'.
       77 WS-PRAZO-ALUNO                   PIC 9(03) VALUE 14.
       77 WS-CFG-PRAZO-PROFESSOR           PIC X(60) VALUE '030'.
       77 WS-PRAZO-PROFESSOR               PIC 9(03) VALUE 30.
       77 WS-CFG-MAX-ALUNO                 PIC X(60) VALUE '03'.
       77 WS-MAX-ALUNO                     PIC 9(02) VALUE 3.
       77 WS-CFG-MAX-PROFESSOR             PIC X(60) VALUE '10'.
       77 WS-MAX-PROFESSOR                 PIC 9(02) VALUE 10.
       77 WS-CFG-MAX-RENOVACOES            PIC X(60) VALUE '02'.
       77 WS-MAX-RENOVACOES                PIC 9(02) VALUE 2.
       77 WS-CFG-DIAS-RESERVA              PIC X(60) VALUE '03'.
       77 WS-DIAS-RESERVA                  PIC 9(02) VALUE 3.
       77 WS-CFG-ALUNOS-EXEMPLAR           PIC X(60) VALUE '10'.
       77 WS-ALUNOS-EXEMPLAR               PIC 9(02) VALUE 10.
       77 WS-CFG-MULTA-DIA                 PIC X(60) VALUE '0100'.
       01 WS-MULTA-CONFIG                  PIC 9(04).
       01 WS-MULTA-CONFIG-R REDEFINES WS-MULTA-CONFIG
                                           PIC 9(02)V99.
       77 WS-VL-MULTA-DIA                  PIC 9(02)V99 VALUE 1.
      * BIBLIOGRAFIA DAS EMENTAS: ALUNOS ATIVOS E NOME POR MATERIA,
      * CATALOGO EM MEMORIA PARA ACHAR O TITULO CITADO, TITULOS
      * CITADOS (DEMANDA SOMADA DAS MATERIAS) E CITACOES SEM TITULO
      * NO CATALOGO
       01 WS-TABELA-MATERIAS.
          03 WS-TAB-MAT OCCURS 999 TIMES.
             05 WS-MAT-NM-MATERIA          PIC X(20).
             05 WS-MAT-QT-ALUNOS           PIC 9(05).
       77 WS-QTD-TIT                       PIC 9(04) VALUE ZEROS.
       01 WS-TABELA-TITULOS.
          03 WS-TAB-TIT OCCURS 3000 TIMES.
             05 WS-TIT-NR-TITULO           PIC 9(06).
             05 WS-TIT-ISBN                PIC X(13).
             05 WS-TIT-TITULO              PIC X(40).
             05 WS-TIT-TAM                 PIC 9(02).
       77 WS-QTD-CAR                       PIC 9(04) VALUE ZEROS.
       01 WS-TABELA-CARENCIA.
          03 WS-TAB-CAR OCCURS 1000 TIMES.
             05 WS-CAR-IND-TIT             PIC 9(04).
             05 WS-CAR-QT-ALUNOS           PIC 9(05).
             05 WS-CAR-QT-MATERIAS         PIC 9(03).
             05 WS-CAR-ID-MATERIA          PIC 9(03).
       77 WS-QTD-CIT                       PIC 9(03) VALUE ZEROS.
       77 WS-ID-MATERIA-ANT                PIC 9(03) VALUE ZEROS.
       01 WS-TABELA-CITADOS.
          03 WS-CIT-IND-TIT OCCURS 99 TIMES PIC 9(04).
       77 WS-QTD-NCAT                      PIC 9(03) VALUE ZEROS.
       01 WS-TABELA-NAO-CATALOGADOS.
          03 WS-TAB-NCAT OCCURS 300 TIMES.
             05 WS-NCAT-ID-MATERIA         PIC 9(03).
             05 WS-NCAT-TEXTO              PIC X(60).
       77 WS-IND-TIT                       PIC 9(04).
       77 WS-IND-CAR                       PIC 9(04).
       77 WS-QT-NECESSARIO                 PIC 9(04).
       77 WS-QT-FALTA                      PIC 9(04).
       77 WS-BIBLIOGRAFIA                  PIC X(60).
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
       01 WS-CAB-ATRASO.
          03 FILLER                        PIC X(40) VALUE
             'EMPREST L LEITOR NOME                 TI'.
          03 FILLER                        PIC X(50) VALUE
             'TULO                     PREVISTA   DIAS     MULTA'.
       01 WS-DET-ATRASO.
          03 DET-NR-EMPRESTIMO             PIC 9(06).
          03 FILLER                        PIC X(02) VALUE SPACES.
          03 DET-TP-LEITOR                 PIC X(01).
          03 FILLER                        PIC X(01) VALUE SPACE.
          03 DET-ID-LEITOR                 PIC 9(06).
          03 FILLER                        PIC X(01) VALUE SPACE.
          03 DET-NM-LEITOR                 PIC X(20).
          03 FILLER                        PIC X(01) VALUE SPACE.
          03 DET-TITULO                    PIC X(25).
          03 FILLER                        PIC X(01) VALUE SPACE.
          03 DET-PREVISTA                  PIC X(10).
          03 FILLER                        PIC X(01) VALUE SPACE.
          03 DET-DIAS                      PIC ZZZZ9.
          03 FILLER                        PIC X(01) VALUE SPACE.
          03 DET-MULTA                     PIC ZZ.ZZ9,99.
       01 WS-CAB-CARENCIA.
          03 FILLER                        PIC X(40) VALUE
             'TITULO TITULO                          '.
          03 FILLER                        PIC X(60) VALUE
             '    MAT MATERIA              ALUNOS NECESS ACERVO FALTA'.
       01 WS-DET-CARENCIA.
          03 DET-NR-TITULO                 PIC 9(06).
          03 FILLER                        PIC X(01) VALUE SPACE.
          03 DET-TITULO-CAR                PIC X(35).
          03 FILLER                        PIC X(01) VALUE SPACE.
          03 DET-ID-MATERIA                PIC 9(03).
          03 FILLER                        PIC X(01) VALUE SPACE.
          03 DET-NM-MATERIA                PIC X(20).
          03 DET-MAIS-MATERIAS             PIC X(05).
          03 DET-ALUNOS                    PIC ZZZZ9.
          03 FILLER                        PIC X(02) VALUE SPACES.
          03 DET-NECESSARIO                PIC ZZZ9.
          03 FILLER                        PIC X(03) VALUE SPACES.
          03 DET-ACERVO                    PIC ZZ9.
          03 FILLER                        PIC X(03) VALUE SPACES.
          03 DET-FALTA                     PIC ZZZ9.
       01 WL-PARAMETROS-DV.
          03 WL-DV-OPERACAO                PIC X(01).
          03 WL-DV-NUMERO                  PIC 9(12).
          03 WL-DV-DIGITO                  PIC 9(01).
          03 WL-DV-OK                      PIC X(01).
             88 WL-DV-VALIDO               VALUE 'S'.
             88 WL-DV-INVALIDO             VALUE 'N'.
       01 WL-PARAMETROS-DIA.
          03 WL-DATA-ENTRADA               PIC 9(08).
          03 WL-DATA-SAIDA                 PIC 9(08).
       01 WL-PARAMETROS-TAXA.
          03 WL-TX-ID-ALUNO                PIC 9(06).
          03 WL-TX-CD-TAXA                 PIC X(06).
          03 WL-TX-ORIGEM                  PIC X(01).
             88 WL-TX-AUTOMATICA           VALUE 'A'.
             88 WL-TX-MANUAL               VALUE 'M'.
          03 WL-TX-VALOR                   PIC 9(06)V99.
          03 WL-TX-DESCRICAO               PIC X(30).
          03 WL-TX-DT-VENCIMENTO           PIC 9(08).
          03 WL-TX-PROGRAMA                PIC X(08) VALUE 'SISBIBLI'.
          03 WL-TX-NR-COBRANCA             PIC 9(06).
          03 WL-TX-OK                      PIC X(01).
             88 WL-TX-LANCADA              VALUE 'S'.
             88 WL-TX-RECUSADA             VALUE 'N'.
       01 WL-AUTORIZACAO.
          03 WL-FUNCAO                     PIC X(01).
          03 WL-AUT                        PIC X(01).
             88 WL-AUTORIZADO              VALUE 'S'.
             88 WL-NEGADO                  VALUE 'N'.
       01 WL-AUDITORIA.
          03 WL-PROGRAMA                   PIC X(12)
             VALUE 'SISBIBLI'.
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
          'C:\COBOL\BIBATRAS.TXT'.
       01 WS-ARQ-CFG-BIBTITUL              PIC X(60) VALUE
          'C:\COBOL\BIBTITUL.DAT'.
       01 WS-ARQ-CFG-BIBEXEMP              PIC X(60) VALUE
          'C:\COBOL\BIBEXEMP.DAT'.
       01 WS-ARQ-CFG-BIBEMPRE              PIC X(60) VALUE
          'C:\COBOL\BIBEMPRE.DAT'.
       01 WS-ARQ-CFG-BIBRESER              PIC X(60) VALUE
          'C:\COBOL\BIBRESER.DAT'.
       01 WS-ARQ-CFG-D3-REGISTRO           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\REGISTRO.DAT'.
       01 WS-ARQ-CFG-CARTREG               PIC X(60) VALUE
          'C:\COBOL\CARTREG.DAT'.
       01 WS-ARQ-CFG-PROFESSORES           PIC X(60) VALUE
          'C:\COBOL\PROFESSORES.DAT'.
       01 WS-ARQ-CFG-D3-EMENTA             PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\EMENTA.DAT'.
       01 WS-ARQ-CFG-D3-MATRICULAS         PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\MATRICULAS.DAT'.
       01 WS-ARQ-CFG-D3-MATERIAS           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\MATERIAS.DAT'.
       01 WS-ARQ-CFG-CONTROLE              PIC X(60) VALUE
          'C:\COBOL\CONTROLE.DAT'.
       01 WS-ARQ-CFG-SESSAO                PIC X(60) VALUE
          'C:\COBOL\SESSAO.DAT'.
          COPY CFG_AREA.
       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM                   PIC X(50).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            PERFORM P050-CONFIGURA THRU P050-FIM
            PERFORM P060-EXPIRA-RESERVAS THRU P060-FIM
            PERFORM P300-PROCESSA  THRU P300-FIM
                                    UNTIL WS-OPCAO = 'F' OR 'f'
            PERFORM P900-FIM
            .
       P300-PROCESSA.
            MOVE SPACES             TO WS-OPCAO
            DISPLAY '**************************************************'
            DISPLAY '***      BIBLIOTECA DA ESCOLA                  ***'
            DISPLAY '**************************************************'
            DISPLAY '*** 1 - Cadastro de titulos (catalogo)         ***'
            DISPLAY '*** 2 - Cadastro de exemplares                 ***'
            DISPLAY '*** 3 - Baixa de exemplar do acervo            ***'
            DISPLAY '*** 4 - Consulta ao catalogo                   ***'
            DISPLAY '*** 5 - Emprestimo                             ***'
            DISPLAY '*** 6 - Devolucao                              ***'
            DISPLAY '*** 7 - Renovacao                              ***'
            DISPLAY '*** 8 - Reserva de titulo                      ***'
            DISPLAY '*** 9 - Fila de reservas / cancelamento        ***'
            DISPLAY '*** 10 - Exemplar perdido (reposicao)          ***'
            DISPLAY '*** 11 - Situacao do leitor                    ***'
            DISPLAY '*** 12 - Relatorio de atrasos                  ***'
            DISPLAY '*** 13 - Bibliografia com poucos exemplares    ***'
            DISPLAY '***          <TECLE F PARA FINALIZAR>          ***'
            DISPLAY '**************************************************'
            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN '1'
                    PERFORM P310-TITULO         THRU P310-FIM
                WHEN '2'
                    PERFORM P330-EXEMPLAR       THRU P330-FIM
                WHEN '3'
                    PERFORM P340-BAIXA-EXEMPLAR THRU P340-FIM
                WHEN '4'
                    PERFORM P350-CONSULTA       THRU P350-FIM
                WHEN '5'
                    PERFORM P400-EMPRESTIMO     THRU P400-FIM
                WHEN '6'
                    PERFORM P450-DEVOLUCAO      THRU P450-FIM
                WHEN '7'
                    PERFORM P500-RENOVACAO      THRU P500-FIM
                WHEN '8'
                    PERFORM P550-RESERVA        THRU P550-FIM
                WHEN '9'
                    PERFORM P570-FILA-RESERVAS  THRU P570-FIM
                WHEN '10'
                    PERFORM P600-PERDA          THRU P600-FIM
                WHEN '11'
                    PERFORM P650-SITUACAO-LEITOR THRU P650-FIM
                WHEN '12'
                    PERFORM P800-ATRASOS        THRU P800-FIM
                WHEN '13'
                    PERFORM P850-CARENCIA       THRU P850-FIM
                WHEN 'F'
                    CONTINUE
                WHEN 'f'
                    CONTINUE
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA! '
            END-EVALUATE
            .
       P300-FIM.
      * CADASTRO DO TITULO: INCLUSAO NUMERADA PELO CONTROLE
      * 'BIBTITUL' (ISBN REPETIDO E RECUSADO) OU ALTERACAO - CAMPO EM
      * BRANCO MANTEM O VALOR ATUAL
       P310-TITULO.
            DISPLAY 'I=Incluir titulo, A=Alterar titulo: '
            ACCEPT WS-SUBOPCAO
            MOVE FUNCTION UPPER-CASE(WS-SUBOPCAO) TO WS-SUBOPCAO
            IF WS-SUBOPCAO EQUAL 'A'
                PERFORM P320-ALTERA-TITULO THRU P320-FIM
                GO TO P310-FIM
            END-IF
            IF WS-SUBOPCAO NOT EQUAL 'I'
                DISPLAY 'OPCAO INVALIDA! '
                GO TO P310-FIM
            END-IF
            MOVE SPACES           TO WS-ISBN WS-TITULO WS-AUTOR
                                     WS-ASSUNTO WS-EDITORA
            MOVE ZEROS            TO WS-ANO-EDICAO
            DISPLAY 'ISBN (13 digitos, em branco se nao houver): '
            ACCEPT WS-ISBN
            DISPLAY 'Titulo: '
            ACCEPT WS-TITULO
            IF WS-TITULO EQUAL SPACES
                DISPLAY 'TITULO OBRIGATORIO! '
                GO TO P310-FIM
            END-IF
            DISPLAY 'Autor: '
            ACCEPT WS-AUTOR
            DISPLAY 'Assunto: '
            ACCEPT WS-ASSUNTO
            DISPLAY 'Editora: '
            ACCEPT WS-EDITORA
            DISPLAY 'Ano da edicao (AAAA): '
            ACCEPT WS-ANO-EDICAO
            MOVE FUNCTION UPPER-CASE(WS-TITULO)  TO WS-TITULO
            MOVE FUNCTION UPPER-CASE(WS-AUTOR)   TO WS-AUTOR
            MOVE FUNCTION UPPER-CASE(WS-ASSUNTO) TO WS-ASSUNTO
            MOVE FUNCTION UPPER-CASE(WS-EDITORA) TO WS-EDITORA

            SET FS-TIT-OK         TO TRUE
            OPEN I-O TITULOS-BIB
            IF WS-FS-TIT EQUAL 35 THEN
                OPEN OUTPUT TITULOS-BIB
                CLOSE TITULOS-BIB
                OPEN I-O TITULOS-BIB
            END-IF
            IF NOT FS-TIT-OK
                DISPLAY 'ERRO AO ABRIR O CATALOGO DE TITULOS. '
                DISPLAY 'FILE STATUS: ' WS-FS-TIT
                GO TO P310-FIM
            END-IF
            IF WS-ISBN NOT EQUAL SPACES
                MOVE WS-ISBN      TO ISBN-BIB
                READ TITULOS-BIB KEY IS ISBN-BIB
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        DISPLAY 'ISBN JA CADASTRADO NO TITULO '
                                NR-TITULO-BIB ' - ' TITULO-BIB
                        CLOSE TITULOS-BIB
                        GO TO P310-FIM
                END-READ
            END-IF
            CLOSE TITULOS-BIB

            SET FALHOU            TO FALSE
            MOVE 'BIBTITUL'       TO WS-CHAVE-CTRL
            PERFORM P150-PROX-NUMERO THRU P150-FIM
            IF FALHOU
                GO TO P310-FIM
            END-IF
            PERFORM P160-LE-OPERADOR THRU P160-FIM
            OPEN I-O TITULOS-BIB
            MOVE WS-NR-GERADO     TO NR-TITULO-BIB
            MOVE WS-ISBN          TO ISBN-BIB
            MOVE WS-TITULO        TO TITULO-BIB
            MOVE WS-AUTOR         TO AUTOR-BIB
            MOVE WS-ASSUNTO       TO ASSUNTO-BIB
            MOVE WS-EDITORA       TO EDITORA-BIB
            MOVE WS-ANO-EDICAO    TO ANO-EDICAO-BIB
            MOVE ZEROS            TO NR-ULT-RESERVA-BIB
            ACCEPT DT-CADASTRO-BIB FROM DATE YYYYMMDD
            MOVE WS-OPERADOR      TO CD-OPERADOR-BIB
            WRITE REG-TITULO-BIB
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR O TITULO. '
                NOT INVALID KEY
                    DISPLAY 'Titulo ' NR-TITULO-BIB ' cadastrado - '
                            'inclua agora os exemplares (opcao 2).'
                    MOVE 'INCLUSAO'   TO WL-OPERACAO
                    MOVE NR-TITULO-BIB TO WL-CHAVE
                    MOVE SPACES       TO WL-VALOR-ANTIGO
                    MOVE TITULO-BIB   TO WL-VALOR-NOVO
                    CALL 'AUDITLOG' USING WL-AUDITORIA
            END-WRITE
            CLOSE TITULOS-BIB
            .
       P310-FIM.
       P320-ALTERA-TITULO.
            DISPLAY 'Informe o numero do titulo: '
            ACCEPT WS-NR-TITULO
            SET FS-TIT-OK         TO TRUE
            OPEN I-O TITULOS-BIB
            IF NOT FS-TIT-OK
                DISPLAY 'CATALOGO DE TITULOS INDISPONIVEL. '
                GO TO P320-FIM
            END-IF
            MOVE WS-NR-TITULO     TO NR-TITULO-BIB
            READ TITULOS-BIB
                INVALID KEY
                    DISPLAY 'TITULO NAO EXISTE! '
                    CLOSE TITULOS-BIB
                    GO TO P320-FIM
            END-READ
            MOVE TITULO-BIB       TO WL-VALOR-ANTIGO
            MOVE SPACES           TO WS-TITULO WS-AUTOR WS-ASSUNTO
                                     WS-EDITORA
            MOVE ZEROS            TO WS-ANO-EDICAO
            DISPLAY 'ISBN    : ' ISBN-BIB
            DISPLAY 'Titulo  : ' TITULO-BIB
            DISPLAY 'Novo titulo (ENTER mantem): '
            ACCEPT WS-TITULO
            DISPLAY 'Autor   : ' AUTOR-BIB
            DISPLAY 'Novo autor (ENTER mantem): '
            ACCEPT WS-AUTOR
            DISPLAY 'Assunto : ' ASSUNTO-BIB
            DISPLAY 'Novo assunto (ENTER mantem): '
            ACCEPT WS-ASSUNTO
            DISPLAY 'Editora : ' EDITORA-BIB
            DISPLAY 'Nova editora (ENTER mantem): '
            ACCEPT WS-EDITORA
            DISPLAY 'Ano     : ' ANO-EDICAO-BIB
            DISPLAY 'Novo ano (ENTER mantem): '
            ACCEPT WS-ANO-EDICAO
            IF WS-TITULO NOT EQUAL SPACES
                MOVE FUNCTION UPPER-CASE(WS-TITULO)  TO TITULO-BIB
            END-IF
            IF WS-AUTOR NOT EQUAL SPACES
                MOVE FUNCTION UPPER-CASE(WS-AUTOR)   TO AUTOR-BIB
            END-IF
            IF WS-ASSUNTO NOT EQUAL SPACES
                MOVE FUNCTION UPPER-CASE(WS-ASSUNTO) TO ASSUNTO-BIB
            END-IF
            IF WS-EDITORA NOT EQUAL SPACES
                MOVE FUNCTION UPPER-CASE(WS-EDITORA) TO EDITORA-BIB
            END-IF
            IF WS-ANO-EDICAO NOT EQUAL ZEROS
                MOVE WS-ANO-EDICAO TO ANO-EDICAO-BIB
            END-IF
            REWRITE REG-TITULO-BIB
                INVALID KEY
                    DISPLAY 'ERRO AO ALTERAR O TITULO. '
                NOT INVALID KEY
                    DISPLAY 'Titulo alterado.'
                    MOVE 'ALTERACAO'  TO WL-OPERACAO
                    MOVE NR-TITULO-BIB TO WL-CHAVE
                    MOVE TITULO-BIB   TO WL-VALOR-NOVO
                    CALL 'AUDITLOG' USING WL-AUDITORIA
            END-REWRITE
            CLOSE TITULOS-BIB
            .
       P320-FIM.
      * EXEMPLAR ENTRA PELO NUMERO DA ETIQUETA DE PATRIMONIO (UNICO)
      * E JA ATENDE A FILA DE RESERVAS DO TITULO, SE HOUVER
       P330-EXEMPLAR.
            DISPLAY 'Informe o numero do titulo: '
            ACCEPT WS-NR-TITULO
            PERFORM P170-LE-TITULO THRU P170-FIM
            IF NOT ACHOU-OK
                DISPLAY 'TITULO NAO EXISTE! '
                GO TO P330-FIM
            END-IF
            DISPLAY 'Titulo: ' WS-TITULO
            DISPLAY 'Numero de patrimonio da etiqueta: '
            ACCEPT WS-NR-PATRIMONIO
            IF WS-NR-PATRIMONIO EQUAL ZEROS
                DISPLAY 'PATRIMONIO INVALIDO! '
                GO TO P330-FIM
            END-IF
            DISPLAY 'Valor de reposicao: '
            ACCEPT WS-VL-REPOSICAO
            SET FS-EXE-OK         TO TRUE
            OPEN I-O EXEMPLARES-BIB
            IF WS-FS-EXE EQUAL 35 THEN
                OPEN OUTPUT EXEMPLARES-BIB
                CLOSE EXEMPLARES-BIB
                OPEN I-O EXEMPLARES-BIB
            END-IF
            IF NOT FS-EXE-OK
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE EXEMPLARES. '
                DISPLAY 'FILE STATUS: ' WS-FS-EXE
                GO TO P330-FIM
            END-IF
            SET FALHOU            TO FALSE
            MOVE WS-NR-PATRIMONIO TO NR-PATRIMONIO-EXE
            MOVE WS-NR-TITULO     TO NR-TITULO-EXE
            ACCEPT DT-AQUISICAO-EXE FROM DATE YYYYMMDD
            MOVE WS-VL-REPOSICAO  TO VL-REPOSICAO-EXE
            SET EXE-DISPONIVEL    TO TRUE
            MOVE ZEROS            TO NR-EMPRESTIMO-EXE DT-BAIXA-EXE
            WRITE REG-EXEMPLAR-BIB
                INVALID KEY
                    DISPLAY 'PATRIMONIO JA CADASTRADO! '
                    SET FALHOU TO TRUE
                NOT INVALID KEY
                    DISPLAY 'Exemplar ' WS-NR-PATRIMONIO
                            ' incluido no acervo.'
                    MOVE 'EXEMPLAR'   TO WL-OPERACAO
                    MOVE WS-NR-PATRIMONIO TO WL-CHAVE
                    MOVE SPACES       TO WL-VALOR-ANTIGO
                    MOVE SPACES       TO WL-VALOR-NOVO
                    STRING 'TITULO ' WS-NR-TITULO
                           DELIMITED BY SIZE INTO WL-VALOR-NOVO
                    CALL 'AUDITLOG' USING WL-AUDITORIA
            END-WRITE
            CLOSE EXEMPLARES-BIB
            IF NOT FALHOU
                PERFORM P700-ATENDE-FILA THRU P700-FIM
            END-IF
            .
       P330-FIM.
      * BAIXA DO ACERVO (DESCARTE, DOACAO, DANO) - SO DO EXEMPLAR NA
      * ESTANTE, COM O PERFIL DE EXCLUSAO DO AUTHOPR
       P340-BAIXA-EXEMPLAR.
            MOVE 'X'              TO WL-FUNCAO
            CALL 'AUTHOPR' USING WL-AUTORIZACAO
            IF WL-NEGADO
                GO TO P340-FIM
            END-IF
            DISPLAY 'Numero de patrimonio do exemplar: '
            ACCEPT WS-NR-PATRIMONIO
            SET FS-EXE-OK         TO TRUE
            OPEN I-O EXEMPLARES-BIB
            IF NOT FS-EXE-OK
                DISPLAY 'ARQUIVO DE EXEMPLARES INDISPONIVEL. '
                GO TO P340-FIM
            END-IF
            MOVE WS-NR-PATRIMONIO TO NR-PATRIMONIO-EXE
            READ EXEMPLARES-BIB
                INVALID KEY
                    DISPLAY 'EXEMPLAR NAO EXISTE! '
                    CLOSE EXEMPLARES-BIB
                    GO TO P340-FIM
            END-READ
            IF NOT EXE-DISPONIVEL
                DISPLAY 'SO SAI DO ACERVO O EXEMPLAR DISPONIVEL NA '
                        'ESTANTE (SITUACAO ' ST-EXEMPLAR ').'
                CLOSE EXEMPLARES-BIB
                GO TO P340-FIM
            END-IF
            DISPLAY 'TECLE <S> para confirmar a baixa: '
            ACCEPT WS-CONFIRM
            IF WS-CONFIRM NOT EQUAL 'S' AND 's'
                CLOSE EXEMPLARES-BIB
                GO TO P340-FIM
            END-IF
            SET EXE-BAIXADO       TO TRUE
            ACCEPT DT-BAIXA-EXE FROM DATE YYYYMMDD
            REWRITE REG-EXEMPLAR-BIB
            CLOSE EXEMPLARES-BIB
            DISPLAY 'Exemplar baixado do acervo.'
            MOVE 'BAIXA'          TO WL-OPERACAO
            MOVE WS-NR-PATRIMONIO TO WL-CHAVE
            MOVE 'D'              TO WL-VALOR-ANTIGO
            MOVE 'B'              TO WL-VALOR-NOVO
            CALL 'AUDITLOG' USING WL-AUDITORIA
            .
       P340-FIM.
      * CONSULTA POR ISBN, PARTE DO TITULO, DO AUTOR OU DO ASSUNTO,
      * COM OS EXEMPLARES NA ESTANTE E O TAMANHO DA FILA
       P350-CONSULTA.
            DISPLAY 'Buscar por (I=ISBN, T=Titulo, A=Autor, '
                    'S=Assunto): '
            ACCEPT WS-TP-BUSCA
            MOVE FUNCTION UPPER-CASE(WS-TP-BUSCA) TO WS-TP-BUSCA
            IF WS-TP-BUSCA NOT EQUAL 'I' AND 'T' AND 'A' AND 'S'
                DISPLAY 'OPCAO INVALIDA! '
                GO TO P350-FIM
            END-IF
            DISPLAY 'Texto da busca: '
            ACCEPT WS-TX-BUSCA
            IF WS-TX-BUSCA EQUAL SPACES
                GO TO P350-FIM
            END-IF
            MOVE FUNCTION UPPER-CASE(WS-TX-BUSCA) TO WS-TX-BUSCA
            MOVE ZEROS            TO WS-QTD-ACHADOS
            SET EOF-OK            TO FALSE
            SET FS-TIT-OK         TO TRUE
            OPEN INPUT TITULOS-BIB
            IF NOT FS-TIT-OK
                DISPLAY 'CATALOGO DE TITULOS INDISPONIVEL. '
                GO TO P350-FIM
            END-IF
            PERFORM UNTIL EOF-OK
                READ TITULOS-BIB NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        EVALUATE WS-TP-BUSCA
                            WHEN 'I'
                                MOVE ISBN-BIB    TO WS-TX-CAMPO
                            WHEN 'T'
                                MOVE TITULO-BIB  TO WS-TX-CAMPO
                            WHEN 'A'
                                MOVE AUTOR-BIB   TO WS-TX-CAMPO
                            WHEN 'S'
                                MOVE ASSUNTO-BIB TO WS-TX-CAMPO
                        END-EVALUATE
                        MOVE ZEROS TO WS-QTD-OCORRENCIAS
                        INSPECT WS-TX-CAMPO TALLYING
                                WS-QTD-OCORRENCIAS
                                FOR ALL FUNCTION TRIM(WS-TX-BUSCA)
                        IF WS-QTD-OCORRENCIAS > ZEROS
                            PERFORM P355-MOSTRA-TITULO THRU P355-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE TITULOS-BIB
            IF WS-QTD-ACHADOS EQUAL ZEROS
                DISPLAY 'NENHUM TITULO ENCONTRADO.'
            END-IF
            .
       P350-FIM.
       P355-MOSTRA-TITULO.
            ADD 1                 TO WS-QTD-ACHADOS
            MOVE NR-TITULO-BIB    TO WS-NR-TITULO
            PERFORM P740-CONTA-EXEMPLARES THRU P740-FIM
            PERFORM P730-CONTA-FILA       THRU P730-FIM
            DISPLAY NR-TITULO-BIB ' ' TITULO-BIB
            DISPLAY '       ' AUTOR-BIB ' / ' ASSUNTO-BIB
                    ' ISBN ' ISBN-BIB
            DISPLAY '       EXEMPLARES: ' WS-QT-TOTAL-EXE
                    ' NA ESTANTE: ' WS-QT-DISP-EXE
                    ' RESERVAS NA FILA: ' WS-QT-FILA
            .
       P355-FIM.
      * EMPRESTIMO: LEITOR IDENTIFICADO, SEM ATRASO E ABAIXO DO
      * LIMITE; EXEMPLAR NA ESTANTE OU SEPARADO PARA A RESERVA DO
      * PROPRIO LEITOR; DEVOLUCAO PREVISTA EM DIA UTIL
       P400-EMPRESTIMO.
            PERFORM P200-IDENTIFICA-LEITOR THRU P200-FIM
            IF NOT LEITOR-VALIDO
                GO TO P400-FIM
            END-IF
            PERFORM P230-SITUACAO-LEITOR THRU P230-FIM
            IF WS-QT-ATRASADOS > ZEROS
                DISPLAY 'O LEITOR TEM ' WS-QT-ATRASADOS ' LIVRO(S) EM '
                        'ATRASO - EMPRESTIMO BLOQUEADO ATE A '
                        'DEVOLUCAO.'
                GO TO P400-FIM
            END-IF
            IF WS-QT-ABERTOS NOT LESS THAN WS-QT-MAXIMO
                DISPLAY 'O LEITOR JA ESTA COM ' WS-QT-ABERTOS
                        ' LIVRO(S) - LIMITE DE ' WS-QT-MAXIMO '.'
                GO TO P400-FIM
            END-IF
            DISPLAY 'Numero de patrimonio do exemplar: '
            ACCEPT WS-NR-PATRIMONIO
            SET FS-EXE-OK         TO TRUE
            OPEN INPUT EXEMPLARES-BIB
            IF NOT FS-EXE-OK
                DISPLAY 'ARQUIVO DE EXEMPLARES INDISPONIVEL. '
                GO TO P400-FIM
            END-IF
            SET ACHOU-OK          TO FALSE
            MOVE WS-NR-PATRIMONIO TO NR-PATRIMONIO-EXE
            READ EXEMPLARES-BIB
                INVALID KEY
                    DISPLAY 'EXEMPLAR NAO EXISTE! '
                NOT INVALID KEY
                    SET ACHOU-OK  TO TRUE
            END-READ
            CLOSE EXEMPLARES-BIB
            IF NOT ACHOU-OK
                GO TO P400-FIM
            END-IF
            MOVE NR-TITULO-EXE    TO WS-NR-TITULO
            SET RESERVA-DO-LEITOR TO FALSE
            EVALUATE TRUE
                WHEN EXE-DISPONIVEL
                    CONTINUE
                WHEN EXE-RESERVADO
                    PERFORM P720-RESERVA-DO-EXEMPLAR THRU P720-FIM
                    IF NOT RESERVA-DO-LEITOR
                        DISPLAY 'EXEMPLAR SEPARADO PARA A RESERVA DE '
                                'OUTRO LEITOR.'
                        GO TO P400-FIM
                    END-IF
                WHEN EXE-EMPRESTADO
                    DISPLAY 'EXEMPLAR JA ESTA EMPRESTADO.'
                    GO TO P400-FIM
                WHEN OTHER
                    DISPLAY 'EXEMPLAR FORA DO ACERVO (BAIXADO OU '
                            'PERDIDO).'
                    GO TO P400-FIM
            END-EVALUATE
            PERFORM P170-LE-TITULO THRU P170-FIM
            DISPLAY 'Titulo: ' WS-TITULO

            PERFORM P240-CALCULA-PREVISTA THRU P240-FIM
            SET FALHOU            TO FALSE
            MOVE 'BIBEMPRE'       TO WS-CHAVE-CTRL
            PERFORM P150-PROX-NUMERO THRU P150-FIM
            IF FALHOU
                GO TO P400-FIM
            END-IF
            MOVE WS-NR-GERADO     TO WS-NR-EMPRESTIMO
            PERFORM P160-LE-OPERADOR THRU P160-FIM
            SET FS-EMB-OK         TO TRUE
            OPEN I-O EMPRESTIMOS-BIB
            IF WS-FS-EMB EQUAL 35 THEN
                OPEN OUTPUT EMPRESTIMOS-BIB
                CLOSE EMPRESTIMOS-BIB
                OPEN I-O EMPRESTIMOS-BIB
            END-IF
            IF NOT FS-EMB-OK
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE EMPRESTIMOS. '
                DISPLAY 'FILE STATUS: ' WS-FS-EMB
                GO TO P400-FIM
            END-IF
            INITIALIZE REG-EMPRESTIMO-BIB
            MOVE WS-NR-EMPRESTIMO TO NR-EMPRESTIMO-BIB
            MOVE WS-TP-LEITOR     TO TP-LEITOR-EMB
            MOVE WS-ID-LEITOR     TO ID-LEITOR-EMB
            MOVE WS-NR-PATRIMONIO TO NR-PATRIMONIO-EMB
            MOVE WS-NR-TITULO     TO NR-TITULO-EMB
            MOVE WS-DATA-HOJE-8   TO DT-EMPRESTIMO-EMB
            MOVE WS-DT-PREVISTA   TO DT-PREVISTA-EMB
            SET EMB-ABERTO        TO TRUE
            MOVE WS-OPERADOR      TO CD-OPERADOR-EMB
            WRITE REG-EMPRESTIMO-BIB
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR O EMPRESTIMO. '
                    SET FALHOU TO TRUE
            END-WRITE
            CLOSE EMPRESTIMOS-BIB
            IF FALHOU
                GO TO P400-FIM
            END-IF

            OPEN I-O EXEMPLARES-BIB
            MOVE WS-NR-PATRIMONIO TO NR-PATRIMONIO-EXE
            READ EXEMPLARES-BIB
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET EXE-EMPRESTADO TO TRUE
                    MOVE WS-NR-EMPRESTIMO TO NR-EMPRESTIMO-EXE
                    REWRITE REG-EXEMPLAR-BIB
            END-READ
            CLOSE EXEMPLARES-BIB
            IF RESERVA-DO-LEITOR
                PERFORM P725-BAIXA-RESERVA THRU P725-FIM
            END-IF
            MOVE WS-DT-PREVISTA   TO WS-DATA-AUX
            PERFORM P180-EDITA-DATA THRU P180-FIM
            DISPLAY 'Emprestimo ' WS-NR-EMPRESTIMO ' registrado - '
                    'devolver ate ' WS-DATA-EDIT '.'
            MOVE 'EMPRESTIMO'     TO WL-OPERACAO
            MOVE WS-NR-EMPRESTIMO TO WL-CHAVE
            MOVE SPACES           TO WL-VALOR-ANTIGO
            MOVE SPACES           TO WL-VALOR-NOVO
            STRING 'PATRIMONIO ' WS-NR-PATRIMONIO
                   ' LEITOR ' WS-TP-LEITOR ' ' WS-ID-LEITOR
                   DELIMITED BY SIZE INTO WL-VALOR-NOVO
            CALL 'AUDITLOG' USING WL-AUDITORIA
            .
       P400-FIM.
      * DEVOLUCAO PELO EXEMPLAR: ATRASO DO ALUNO VIRA MULTA NA CONTA;
      * O EXEMPLAR VAI PARA A FILA DE RESERVAS OU PARA A ESTANTE
       P450-DEVOLUCAO.
            PERFORM P250-ACHA-EMPRESTIMO THRU P250-FIM
            IF NOT ACHOU-OK
                GO TO P450-FIM
            END-IF
            ACCEPT WS-DATA-HOJE-8 FROM DATE YYYYMMDD
            MOVE ZEROS            TO WS-DIAS-ATRASO WS-VL-MULTA
            IF DT-PREVISTA-EMB < WS-DATA-HOJE-8
                COMPUTE WS-DIAS-ATRASO =
                        FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE-8) -
                        FUNCTION INTEGER-OF-DATE(DT-PREVISTA-EMB)
                IF EMB-LEITOR-ALUNO
                    COMPUTE WS-VL-MULTA =
                            WS-DIAS-ATRASO * WS-VL-MULTA-DIA
                END-IF
            END-IF
            MOVE WS-DATA-HOJE-8   TO DT-DEVOLUCAO-EMB
            MOVE WS-DIAS-ATRASO   TO QT-DIAS-ATRASO-EMB
            MOVE WS-VL-MULTA      TO VL-MULTA-EMB
            SET EMB-DEVOLVIDO     TO TRUE
            IF WS-VL-MULTA > ZEROS
                PERFORM P460-COBRA-MULTA THRU P460-FIM
                MOVE WL-TX-NR-COBRANCA TO NR-COBRANCA-EMB
            END-IF
            REWRITE REG-EMPRESTIMO-BIB
            CLOSE EMPRESTIMOS-BIB
            IF WS-DIAS-ATRASO > ZEROS
                MOVE WS-VL-MULTA  TO WS-VL-EDIT
                DISPLAY 'Devolucao com ' WS-DIAS-ATRASO ' dia(s) de '
                        'atraso - multa ' WS-VL-EDIT '.'
            ELSE
                DISPLAY 'Devolucao registrada no prazo.'
            END-IF
            MOVE 'DEVOLUCAO'      TO WL-OPERACAO
            MOVE WS-NR-EMPRESTIMO TO WL-CHAVE
            MOVE SPACES           TO WL-VALOR-ANTIGO
            MOVE SPACES           TO WL-VALOR-NOVO
            STRING 'PATRIMONIO ' WS-NR-PATRIMONIO
                   ' ATRASO ' WS-DIAS-ATRASO
                   DELIMITED BY SIZE INTO WL-VALOR-NOVO
            CALL 'AUDITLOG' USING WL-AUDITORIA
            PERFORM P700-ATENDE-FILA THRU P700-FIM
            .
       P450-FIM.
      * MULTA DE ATRASO LANCADA NA CONTA DO ALUNO (PAGA NO CAIXA)
       P460-COBRA-MULTA.
            MOVE ID-LEITOR-EMB    TO WL-TX-ID-ALUNO
            MOVE 'MULBIB'         TO WL-TX-CD-TAXA
            SET WL-TX-AUTOMATICA  TO TRUE
            MOVE WS-VL-MULTA      TO WL-TX-VALOR
            MOVE ZEROS            TO WL-TX-DT-VENCIMENTO
            MOVE ZEROS            TO WL-TX-NR-COBRANCA
            MOVE SPACES           TO WL-TX-DESCRICAO
            STRING 'MULTA BIBLIOTECA EMP ' NR-EMPRESTIMO-BIB
                   DELIMITED BY SIZE INTO WL-TX-DESCRICAO
            CALL 'LANCTAXA' USING WL-PARAMETROS-TAXA
            IF WL-TX-RECUSADA
                DISPLAY 'AVISO: MULTA NAO COBRADA - LANCE PELO '
                        'SISTAXAS.'
            END-IF
            .
       P460-FIM.
      * RENOVACAO PELO EXEMPLAR: NO PRAZO, ABAIXO DO LIMITE DE
      * RENOVACOES E SEM RESERVA ESPERANDO O TITULO
       P500-RENOVACAO.
            PERFORM P250-ACHA-EMPRESTIMO THRU P250-FIM
            IF NOT ACHOU-OK
                GO TO P500-FIM
            END-IF
            ACCEPT WS-DATA-HOJE-8 FROM DATE YYYYMMDD
            IF DT-PREVISTA-EMB < WS-DATA-HOJE-8
                DISPLAY 'EMPRESTIMO EM ATRASO - DEVOLVA O LIVRO '
                        '(RENOVACAO RECUSADA).'
                CLOSE EMPRESTIMOS-BIB
                GO TO P500-FIM
            END-IF
            IF QT-RENOVACOES-EMB NOT LESS THAN WS-MAX-RENOVACOES
                DISPLAY 'LIMITE DE ' WS-MAX-RENOVACOES ' RENOVACOES '
                        'ATINGIDO.'
                CLOSE EMPRESTIMOS-BIB
                GO TO P500-FIM
            END-IF
            MOVE NR-TITULO-EMB    TO WS-NR-TITULO
            PERFORM P730-CONTA-FILA THRU P730-FIM
            IF WS-QT-FILA > ZEROS
                DISPLAY 'HA ' WS-QT-FILA ' RESERVA(S) NA FILA DO '
                        'TITULO - RENOVACAO RECUSADA.'
                CLOSE EMPRESTIMOS-BIB
                GO TO P500-FIM
            END-IF
            MOVE TP-LEITOR-EMB    TO WS-TP-LEITOR
            PERFORM P240-CALCULA-PREVISTA THRU P240-FIM
            MOVE DT-PREVISTA-EMB  TO WL-VALOR-ANTIGO
            MOVE WS-DT-PREVISTA   TO DT-PREVISTA-EMB
            ADD 1                 TO QT-RENOVACOES-EMB
            MOVE ZEROS            TO DT-ULT-AVISO-EMB
            REWRITE REG-EMPRESTIMO-BIB
            CLOSE EMPRESTIMOS-BIB
            MOVE WS-DT-PREVISTA   TO WS-DATA-AUX
            PERFORM P180-EDITA-DATA THRU P180-FIM
            DISPLAY 'Emprestimo renovado - devolver ate '
                    WS-DATA-EDIT '.'
            MOVE 'RENOVACAO'      TO WL-OPERACAO
            MOVE WS-NR-EMPRESTIMO TO WL-CHAVE
            MOVE WS-DT-PREVISTA   TO WL-VALOR-NOVO
            CALL 'AUDITLOG' USING WL-AUDITORIA
            .
       P500-FIM.
      * RESERVA ENTRA NO FIM DA FILA DO TITULO; NAO CABE COM
      * EXEMPLAR NA ESTANTE, COM O TITULO JA EMPRESTADO AO LEITOR OU
      * COM OUTRA RESERVA ATIVA DELE PARA O MESMO TITULO
       P550-RESERVA.
            PERFORM P200-IDENTIFICA-LEITOR THRU P200-FIM
            IF NOT LEITOR-VALIDO
                GO TO P550-FIM
            END-IF
            DISPLAY 'Informe o numero do titulo: '
            ACCEPT WS-NR-TITULO
            PERFORM P170-LE-TITULO THRU P170-FIM
            IF NOT ACHOU-OK
                DISPLAY 'TITULO NAO EXISTE! '
                GO TO P550-FIM
            END-IF
            DISPLAY 'Titulo: ' WS-TITULO
            PERFORM P740-CONTA-EXEMPLARES THRU P740-FIM
            IF WS-QT-DISP-EXE > ZEROS
                DISPLAY 'HA ' WS-QT-DISP-EXE ' EXEMPLAR(ES) NA '
                        'ESTANTE - FACA O EMPRESTIMO.'
                GO TO P550-FIM
            END-IF
            PERFORM P230-SITUACAO-LEITOR THRU P230-FIM
            IF ACHOU-OK
                DISPLAY 'O LEITOR JA ESTA COM UM EXEMPLAR DESTE '
                        'TITULO.'
                GO TO P550-FIM
            END-IF
            PERFORM P730-CONTA-FILA THRU P730-FIM
            IF RESERVA-DO-LEITOR
                DISPLAY 'O LEITOR JA TEM RESERVA ATIVA PARA ESTE '
                        'TITULO.'
                GO TO P550-FIM
            END-IF

            SET FS-TIT-OK         TO TRUE
            OPEN I-O TITULOS-BIB
            MOVE WS-NR-TITULO     TO NR-TITULO-BIB
            READ TITULOS-BIB
                INVALID KEY
                    CLOSE TITULOS-BIB
                    GO TO P550-FIM
            END-READ
            ADD 1                 TO NR-ULT-RESERVA-BIB
            MOVE NR-ULT-RESERVA-BIB TO WS-NR-SEQ-RESERVA
            REWRITE REG-TITULO-BIB
            CLOSE TITULOS-BIB

            SET FS-RSV-OK         TO TRUE
            OPEN I-O RESERVAS-BIB
            IF WS-FS-RSV EQUAL 35 THEN
                OPEN OUTPUT RESERVAS-BIB
                CLOSE RESERVAS-BIB
                OPEN I-O RESERVAS-BIB
            END-IF
            IF NOT FS-RSV-OK
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE RESERVAS. '
                DISPLAY 'FILE STATUS: ' WS-FS-RSV
                GO TO P550-FIM
            END-IF
            INITIALIZE REG-RESERVA-BIB
            MOVE WS-NR-TITULO     TO NR-TITULO-RSV
            MOVE WS-NR-SEQ-RESERVA TO NR-SEQ-RSV
            MOVE WS-TP-LEITOR     TO TP-LEITOR-RSV
            MOVE WS-ID-LEITOR     TO ID-LEITOR-RSV
            MOVE WS-DATA-HOJE-8   TO DT-RESERVA-RSV
            SET RSV-NA-FILA       TO TRUE
            MOVE SPACE            TO ST-AVISO-RSV
            WRITE REG-RESERVA-BIB
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR A RESERVA. '
                NOT INVALID KEY
                    ADD 1 TO WS-QT-FILA
                    DISPLAY 'Reserva ' WS-NR-SEQ-RESERVA
                            ' registrada - posicao ' WS-QT-FILA
                            ' na fila. O leitor sera avisado quando '
                            'o livro chegar.'
                    MOVE 'RESERVA'    TO WL-OPERACAO
                    MOVE WS-NR-TITULO TO WL-CHAVE
                    MOVE SPACES       TO WL-VALOR-ANTIGO
                    MOVE SPACES       TO WL-VALOR-NOVO
                    STRING 'SEQ ' WS-NR-SEQ-RESERVA
                           ' LEITOR ' WS-TP-LEITOR ' ' WS-ID-LEITOR
                           DELIMITED BY SIZE INTO WL-VALOR-NOVO
                    CALL 'AUDITLOG' USING WL-AUDITORIA
            END-WRITE
            CLOSE RESERVAS-BIB
            .
       P550-FIM.
      * LISTA A FILA DO TITULO E CANCELA UMA RESERVA ATIVA; A
      * RESERVA JA COM EXEMPLAR SEPARADO LIBERA O EXEMPLAR PARA A
      * PROXIMA DA FILA
       P570-FILA-RESERVAS.
            DISPLAY 'Informe o numero do titulo: '
            ACCEPT WS-NR-TITULO
            PERFORM P170-LE-TITULO THRU P170-FIM
            IF NOT ACHOU-OK
                DISPLAY 'TITULO NAO EXISTE! '
                GO TO P570-FIM
            END-IF
            DISPLAY 'Titulo: ' WS-TITULO
            SET FS-RSV-OK         TO TRUE
            OPEN I-O RESERVAS-BIB
            IF NOT FS-RSV-OK
                DISPLAY 'NENHUMA RESERVA REGISTRADA AINDA. '
                GO TO P570-FIM
            END-IF
            MOVE ZEROS            TO WS-QT-FILA
            SET EOF-OK            TO FALSE
            MOVE WS-NR-TITULO     TO NR-TITULO-RSV
            MOVE ZEROS            TO NR-SEQ-RSV
            START RESERVAS-BIB KEY IS NOT LESS THAN CHAVE-RESERVA-BIB
                INVALID KEY
                    SET EOF-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ RESERVAS-BIB NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF NR-TITULO-RSV NOT EQUAL WS-NR-TITULO
                            SET EOF-OK TO TRUE
                        ELSE
                            IF RSV-NA-FILA OR RSV-DISPONIVEL
                                ADD 1 TO WS-QT-FILA
                                DISPLAY '  SEQ ' NR-SEQ-RSV
                                        ' LEITOR ' TP-LEITOR-RSV ' '
                                        ID-LEITOR-RSV
                                        ' DESDE ' DT-RESERVA-RSV
                                        ' SITUACAO ' ST-RESERVA-BIB
                                        ' PATRIMONIO '
                                        NR-PATRIMONIO-RSV
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            IF WS-QT-FILA EQUAL ZEROS
                DISPLAY '  (FILA VAZIA)'
                CLOSE RESERVAS-BIB
                GO TO P570-FIM
            END-IF
            MOVE ZEROS            TO WS-NR-SEQ-RESERVA
            DISPLAY 'Reserva a cancelar (0 = nenhuma): '
            ACCEPT WS-NR-SEQ-RESERVA
            IF WS-NR-SEQ-RESERVA EQUAL ZEROS
                CLOSE RESERVAS-BIB
                GO TO P570-FIM
            END-IF
            SET ACHOU-OK          TO FALSE
            MOVE WS-NR-TITULO     TO NR-TITULO-RSV
            MOVE WS-NR-SEQ-RESERVA TO NR-SEQ-RSV
            READ RESERVAS-BIB
                INVALID KEY
                    DISPLAY 'RESERVA NAO EXISTE! '
                NOT INVALID KEY
                    IF RSV-NA-FILA OR RSV-DISPONIVEL
                        SET ACHOU-OK TO TRUE
                    ELSE
                        DISPLAY 'RESERVA JA ENCERRADA.'
                    END-IF
            END-READ
            IF NOT ACHOU-OK
                CLOSE RESERVAS-BIB
                GO TO P570-FIM
            END-IF
            MOVE ZEROS            TO WS-NR-PATRIMONIO
            IF RSV-DISPONIVEL
                MOVE NR-PATRIMONIO-RSV TO WS-NR-PATRIMONIO
            END-IF
            MOVE ST-RESERVA-BIB   TO WL-VALOR-ANTIGO
            SET RSV-CANCELADA     TO TRUE
            REWRITE REG-RESERVA-BIB
            CLOSE RESERVAS-BIB
            DISPLAY 'Reserva cancelada.'
            MOVE 'CANCELA'        TO WL-OPERACAO
            MOVE WS-NR-TITULO     TO WL-CHAVE
            MOVE SPACES           TO WL-VALOR-NOVO
            STRING 'SEQ ' WS-NR-SEQ-RESERVA
                   DELIMITED BY SIZE INTO WL-VALOR-NOVO
            CALL 'AUDITLOG' USING WL-AUDITORIA
            IF WS-NR-PATRIMONIO NOT EQUAL ZEROS
                PERFORM P700-ATENDE-FILA THRU P700-FIM
            END-IF
            .
       P570-FIM.
      * EXEMPLAR PERDIDO PELO LEITOR: O ALUNO PAGA A REPOSICAO
      * ('LIVRO') E A MULTA DO ATRASO ATE HOJE; SO COM A COBRANCA
      * LANCADA O EMPRESTIMO FECHA COMO COBRADO E SAI DAS PENDENCIAS.
      * O PROFESSOR REPOE O LIVRO PELA DIRECAO, SEM COBRANCA NA CONTA
       P600-PERDA.
            PERFORM P250-ACHA-EMPRESTIMO THRU P250-FIM
            IF NOT ACHOU-OK
                GO TO P600-FIM
            END-IF
            ACCEPT WS-DATA-HOJE-8 FROM DATE YYYYMMDD
            MOVE ZEROS            TO WS-DIAS-ATRASO WS-VL-MULTA
            IF DT-PREVISTA-EMB < WS-DATA-HOJE-8
                COMPUTE WS-DIAS-ATRASO =
                        FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE-8) -
                        FUNCTION INTEGER-OF-DATE(DT-PREVISTA-EMB)
                IF EMB-LEITOR-ALUNO
                    COMPUTE WS-VL-MULTA =
                            WS-DIAS-ATRASO * WS-VL-MULTA-DIA
                END-IF
            END-IF
            MOVE WS-VL-REPOSICAO  TO WS-VL-EDIT
            DISPLAY 'Valor de reposicao do exemplar: ' WS-VL-EDIT
            IF EMB-LEITOR-ALUNO AND WS-VL-REPOSICAO EQUAL ZEROS
                DISPLAY 'Exemplar sem valor de reposicao - informe '
                        'o valor: '
                ACCEPT WS-VL-REPOSICAO
            END-IF
            IF WS-VL-MULTA > ZEROS
                MOVE WS-VL-MULTA  TO WS-VL-EDIT
                DISPLAY 'Multa de atraso ate hoje: ' WS-VL-EDIT
            END-IF
            DISPLAY 'TECLE <S> para confirmar a perda: '
            ACCEPT WS-CONFIRM
            IF WS-CONFIRM NOT EQUAL 'S' AND 's'
                CLOSE EMPRESTIMOS-BIB
                GO TO P600-FIM
            END-IF
            IF EMB-LEITOR-ALUNO
                MOVE ID-LEITOR-EMB    TO WL-TX-ID-ALUNO
                MOVE 'LIVRO'          TO WL-TX-CD-TAXA
                SET WL-TX-AUTOMATICA  TO TRUE
                MOVE WS-VL-REPOSICAO  TO WL-TX-VALOR
                MOVE ZEROS            TO WL-TX-DT-VENCIMENTO
                MOVE ZEROS            TO WL-TX-NR-COBRANCA
                MOVE SPACES           TO WL-TX-DESCRICAO
                STRING 'REPOSICAO LIVRO PAT ' WS-NR-PATRIMONIO
                       DELIMITED BY SIZE INTO WL-TX-DESCRICAO
                CALL 'LANCTAXA' USING WL-PARAMETROS-TAXA
                IF WL-TX-RECUSADA
                    DISPLAY 'REPOSICAO NAO LANCADA - O EMPRESTIMO '
                            'CONTINUA EM ABERTO.'
                    CLOSE EMPRESTIMOS-BIB
                    GO TO P600-FIM
                END-IF
                MOVE WL-TX-NR-COBRANCA TO NR-COBRANCA-PERDA-EMB
                IF WS-VL-MULTA > ZEROS
                    PERFORM P460-COBRA-MULTA THRU P460-FIM
                    MOVE WL-TX-NR-COBRANCA TO NR-COBRANCA-EMB
                END-IF
            ELSE
                DISPLAY 'PROFESSOR: REPOSICAO DO EXEMPLAR A COMBINAR '
                        'COM A DIRECAO.'
            END-IF
            MOVE WS-DATA-HOJE-8   TO DT-DEVOLUCAO-EMB
            MOVE WS-DIAS-ATRASO   TO QT-DIAS-ATRASO-EMB
            MOVE WS-VL-MULTA      TO VL-MULTA-EMB
            SET EMB-COBRADO       TO TRUE
            REWRITE REG-EMPRESTIMO-BIB
            CLOSE EMPRESTIMOS-BIB

            SET FS-EXE-OK         TO TRUE
            OPEN I-O EXEMPLARES-BIB
            MOVE WS-NR-PATRIMONIO TO NR-PATRIMONIO-EXE
            READ EXEMPLARES-BIB
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET EXE-PERDIDO TO TRUE
                    MOVE WS-DATA-HOJE-8 TO DT-BAIXA-EXE
                    REWRITE REG-EXEMPLAR-BIB
            END-READ
            CLOSE EXEMPLARES-BIB
            DISPLAY 'Exemplar registrado como perdido; emprestimo '
                    'encerrado.'
            MOVE 'PERDA'          TO WL-OPERACAO
            MOVE WS-NR-EMPRESTIMO TO WL-CHAVE
            MOVE SPACES           TO WL-VALOR-ANTIGO
            MOVE SPACES           TO WL-VALOR-NOVO
            STRING 'PATRIMONIO ' WS-NR-PATRIMONIO
                   ' REPOSICAO ' WS-VL-REPOSICAO
                   DELIMITED BY SIZE INTO WL-VALOR-NOVO
            CALL 'AUDITLOG' USING WL-AUDITORIA
            .
       P600-FIM.
      * SITUACAO DO LEITOR NO BALCAO: LIVROS EM ABERTO COM ATRASO E
      * MULTA ATE HOJE, E RESERVAS ATIVAS
       P650-SITUACAO-LEITOR.
            DISPLAY 'Leitor (A=Aluno, P=Professor): '
            ACCEPT WS-TP-LEITOR
            MOVE FUNCTION UPPER-CASE(WS-TP-LEITOR) TO WS-TP-LEITOR
            DISPLAY 'Informe o ID do leitor: '
            ACCEPT WS-ID-LEITOR
            PERFORM P260-NOME-LEITOR THRU P260-FIM
            IF NOT LEITOR-VALIDO
                DISPLAY 'LEITOR NAO ENCONTRADO! '
                GO TO P650-FIM
            END-IF
            DISPLAY 'LEITOR: ' WS-NM-LEITOR
            ACCEPT WS-DATA-HOJE-8 FROM DATE YYYYMMDD
            MOVE ZEROS            TO WS-QT-ABERTOS
            SET EOF-OK            TO FALSE
            SET FS-EMB-OK         TO TRUE
            OPEN INPUT EMPRESTIMOS-BIB
            IF FS-EMB-OK
                MOVE WS-TP-LEITOR TO TP-LEITOR-EMB
                MOVE WS-ID-LEITOR TO ID-LEITOR-EMB
                START EMPRESTIMOS-BIB KEY IS EQUAL CHAVE-LEITOR-EMB
                    INVALID KEY
                        SET EOF-OK TO TRUE
                END-START
                PERFORM UNTIL EOF-OK
                    READ EMPRESTIMOS-BIB NEXT
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            IF TP-LEITOR-EMB NOT EQUAL WS-TP-LEITOR
                               OR ID-LEITOR-EMB NOT EQUAL
                                  WS-ID-LEITOR
                                SET EOF-OK TO TRUE
                            ELSE
                                IF EMB-ABERTO
                                    PERFORM P655-LINHA-EMPRESTIMO
                                        THRU P655-FIM
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE EMPRESTIMOS-BIB
            END-IF
            IF WS-QT-ABERTOS EQUAL ZEROS
                DISPLAY '  (NENHUM LIVRO EM ABERTO)'
            END-IF
            SET EOF-OK            TO FALSE
            SET FS-RSV-OK         TO TRUE
            OPEN INPUT RESERVAS-BIB
            IF FS-RSV-OK
                PERFORM UNTIL EOF-OK
                    READ RESERVAS-BIB NEXT
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            IF TP-LEITOR-RSV EQUAL WS-TP-LEITOR AND
                               ID-LEITOR-RSV EQUAL WS-ID-LEITOR AND
                               (RSV-NA-FILA OR RSV-DISPONIVEL)
                                DISPLAY '  RESERVA TITULO '
                                        NR-TITULO-RSV ' SEQ '
                                        NR-SEQ-RSV ' SITUACAO '
                                        ST-RESERVA-BIB
                                        ' RETIRAR ATE '
                                        DT-LIMITE-RSV
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE RESERVAS-BIB
            END-IF
            .
       P650-FIM.
       P655-LINHA-EMPRESTIMO.
            ADD 1                 TO WS-QT-ABERTOS
            MOVE NR-TITULO-EMB    TO WS-NR-TITULO
            PERFORM P170-LE-TITULO THRU P170-FIM
            MOVE ZEROS            TO WS-DIAS-ATRASO WS-VL-MULTA
            IF DT-PREVISTA-EMB < WS-DATA-HOJE-8
                COMPUTE WS-DIAS-ATRASO =
                        FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE-8) -
                        FUNCTION INTEGER-OF-DATE(DT-PREVISTA-EMB)
                IF EMB-LEITOR-ALUNO
                    COMPUTE WS-VL-MULTA =
                            WS-DIAS-ATRASO * WS-VL-MULTA-DIA
                END-IF
            END-IF
            MOVE DT-PREVISTA-EMB  TO WS-DATA-AUX
            PERFORM P180-EDITA-DATA THRU P180-FIM
            MOVE WS-VL-MULTA      TO WS-VL-EDIT
            DISPLAY '  EMP ' NR-EMPRESTIMO-BIB ' PAT '
                    NR-PATRIMONIO-EMB ' ' WS-TITULO(1:30)
            DISPLAY '      DEVOLVER ATE ' WS-DATA-EDIT
                    ' RENOVACOES ' QT-RENOVACOES-EMB
                    ' ATRASO ' WS-DIAS-ATRASO ' MULTA ' WS-VL-EDIT
            .
       P655-FIM.
      * RESERVA EXPIRA QUANDO O LEITOR NAO RETIRA O EXEMPLAR
      * SEPARADO NO PRAZO; O EXEMPLAR PASSA A PROXIMA DA FILA
       P060-EXPIRA-RESERVAS.
            ACCEPT WS-DATA-HOJE-8 FROM DATE YYYYMMDD
            MOVE ZEROS            TO WS-QTD-EXP
            SET EOF-OK            TO FALSE
            SET FS-RSV-OK         TO TRUE
            OPEN I-O RESERVAS-BIB
            IF NOT FS-RSV-OK
                GO TO P060-FIM
            END-IF
            PERFORM UNTIL EOF-OK
                READ RESERVAS-BIB NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF RSV-DISPONIVEL AND
                           DT-LIMITE-RSV < WS-DATA-HOJE-8 AND
                           WS-QTD-EXP < 200
                            SET RSV-EXPIRADA TO TRUE
                            REWRITE REG-RESERVA-BIB
                            ADD 1 TO WS-QTD-EXP
                            MOVE NR-TITULO-RSV
                                TO WS-EXP-NR-TITULO(WS-QTD-EXP)
                            MOVE NR-PATRIMONIO-RSV
                                TO WS-EXP-NR-PATRIMONIO(WS-QTD-EXP)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE RESERVAS-BIB
            PERFORM VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND > WS-QTD-EXP
                MOVE WS-EXP-NR-TITULO(WS-IND)     TO WS-NR-TITULO
                MOVE WS-EXP-NR-PATRIMONIO(WS-IND) TO WS-NR-PATRIMONIO
                PERFORM P700-ATENDE-FILA THRU P700-FIM
            END-PERFORM
            IF WS-QTD-EXP > ZEROS
                DISPLAY WS-QTD-EXP ' RESERVA(S) EXPIRADA(S) SEM '
                        'RETIRADA - EXEMPLARES REPASSADOS.'
            END-IF
            .
       P060-FIM.
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
       P160-LE-OPERADOR.
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
       P160-FIM.
       P170-LE-TITULO.
            SET ACHOU-OK          TO FALSE
            MOVE SPACES           TO WS-TITULO
            SET FS-TIT-OK         TO TRUE
            OPEN INPUT TITULOS-BIB
            IF FS-TIT-OK
                MOVE WS-NR-TITULO TO NR-TITULO-BIB
                READ TITULOS-BIB
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET ACHOU-OK TO TRUE
                        MOVE TITULO-BIB TO WS-TITULO
                END-READ
                CLOSE TITULOS-BIB
            END-IF
            .
       P170-FIM.
       P180-EDITA-DATA.
            MOVE WS-DATA-AUX-DD   TO WS-DATA-EDIT-DD
            MOVE WS-DATA-AUX-MM   TO WS-DATA-EDIT-MM
            MOVE WS-DATA-AUX-AAAA TO WS-DATA-EDIT-AAAA
            .
       P180-FIM.
      * ALUNO SO PELA CARTEIRINHA VALIDA (VIA REGISTRADA, DIGITO DO
      * DIGVERIF, NAO REVOGADA NEM VENCIDA) E ATIVO; PROFESSOR ATIVO
      * NO CADASTRO. DEFINE O PRAZO E O LIMITE DE LIVROS DO LEITOR
       P200-IDENTIFICA-LEITOR.
            SET LEITOR-VALIDO     TO FALSE
            ACCEPT WS-DATA-HOJE-8 FROM DATE YYYYMMDD
            DISPLAY 'Leitor (A=Aluno pela carteirinha, '
                    'P=Professor): '
            ACCEPT WS-TP-LEITOR
            MOVE FUNCTION UPPER-CASE(WS-TP-LEITOR) TO WS-TP-LEITOR
            EVALUATE WS-TP-LEITOR
                WHEN 'A'
                    PERFORM P210-VALIDA-CARTAO THRU P210-FIM
                    IF CARTAO-VALIDO
                        SET LEITOR-VALIDO TO TRUE
                        MOVE WS-ID-ALUNO  TO WS-ID-LEITOR
                    END-IF
                WHEN 'P'
                    DISPLAY 'Informe o ID do professor: '
                    ACCEPT WS-ID-PROFESSOR
                    MOVE WS-ID-PROFESSOR TO WS-ID-LEITOR
                    PERFORM P260-NOME-LEITOR THRU P260-FIM
                    IF NOT LEITOR-VALIDO
                        DISPLAY 'PROFESSOR NAO ENCONTRADO OU '
                                'INATIVO! '
                    ELSE
                        DISPLAY 'PROFESSOR: ' WS-NM-LEITOR
                    END-IF
                WHEN OTHER
                    DISPLAY 'TIPO DE LEITOR INVALIDO! '
            END-EVALUATE
            IF WS-TP-LEITOR EQUAL 'P'
                MOVE WS-PRAZO-PROFESSOR TO WS-PRAZO-DIAS
                MOVE WS-MAX-PROFESSOR   TO WS-QT-MAXIMO
            ELSE
                MOVE WS-PRAZO-ALUNO     TO WS-PRAZO-DIAS
                MOVE WS-MAX-ALUNO       TO WS-QT-MAXIMO
            END-IF
            .
       P200-FIM.
       P210-VALIDA-CARTAO.
            SET CARTAO-VALIDO     TO FALSE
            DISPLAY 'Informe o ID do aluno: '
            ACCEPT WS-ID-ALUNO
            DISPLAY 'Informe o numero da via da carteirinha: '
            ACCEPT WS-NR-VIA
            DISPLAY 'Informe o digito de verificacao: '
            ACCEPT WS-DV-DIGITADO
            MOVE 'V'              TO WL-DV-OPERACAO
            MOVE ZEROS            TO WL-DV-NUMERO
            MOVE WS-ID-ALUNO      TO WL-DV-NUMERO(1:6)
            MOVE WS-NR-VIA        TO WL-DV-NUMERO(7:2)
            MOVE WS-DV-DIGITADO   TO WL-DV-DIGITO
            CALL 'DIGVERIF' USING WL-PARAMETROS-DV
            IF WL-DV-INVALIDO
                DISPLAY 'CODIGO NAO CONFERE - LEITOR RECUSADO.'
                GO TO P210-FIM
            END-IF
            SET FS-CRD-OK         TO TRUE
            OPEN INPUT CARTEIRINHAS
            IF NOT FS-CRD-OK
                DISPLAY 'REGISTRO DE CARTEIRINHAS INDISPONIVEL. '
                GO TO P210-FIM
            END-IF
            MOVE WS-ID-ALUNO      TO ID-ALUNO-CRD
            MOVE WS-NR-VIA        TO NR-VIA-CRD
            READ CARTEIRINHAS
                INVALID KEY
                    DISPLAY 'VIA NAO REGISTRADA - LEITOR RECUSADO.'
                NOT INVALID KEY
                    EVALUATE TRUE
                        WHEN CRD-REVOGADA
                            DISPLAY 'CARTEIRINHA REVOGADA - LEITOR '
                                    'RECUSADO.'
                        WHEN DT-VALIDADE-CRD < WS-DATA-HOJE-8
                            DISPLAY 'CARTEIRINHA VENCIDA EM '
                                    DT-VALIDADE-CRD
                                    ' - LEITOR RECUSADO.'
                        WHEN OTHER
                            SET CARTAO-VALIDO TO TRUE
                    END-EVALUATE
            END-READ
            CLOSE CARTEIRINHAS
            IF NOT CARTAO-VALIDO
                GO TO P210-FIM
            END-IF
            SET CARTAO-VALIDO     TO FALSE
            SET FS-OK             TO TRUE
            OPEN INPUT ALUNOS
            IF FS-OK
                MOVE WS-ID-ALUNO  TO ID-ALUNO
                READ ALUNOS
                    INVALID KEY
                        DISPLAY 'ALUNO NAO EXISTE! '
                    NOT INVALID KEY
                        IF ALUNO-ATIVO
                            SET CARTAO-VALIDO TO TRUE
                            MOVE NM-ALUNO TO WS-NM-LEITOR
                            DISPLAY 'ALUNO: ' NM-ALUNO
                        ELSE
                            DISPLAY 'ALUNO NAO ESTA ATIVO! '
                        END-IF
                END-READ
            ELSE
                DISPLAY 'ARQUIVO DE ALUNOS INDISPONIVEL. '
            END-IF
            CLOSE ALUNOS
            .
       P210-FIM.
      * LIVROS EM ABERTO E ATRASADOS DO LEITOR; ACHOU-OK SINALIZA
      * UM EXEMPLAR DO TITULO WS-NR-TITULO JA EMPRESTADO A ELE
       P230-SITUACAO-LEITOR.
            MOVE ZEROS            TO WS-QT-ABERTOS WS-QT-ATRASADOS
            SET ACHOU-OK          TO FALSE
            SET EOF-OK            TO FALSE
            SET FS-EMB-OK         TO TRUE
            OPEN INPUT EMPRESTIMOS-BIB
            IF NOT FS-EMB-OK
                GO TO P230-FIM
            END-IF
            MOVE WS-TP-LEITOR     TO TP-LEITOR-EMB
            MOVE WS-ID-LEITOR     TO ID-LEITOR-EMB
            START EMPRESTIMOS-BIB KEY IS EQUAL CHAVE-LEITOR-EMB
                INVALID KEY
                    SET EOF-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ EMPRESTIMOS-BIB NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF TP-LEITOR-EMB NOT EQUAL WS-TP-LEITOR OR
                           ID-LEITOR-EMB NOT EQUAL WS-ID-LEITOR
                            SET EOF-OK TO TRUE
                        ELSE
                            IF EMB-ABERTO
                                ADD 1 TO WS-QT-ABERTOS
                                IF DT-PREVISTA-EMB < WS-DATA-HOJE-8
                                    ADD 1 TO WS-QT-ATRASADOS
                                END-IF
                                IF NR-TITULO-EMB EQUAL WS-NR-TITULO
                                    SET ACHOU-OK TO TRUE
                                END-IF
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE EMPRESTIMOS-BIB
            .
       P230-FIM.
      * DEVOLUCAO PREVISTA: HOJE + PRAZO DO TIPO DE LEITOR, EMPURRADA
      * PARA O PROXIMO DIA UTIL
       P240-CALCULA-PREVISTA.
            ACCEPT WS-DATA-HOJE-8 FROM DATE YYYYMMDD
            IF WS-TP-LEITOR EQUAL 'P'
                MOVE WS-PRAZO-PROFESSOR TO WS-PRAZO-DIAS
            ELSE
                MOVE WS-PRAZO-ALUNO     TO WS-PRAZO-DIAS
            END-IF
            COMPUTE WS-DIAS-CORRIDOS =
                    FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE-8) +
                    WS-PRAZO-DIAS
            COMPUTE WL-DATA-ENTRADA =
                    FUNCTION DATE-OF-INTEGER(WS-DIAS-CORRIDOS)
            CALL 'DIAUTIL' USING WL-PARAMETROS-DIA
            MOVE WL-DATA-SAIDA    TO WS-DT-PREVISTA
            .
       P240-FIM.
      * LOCALIZA PELO PATRIMONIO O EMPRESTIMO ABERTO DO EXEMPLAR E
      * DEIXA EMPRESTIMOS-BIB ABERTO EM I-O NO REGISTRO (ACHOU-OK)
       P250-ACHA-EMPRESTIMO.
            SET ACHOU-OK          TO FALSE
            DISPLAY 'Numero de patrimonio do exemplar: '
            ACCEPT WS-NR-PATRIMONIO
            MOVE ZEROS            TO WS-NR-EMPRESTIMO WS-VL-REPOSICAO
            SET FS-EXE-OK         TO TRUE
            OPEN INPUT EXEMPLARES-BIB
            IF FS-EXE-OK
                MOVE WS-NR-PATRIMONIO TO NR-PATRIMONIO-EXE
                READ EXEMPLARES-BIB
                    INVALID KEY
                        DISPLAY 'EXEMPLAR NAO EXISTE! '
                    NOT INVALID KEY
                        IF EXE-EMPRESTADO
                            MOVE NR-EMPRESTIMO-EXE
                                TO WS-NR-EMPRESTIMO
                            MOVE VL-REPOSICAO-EXE
                                TO WS-VL-REPOSICAO
                            MOVE NR-TITULO-EXE TO WS-NR-TITULO
                        ELSE
                            DISPLAY 'EXEMPLAR NAO ESTA EMPRESTADO.'
                        END-IF
                END-READ
            ELSE
                DISPLAY 'ARQUIVO DE EXEMPLARES INDISPONIVEL. '
            END-IF
            CLOSE EXEMPLARES-BIB
            IF WS-NR-EMPRESTIMO EQUAL ZEROS
                GO TO P250-FIM
            END-IF
            SET FS-EMB-OK         TO TRUE
            OPEN I-O EMPRESTIMOS-BIB
            IF NOT FS-EMB-OK
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE EMPRESTIMOS. '
                DISPLAY 'FILE STATUS: ' WS-FS-EMB
                GO TO P250-FIM
            END-IF
            MOVE WS-NR-EMPRESTIMO TO NR-EMPRESTIMO-BIB
            READ EMPRESTIMOS-BIB
                INVALID KEY
                    DISPLAY 'EMPRESTIMO NAO EXISTE! '
                NOT INVALID KEY
                    IF EMB-ABERTO
                        SET ACHOU-OK TO TRUE
                    ELSE
                        DISPLAY 'EMPRESTIMO JA ENCERRADO.'
                    END-IF
            END-READ
            IF NOT ACHOU-OK
                CLOSE EMPRESTIMOS-BIB
                GO TO P250-FIM
            END-IF
            MOVE TP-LEITOR-EMB    TO WS-TP-LEITOR
            MOVE ID-LEITOR-EMB    TO WS-ID-LEITOR
            PERFORM P260-NOME-LEITOR THRU P260-FIM
            DISPLAY 'Emprestimo ' NR-EMPRESTIMO-BIB ' - leitor '
                    TP-LEITOR-EMB ' ' ID-LEITOR-EMB ' ' WS-NM-LEITOR
            .
       P250-FIM.
      * NOME DO LEITOR; LEITOR-VALIDO SO PARA ALUNO OU PROFESSOR
      * CADASTRADO (PROFESSOR ATIVO)
       P260-NOME-LEITOR.
            SET LEITOR-VALIDO     TO FALSE
            MOVE SPACES           TO WS-NM-LEITOR
            IF WS-TP-LEITOR EQUAL 'P'
                SET FS-PRF-OK     TO TRUE
                OPEN INPUT PROFESSORES
                IF FS-PRF-OK
                    MOVE WS-ID-LEITOR TO ID-PROFESSOR
                    READ PROFESSORES
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            MOVE NM-PROFESSOR TO WS-NM-LEITOR
                            IF PROF-ATIVO
                                SET LEITOR-VALIDO TO TRUE
                            END-IF
                    END-READ
                END-IF
                CLOSE PROFESSORES
            ELSE
                SET FS-OK         TO TRUE
                OPEN INPUT ALUNOS
                IF FS-OK
                    MOVE WS-ID-LEITOR TO ID-ALUNO
                    READ ALUNOS
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            MOVE NM-ALUNO TO WS-NM-LEITOR
                            SET LEITOR-VALIDO TO TRUE
                    END-READ
                END-IF
                CLOSE ALUNOS
            END-IF
            .
       P260-FIM.
      * EXEMPLAR QUE VOLTA A ESTANTE VAI PRIMEIRO PARA A RESERVA MAIS
      * ANTIGA NA FILA DO TITULO, COM PRAZO DE RETIRADA EM DIA UTIL;
      * SEM FILA FICA DISPONIVEL
       P700-ATENDE-FILA.
            SET ACHOU-OK          TO FALSE
            ACCEPT WS-DATA-HOJE-8 FROM DATE YYYYMMDD
            SET FS-RSV-OK         TO TRUE
            OPEN I-O RESERVAS-BIB
            IF FS-RSV-OK
                SET EOF-2-OK      TO FALSE
                MOVE WS-NR-TITULO TO NR-TITULO-RSV
                MOVE ZEROS        TO NR-SEQ-RSV
                START RESERVAS-BIB KEY IS NOT LESS THAN
                      CHAVE-RESERVA-BIB
                    INVALID KEY
                        SET EOF-2-OK TO TRUE
                END-START
                PERFORM UNTIL EOF-2-OK OR ACHOU-OK
                    READ RESERVAS-BIB NEXT
                        AT END
                            SET EOF-2-OK TO TRUE
                        NOT AT END
                            IF NR-TITULO-RSV NOT EQUAL WS-NR-TITULO
                                SET EOF-2-OK TO TRUE
                            ELSE
                                IF RSV-NA-FILA
                                    SET ACHOU-OK TO TRUE
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                IF ACHOU-OK
                    COMPUTE WS-DIAS-CORRIDOS =
                            FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE-8)
                            + WS-DIAS-RESERVA
                    COMPUTE WL-DATA-ENTRADA =
                            FUNCTION DATE-OF-INTEGER(WS-DIAS-CORRIDOS)
                    CALL 'DIAUTIL' USING WL-PARAMETROS-DIA
                    SET RSV-DISPONIVEL     TO TRUE
                    MOVE WS-NR-PATRIMONIO  TO NR-PATRIMONIO-RSV
                    MOVE WS-DATA-HOJE-8    TO DT-DISPONIVEL-RSV
                    MOVE WL-DATA-SAIDA     TO DT-LIMITE-RSV
                    SET RSV-AVISO-PENDENTE TO TRUE
                    REWRITE REG-RESERVA-BIB
                    MOVE DT-LIMITE-RSV     TO WS-DATA-AUX
                    PERFORM P180-EDITA-DATA THRU P180-FIM
                    DISPLAY 'EXEMPLAR ' WS-NR-PATRIMONIO
                            ' SEPARADO PARA A RESERVA ' NR-SEQ-RSV
                            ' (LEITOR ' TP-LEITOR-RSV ' '
                            ID-LEITOR-RSV ') ATE ' WS-DATA-EDIT '.'
                END-IF
                CLOSE RESERVAS-BIB
            END-IF
            SET FS-EXE-OK         TO TRUE
            OPEN I-O EXEMPLARES-BIB
            IF FS-EXE-OK
                MOVE WS-NR-PATRIMONIO TO NR-PATRIMONIO-EXE
                READ EXEMPLARES-BIB
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF ACHOU-OK
                            SET EXE-RESERVADO  TO TRUE
                        ELSE
                            SET EXE-DISPONIVEL TO TRUE
                        END-IF
                        MOVE ZEROS TO NR-EMPRESTIMO-EXE
                        REWRITE REG-EXEMPLAR-BIB
                END-READ
            END-IF
            CLOSE EXEMPLARES-BIB
            .
       P700-FIM.
      * RESERVA DISPONIVEL QUE SEGURA O EXEMPLAR WS-NR-PATRIMONIO:
      * RESERVA-DO-LEITOR QUANDO E DO LEITOR QUE VEIO RETIRAR
       P720-RESERVA-DO-EXEMPLAR.
            SET RESERVA-DO-LEITOR TO FALSE
            MOVE ZEROS            TO WS-NR-SEQ-RESERVA
            SET EOF-2-OK          TO FALSE
            SET FS-RSV-OK         TO TRUE
            OPEN INPUT RESERVAS-BIB
            IF NOT FS-RSV-OK
                GO TO P720-FIM
            END-IF
            MOVE WS-NR-TITULO     TO NR-TITULO-RSV
            MOVE ZEROS            TO NR-SEQ-RSV
            START RESERVAS-BIB KEY IS NOT LESS THAN CHAVE-RESERVA-BIB
                INVALID KEY
                    SET EOF-2-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-2-OK
                READ RESERVAS-BIB NEXT
                    AT END
                        SET EOF-2-OK TO TRUE
                    NOT AT END
                        IF NR-TITULO-RSV NOT EQUAL WS-NR-TITULO
                            SET EOF-2-OK TO TRUE
                        ELSE
                            IF RSV-DISPONIVEL AND
                               NR-PATRIMONIO-RSV EQUAL
                               WS-NR-PATRIMONIO AND
                               TP-LEITOR-RSV EQUAL WS-TP-LEITOR AND
                               ID-LEITOR-RSV EQUAL WS-ID-LEITOR
                                SET RESERVA-DO-LEITOR TO TRUE
                                MOVE NR-SEQ-RSV TO WS-NR-SEQ-RESERVA
                                SET EOF-2-OK TO TRUE
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE RESERVAS-BIB
            .
       P720-FIM.
       P725-BAIXA-RESERVA.
            SET FS-RSV-OK         TO TRUE
            OPEN I-O RESERVAS-BIB
            IF FS-RSV-OK
                MOVE WS-NR-TITULO      TO NR-TITULO-RSV
                MOVE WS-NR-SEQ-RESERVA TO NR-SEQ-RSV
                READ RESERVAS-BIB
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET RSV-ATENDIDA TO TRUE
                        REWRITE REG-RESERVA-BIB
                END-READ
            END-IF
            CLOSE RESERVAS-BIB
            .
       P725-FIM.
      * RESERVAS ATIVAS (NA FILA OU COM EXEMPLAR SEPARADO) DO TITULO
      * WS-NR-TITULO; RESERVA-DO-LEITOR SE UMA DELAS E DO LEITOR
       P730-CONTA-FILA.
            MOVE ZEROS            TO WS-QT-FILA
            SET RESERVA-DO-LEITOR TO FALSE
            SET EOF-2-OK          TO FALSE
            SET FS-RSV-OK         TO TRUE
            OPEN INPUT RESERVAS-BIB
            IF NOT FS-RSV-OK
                GO TO P730-FIM
            END-IF
            MOVE WS-NR-TITULO     TO NR-TITULO-RSV
            MOVE ZEROS            TO NR-SEQ-RSV
            START RESERVAS-BIB KEY IS NOT LESS THAN CHAVE-RESERVA-BIB
                INVALID KEY
                    SET EOF-2-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-2-OK
                READ RESERVAS-BIB NEXT
                    AT END
                        SET EOF-2-OK TO TRUE
                    NOT AT END
                        IF NR-TITULO-RSV NOT EQUAL WS-NR-TITULO
                            SET EOF-2-OK TO TRUE
                        ELSE
                            IF RSV-NA-FILA OR RSV-DISPONIVEL
                                ADD 1 TO WS-QT-FILA
                                IF TP-LEITOR-RSV EQUAL WS-TP-LEITOR
                                   AND ID-LEITOR-RSV EQUAL
                                       WS-ID-LEITOR
                                    SET RESERVA-DO-LEITOR TO TRUE
                                END-IF
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE RESERVAS-BIB
            .
       P730-FIM.
      * EXEMPLARES DO TITULO WS-NR-TITULO NO ACERVO (SEM BAIXADOS E
      * PERDIDOS) E, ENTRE ELES, OS DISPONIVEIS NA ESTANTE
       P740-CONTA-EXEMPLARES.
            MOVE ZEROS            TO WS-QT-TOTAL-EXE WS-QT-DISP-EXE
            SET EOF-2-OK          TO FALSE
            SET FS-EXE-OK         TO TRUE
            OPEN INPUT EXEMPLARES-BIB
            IF NOT FS-EXE-OK
                GO TO P740-FIM
            END-IF
            MOVE WS-NR-TITULO     TO NR-TITULO-EXE
            START EXEMPLARES-BIB KEY IS EQUAL NR-TITULO-EXE
                INVALID KEY
                    SET EOF-2-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-2-OK
                READ EXEMPLARES-BIB NEXT
                    AT END
                        SET EOF-2-OK TO TRUE
                    NOT AT END
                        IF NR-TITULO-EXE NOT EQUAL WS-NR-TITULO
                            SET EOF-2-OK TO TRUE
                        ELSE
                            IF NOT EXE-BAIXADO AND NOT EXE-PERDIDO
                                ADD 1 TO WS-QT-TOTAL-EXE
                            END-IF
                            IF EXE-DISPONIVEL
                                ADD 1 TO WS-QT-DISP-EXE
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE EXEMPLARES-BIB
            .
       P740-FIM.
      * RELATORIO DE ATRASOS PARA A BIBLIOTECARIA, COM A MULTA DO
      * ALUNO CORRIDA ATE HOJE
       P800-ATRASOS.
            ACCEPT WS-DATA-HOJE-8 FROM DATE YYYYMMDD
            MOVE ZEROS            TO WS-QTD-LINHAS
            SET FS-EMB-OK         TO TRUE
            OPEN INPUT EMPRESTIMOS-BIB
            IF WS-FS-EMB EQUAL 35
                DISPLAY 'NENHUM EMPRESTIMO REGISTRADO AINDA. '
                GO TO P800-FIM
            END-IF
            IF NOT FS-EMB-OK
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE EMPRESTIMOS. '
                DISPLAY 'FILE STATUS: ' WS-FS-EMB
                GO TO P800-FIM
            END-IF
            MOVE 'BIBATRAS'       TO WL-SPL-RELATORIO
            CALL 'SPOOLREG' USING WL-SPOOL
            IF WL-SPOOL-ABERTO
                MOVE WL-SPL-ARQUIVO TO WS-ARQ-RELATORIO
            ELSE
                MOVE 'C:\COBOL\BIBATRAS.TXT' TO WS-ARQ-RELATORIO
            END-IF
            SET FS-REL-OK         TO TRUE
            OPEN OUTPUT RELATORIO
            IF NOT FS-REL-OK
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DO RELATORIO. '
                DISPLAY 'FILE STATUS: ' WS-FS-REL
                CLOSE EMPRESTIMOS-BIB
                GO TO P800-FIM
            END-IF
            MOVE WS-DATA-HOJE-8   TO WS-DATA-AUX
            PERFORM P180-EDITA-DATA THRU P180-FIM
            MOVE SPACES           TO WS-LINHA-REL
            STRING 'BIBLIOTECA - EMPRESTIMOS EM ATRASO EM '
                   WS-DATA-EDIT
                   DELIMITED BY SIZE INTO WS-LINHA-REL
            MOVE WS-LINHA-REL     TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES           TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE WS-CAB-ATRASO    TO REG-RELATORIO
            WRITE REG-RELATORIO
            SET EOF-OK            TO FALSE
            PERFORM UNTIL EOF-OK
                READ EMPRESTIMOS-BIB NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF EMB-ABERTO AND
                           DT-PREVISTA-EMB < WS-DATA-HOJE-8
                            PERFORM P810-LINHA-ATRASO THRU P810-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE EMPRESTIMOS-BIB
            MOVE SPACES           TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES           TO WS-LINHA-REL
            STRING 'TOTAL DE EMPRESTIMOS EM ATRASO: ' WS-QTD-LINHAS
                   DELIMITED BY SIZE INTO WS-LINHA-REL
            MOVE WS-LINHA-REL     TO REG-RELATORIO
            WRITE REG-RELATORIO
            CLOSE RELATORIO
            DISPLAY 'EMPRESTIMOS EM ATRASO: ' WS-QTD-LINHAS
            DISPLAY 'RELATORIO EM ' WS-ARQ-RELATORIO
            .
       P800-FIM.
       P810-LINHA-ATRASO.
            ADD 1                 TO WS-QTD-LINHAS
            COMPUTE WS-DIAS-ATRASO =
                    FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE-8) -
                    FUNCTION INTEGER-OF-DATE(DT-PREVISTA-EMB)
            MOVE ZEROS            TO WS-VL-MULTA
            IF EMB-LEITOR-ALUNO
                COMPUTE WS-VL-MULTA = WS-DIAS-ATRASO * WS-VL-MULTA-DIA
            END-IF
            MOVE TP-LEITOR-EMB    TO WS-TP-LEITOR
            MOVE ID-LEITOR-EMB    TO WS-ID-LEITOR
            PERFORM P260-NOME-LEITOR THRU P260-FIM
            MOVE NR-TITULO-EMB    TO WS-NR-TITULO
            PERFORM P170-LE-TITULO THRU P170-FIM
            MOVE DT-PREVISTA-EMB  TO WS-DATA-AUX
            PERFORM P180-EDITA-DATA THRU P180-FIM
            MOVE NR-EMPRESTIMO-BIB TO DET-NR-EMPRESTIMO
            MOVE TP-LEITOR-EMB    TO DET-TP-LEITOR
            MOVE ID-LEITOR-EMB    TO DET-ID-LEITOR
            MOVE WS-NM-LEITOR     TO DET-NM-LEITOR
            MOVE WS-TITULO        TO DET-TITULO
            MOVE WS-DATA-EDIT     TO DET-PREVISTA
            MOVE WS-DIAS-ATRASO   TO DET-DIAS
            MOVE WS-VL-MULTA      TO DET-MULTA
            MOVE WS-DET-ATRASO    TO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P810-FIM.
      * BIBLIOGRAFIA DAS EMENTAS CONTRA O ACERVO: O TITULO CITADO E
      * ACHADO PELO ISBN (TEXTO COMECANDO POR 13 DIGITOS) OU PELO
      * TITULO DO CATALOGO CONTIDO NO TEXTO; A DEMANDA SOMA OS ALUNOS
      * ATIVOS DAS MATERIAS QUE O CITAM (UM EXEMPLAR POR
      * BIB-ALUNOS-EXEMPLAR ALUNOS, NO MINIMO UM). CITACAO SEM TITULO
      * NO CATALOGO SAI COMO NAO CATALOGADA
       P850-CARENCIA.
            MOVE ZEROS            TO WS-QTD-TIT WS-QTD-CAR WS-QTD-NCAT
                                     WS-QTD-CIT WS-ID-MATERIA-ANT
                                     WS-QTD-LINHAS WS-QTD-NCAT-TOTAL
            INITIALIZE WS-TABELA-MATERIAS
            PERFORM P855-CARREGA-MATERIAS THRU P855-FIM
            PERFORM P860-CARREGA-CATALOGO THRU P860-FIM
            SET EOF-OK            TO FALSE
            SET FS-EMT-OK         TO TRUE
            OPEN INPUT EMENTA
            IF NOT FS-EMT-OK
                DISPLAY 'ARQUIVO DE EMENTAS INDISPONIVEL. '
                GO TO P850-FIM
            END-IF
            PERFORM UNTIL EOF-OK
                READ EMENTA NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF BIBLIOGRAFIA-EMT NOT EQUAL SPACES
                            PERFORM P865-CITACAO THRU P865-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE EMENTA

            MOVE 'BIBCAREN'       TO WL-SPL-RELATORIO
            CALL 'SPOOLREG' USING WL-SPOOL
            IF WL-SPOOL-ABERTO
                MOVE WL-SPL-ARQUIVO TO WS-ARQ-RELATORIO
            ELSE
                MOVE 'C:\COBOL\BIBCAREN.TXT' TO WS-ARQ-RELATORIO
            END-IF
            SET FS-REL-OK         TO TRUE
            OPEN OUTPUT RELATORIO
            IF NOT FS-REL-OK
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DO RELATORIO. '
                DISPLAY 'FILE STATUS: ' WS-FS-REL
                GO TO P850-FIM
            END-IF
            ACCEPT WS-DATA-HOJE-8 FROM DATE YYYYMMDD
            MOVE WS-DATA-HOJE-8   TO WS-DATA-AUX
            PERFORM P180-EDITA-DATA THRU P180-FIM
            MOVE SPACES           TO WS-LINHA-REL
            STRING 'BIBLIOGRAFIA DAS EMENTAS COM EXEMPLARES '
                   'INSUFICIENTES EM ' WS-DATA-EDIT
                   ' (1 EXEMPLAR P/ ' WS-ALUNOS-EXEMPLAR ' ALUNOS)'
                   DELIMITED BY SIZE INTO WS-LINHA-REL
            MOVE WS-LINHA-REL     TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES           TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE WS-CAB-CARENCIA  TO REG-RELATORIO
            WRITE REG-RELATORIO
            PERFORM VARYING WS-IND-CAR FROM 1 BY 1
                    UNTIL WS-IND-CAR > WS-QTD-CAR
                PERFORM P870-LINHA-CARENCIA THRU P870-FIM
            END-PERFORM
            IF WS-QTD-LINHAS EQUAL ZEROS
                MOVE '  (ACERVO SUFICIENTE PARA TODOS OS TITULOS '
                     & 'CATALOGADOS)' TO REG-RELATORIO
                WRITE REG-RELATORIO
            END-IF
            MOVE SPACES           TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE 'CITACOES SEM TITULO NO CATALOGO (NAO CATALOGADO):'
                                  TO REG-RELATORIO
            WRITE REG-RELATORIO
            PERFORM VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND > WS-QTD-NCAT
                MOVE SPACES       TO WS-LINHA-REL
                MOVE WS-NCAT-ID-MATERIA(WS-IND) TO WS-IND-2
                STRING '  ' WS-NCAT-ID-MATERIA(WS-IND) ' '
                       WS-MAT-NM-MATERIA(WS-IND-2) ' '
                       WS-NCAT-TEXTO(WS-IND)
                       DELIMITED BY SIZE INTO WS-LINHA-REL
                MOVE WS-LINHA-REL TO REG-RELATORIO
                WRITE REG-RELATORIO
            END-PERFORM
            IF WS-QTD-NCAT-TOTAL EQUAL ZEROS
                MOVE '  (NENHUMA)' TO REG-RELATORIO
                WRITE REG-RELATORIO
            END-IF
            CLOSE RELATORIO
            DISPLAY '*************************************************'
            DISPLAY 'TITULOS CITADOS NAS EMENTAS : ' WS-QTD-CAR
            DISPLAY 'COM EXEMPLARES INSUFICIENTES: ' WS-QTD-LINHAS
            DISPLAY 'CITACOES NAO CATALOGADAS    : ' WS-QTD-NCAT-TOTAL
            DISPLAY 'RELATORIO EM ' WS-ARQ-RELATORIO
            DISPLAY '*************************************************'
            .
       P850-FIM.
       P855-CARREGA-MATERIAS.
            SET EOF-2-OK          TO FALSE
            SET FS-MTR-OK         TO TRUE
            OPEN INPUT MATERIAS
            IF FS-MTR-OK
                PERFORM UNTIL EOF-2-OK
                    READ MATERIAS NEXT
                        AT END
                            SET EOF-2-OK TO TRUE
                        NOT AT END
                            IF ID-MATERIA > ZEROS
                                MOVE NM-MATERIA TO
                                    WS-MAT-NM-MATERIA(ID-MATERIA)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE MATERIAS
            END-IF
            SET EOF-2-OK          TO FALSE
            SET FS-MAT-OK         TO TRUE
            OPEN INPUT MATRICULAS
            IF FS-MAT-OK
                PERFORM UNTIL EOF-2-OK
                    READ MATRICULAS NEXT
                        AT END
                            SET EOF-2-OK TO TRUE
                        NOT AT END
                            IF MAT-ATIVA AND ID-MATERIA-MAT > ZEROS
                                ADD 1 TO
                                    WS-MAT-QT-ALUNOS(ID-MATERIA-MAT)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE MATRICULAS
            END-IF
            .
       P855-FIM.
       P860-CARREGA-CATALOGO.
            SET EOF-2-OK          TO FALSE
            SET FS-TIT-OK         TO TRUE
            OPEN INPUT TITULOS-BIB
            IF NOT FS-TIT-OK
                GO TO P860-FIM
            END-IF
            PERFORM UNTIL EOF-2-OK
                READ TITULOS-BIB NEXT
                    AT END
                        SET EOF-2-OK TO TRUE
                    NOT AT END
                        IF WS-QTD-TIT < 3000
                            ADD 1 TO WS-QTD-TIT
                            MOVE NR-TITULO-BIB
                                TO WS-TIT-NR-TITULO(WS-QTD-TIT)
                            MOVE ISBN-BIB
                                TO WS-TIT-ISBN(WS-QTD-TIT)
                            MOVE TITULO-BIB
                                TO WS-TIT-TITULO(WS-QTD-TIT)
                            COMPUTE WS-TIT-TAM(WS-QTD-TIT) =
                                    FUNCTION LENGTH(FUNCTION TRIM(
                                    TITULO-BIB TRAILING))
                        END-IF
                END-READ
            END-PERFORM
            CLOSE TITULOS-BIB
            .
       P860-FIM.
      * UMA LINHA DE BIBLIOGRAFIA DA EMENTA: ACHA O TITULO E SOMA A
      * DEMANDA DA MATERIA UMA VEZ SO, MESMO CITADO EM VARIOS TOPICOS
       P865-CITACAO.
            IF ID-MATERIA-EMT NOT EQUAL WS-ID-MATERIA-ANT
                MOVE ID-MATERIA-EMT TO WS-ID-MATERIA-ANT
                MOVE ZEROS        TO WS-QTD-CIT
            END-IF
            MOVE FUNCTION UPPER-CASE(BIBLIOGRAFIA-EMT)
                                  TO WS-BIBLIOGRAFIA
            MOVE ZEROS            TO WS-IND-TIT
            IF WS-BIBLIOGRAFIA(1:13) NUMERIC
                PERFORM VARYING WS-IND FROM 1 BY 1
                        UNTIL WS-IND > WS-QTD-TIT OR
                              WS-IND-TIT > ZEROS
                    IF WS-TIT-ISBN(WS-IND) EQUAL WS-BIBLIOGRAFIA(1:13)
                        MOVE WS-IND TO WS-IND-TIT
                    END-IF
                END-PERFORM
            END-IF
            IF WS-IND-TIT EQUAL ZEROS
                PERFORM VARYING WS-IND FROM 1 BY 1
                        UNTIL WS-IND > WS-QTD-TIT OR
                              WS-IND-TIT > ZEROS
                    IF WS-TIT-TAM(WS-IND) > 3
                        MOVE ZEROS TO WS-QTD-OCORRENCIAS
                        MOVE WS-TIT-TAM(WS-IND) TO WS-TAM
                        INSPECT WS-BIBLIOGRAFIA TALLYING
                                WS-QTD-OCORRENCIAS FOR ALL
                                WS-TIT-TITULO(WS-IND)(1:WS-TAM)
                        IF WS-QTD-OCORRENCIAS > ZEROS
                            MOVE WS-IND TO WS-IND-TIT
                        END-IF
                    END-IF
                END-PERFORM
            END-IF
            IF WS-IND-TIT EQUAL ZEROS
                ADD 1             TO WS-QTD-NCAT-TOTAL
                IF WS-QTD-NCAT < 300
                    ADD 1         TO WS-QTD-NCAT
                    MOVE ID-MATERIA-EMT
                        TO WS-NCAT-ID-MATERIA(WS-QTD-NCAT)
                    MOVE BIBLIOGRAFIA-EMT
                        TO WS-NCAT-TEXTO(WS-QTD-NCAT)
                END-IF
                GO TO P865-FIM
            END-IF
      * TITULO JA CONTADO PARA ESTA MATERIA EM OUTRO TOPICO
            PERFORM VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND > WS-QTD-CIT
                IF WS-CIT-IND-TIT(WS-IND) EQUAL WS-IND-TIT
                    GO TO P865-FIM
                END-IF
            END-PERFORM
            IF WS-QTD-CIT < 99
                ADD 1             TO WS-QTD-CIT
                MOVE WS-IND-TIT   TO WS-CIT-IND-TIT(WS-QTD-CIT)
            END-IF
            MOVE ZEROS            TO WS-IND-CAR
            PERFORM VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND > WS-QTD-CAR OR WS-IND-CAR > ZEROS
                IF WS-CAR-IND-TIT(WS-IND) EQUAL WS-IND-TIT
                    MOVE WS-IND   TO WS-IND-CAR
                END-IF
            END-PERFORM
            IF WS-IND-CAR EQUAL ZEROS
                IF WS-QTD-CAR NOT LESS THAN 1000
                    GO TO P865-FIM
                END-IF
                ADD 1             TO WS-QTD-CAR
                MOVE WS-QTD-CAR   TO WS-IND-CAR
                MOVE WS-IND-TIT   TO WS-CAR-IND-TIT(WS-IND-CAR)
                MOVE ZEROS        TO WS-CAR-QT-ALUNOS(WS-IND-CAR)
                                     WS-CAR-QT-MATERIAS(WS-IND-CAR)
                MOVE ID-MATERIA-EMT TO WS-CAR-ID-MATERIA(WS-IND-CAR)
            END-IF
            ADD WS-MAT-QT-ALUNOS(ID-MATERIA-EMT)
                                  TO WS-CAR-QT-ALUNOS(WS-IND-CAR)
            ADD 1                 TO WS-CAR-QT-MATERIAS(WS-IND-CAR)
            .
       P865-FIM.
       P870-LINHA-CARENCIA.
            MOVE WS-CAR-IND-TIT(WS-IND-CAR) TO WS-IND-TIT
            MOVE WS-TIT-NR-TITULO(WS-IND-TIT) TO WS-NR-TITULO
            PERFORM P740-CONTA-EXEMPLARES THRU P740-FIM
            COMPUTE WS-QT-NECESSARIO =
                    (WS-CAR-QT-ALUNOS(WS-IND-CAR) +
                     WS-ALUNOS-EXEMPLAR - 1) / WS-ALUNOS-EXEMPLAR
            IF WS-QT-NECESSARIO EQUAL ZEROS
                MOVE 1            TO WS-QT-NECESSARIO
            END-IF
            IF WS-QT-TOTAL-EXE NOT LESS THAN WS-QT-NECESSARIO
                GO TO P870-FIM
            END-IF
            ADD 1                 TO WS-QTD-LINHAS
            COMPUTE WS-QT-FALTA = WS-QT-NECESSARIO - WS-QT-TOTAL-EXE
            MOVE WS-CAR-ID-MATERIA(WS-IND-CAR) TO WS-IND-2
            MOVE WS-NR-TITULO     TO DET-NR-TITULO
            MOVE WS-TIT-TITULO(WS-IND-TIT) TO DET-TITULO-CAR
            MOVE WS-IND-2         TO DET-ID-MATERIA
            MOVE WS-MAT-NM-MATERIA(WS-IND-2) TO DET-NM-MATERIA
            MOVE SPACES           TO DET-MAIS-MATERIAS
            IF WS-CAR-QT-MATERIAS(WS-IND-CAR) > 1
                MOVE '(+)'        TO DET-MAIS-MATERIAS
            END-IF
            MOVE WS-CAR-QT-ALUNOS(WS-IND-CAR) TO DET-ALUNOS
            MOVE WS-QT-NECESSARIO TO DET-NECESSARIO
            MOVE WS-QT-TOTAL-EXE  TO DET-ACERVO
            MOVE WS-QT-FALTA      TO DET-FALTA
            MOVE WS-DET-CARENCIA  TO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P870-FIM.
       P900-FIM.
            GOBACK.
      * RESOLVE OS CAMINHOS FISICOS PELO CONFIGSYS (PRODUCAO OU
      * TESTE); SEM CONFIGURACAO VALEM OS PADROES ACIMA
       P050-CONFIGURA.
            MOVE 'BIBTITUL' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-BIBTITUL TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-BIBTITUL
            MOVE 'BIBEXEMP' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-BIBEXEMP TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-BIBEXEMP
            MOVE 'BIBEMPRE' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-BIBEMPRE TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-BIBEMPRE
            MOVE 'BIBRESER' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-BIBRESER TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-BIBRESER
            MOVE 'D3-REGISTRO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-REGISTRO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-REGISTRO
            MOVE 'CARTREG' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-CARTREG TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-CARTREG
            MOVE 'PROFESSORES' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-PROFESSORES TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-PROFESSORES
            MOVE 'D3-EMENTA' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-EMENTA TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-EMENTA
            MOVE 'D3-MATRICULAS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-MATRICULAS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-MATRICULAS
            MOVE 'D3-MATERIAS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-MATERIAS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-MATERIAS
            MOVE 'CONTROLE' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-CONTROLE TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-CONTROLE
            MOVE 'SESSAO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-SESSAO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-SESSAO
      * PRAZOS, LIMITES E MULTA AJUSTAVEIS PELA DIRECAO
            MOVE 'BIB-PRAZO-ALUNO' TO WL-CFG-CHAVE
            MOVE WS-CFG-PRAZO-ALUNO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-CFG-PRAZO-ALUNO
            IF WS-CFG-PRAZO-ALUNO(1:3) NUMERIC AND
               WS-CFG-PRAZO-ALUNO(1:3) NOT EQUAL '000'
                MOVE WS-CFG-PRAZO-ALUNO(1:3) TO WS-PRAZO-ALUNO
            END-IF
            MOVE 'BIB-PRAZO-PROFESSOR' TO WL-CFG-CHAVE
            MOVE WS-CFG-PRAZO-PROFESSOR TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-CFG-PRAZO-PROFESSOR
            IF WS-CFG-PRAZO-PROFESSOR(1:3) NUMERIC AND
               WS-CFG-PRAZO-PROFESSOR(1:3) NOT EQUAL '000'
                MOVE WS-CFG-PRAZO-PROFESSOR(1:3)
                    TO WS-PRAZO-PROFESSOR
            END-IF
            MOVE 'BIB-MAX-ALUNO' TO WL-CFG-CHAVE
            MOVE WS-CFG-MAX-ALUNO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-CFG-MAX-ALUNO
            IF WS-CFG-MAX-ALUNO(1:2) NUMERIC AND
               WS-CFG-MAX-ALUNO(1:2) NOT EQUAL '00'
                MOVE WS-CFG-MAX-ALUNO(1:2) TO WS-MAX-ALUNO
            END-IF
            MOVE 'BIB-MAX-PROFESSOR' TO WL-CFG-CHAVE
            MOVE WS-CFG-MAX-PROFESSOR TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-CFG-MAX-PROFESSOR
            IF WS-CFG-MAX-PROFESSOR(1:2) NUMERIC AND
               WS-CFG-MAX-PROFESSOR(1:2) NOT EQUAL '00'
                MOVE WS-CFG-MAX-PROFESSOR(1:2) TO WS-MAX-PROFESSOR
            END-IF
            MOVE 'BIB-MAX-RENOVACOES' TO WL-CFG-CHAVE
            MOVE WS-CFG-MAX-RENOVACOES TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-CFG-MAX-RENOVACOES
            IF WS-CFG-MAX-RENOVACOES(1:2) NUMERIC
                MOVE WS-CFG-MAX-RENOVACOES(1:2) TO WS-MAX-RENOVACOES
            END-IF
            MOVE 'BIB-DIAS-RESERVA' TO WL-CFG-CHAVE
            MOVE WS-CFG-DIAS-RESERVA TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-CFG-DIAS-RESERVA
            IF WS-CFG-DIAS-RESERVA(1:2) NUMERIC AND
               WS-CFG-DIAS-RESERVA(1:2) NOT EQUAL '00'
                MOVE WS-CFG-DIAS-RESERVA(1:2) TO WS-DIAS-RESERVA
            END-IF
            MOVE 'BIB-ALUNOS-EXEMPLAR' TO WL-CFG-CHAVE
            MOVE WS-CFG-ALUNOS-EXEMPLAR TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-CFG-ALUNOS-EXEMPLAR
            IF WS-CFG-ALUNOS-EXEMPLAR(1:2) NUMERIC AND
               WS-CFG-ALUNOS-EXEMPLAR(1:2) NOT EQUAL '00'
                MOVE WS-CFG-ALUNOS-EXEMPLAR(1:2)
                    TO WS-ALUNOS-EXEMPLAR
            END-IF
            MOVE 'BIB-MULTA-DIA' TO WL-CFG-CHAVE
            MOVE WS-CFG-MULTA-DIA TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-CFG-MULTA-DIA
            IF WS-CFG-MULTA-DIA(1:4) NUMERIC
                MOVE WS-CFG-MULTA-DIA(1:4) TO WS-MULTA-CONFIG
                MOVE WS-MULTA-CONFIG-R TO WS-VL-MULTA-DIA
            END-IF
            .
       P050-FIM.
       END PROGRAM SISBIBLI.

      ******************************************************************
      * Author: ANDREI BATISTA
      * Date: 15/10/2026
      * Purpose: ALUNOS DUPLICADOS - DETECCAO E MESCLA. A DETECCAO
      *          ORDENA O REGISTRO.DAT PELO NOME NORMALIZADO (SO
      *          LETRAS, MAIUSCULAS) COM O VERBO SORT E PONTUA CADA
      *          PAR DE MESMO NOME POR TELEFONE, ENDERECO E
      *          RESPONSAVEL EM COMUM (RELATORIO NO SPOOL). A MESCLA,
      *          SUPERVISIONADA, MOVE DO ID PERDEDOR PARA O
      *          SOBREVIVENTE AS MATRICULAS, BOLETINS, LANCAMENTOS,
      *          FALTAS, MENSALIDADES, RESPONSAVEIS, BOLSAS,
      *          DOCUMENTOS, CARTEIRINHAS, PIN DO QUIOSQUE, NIS DO
      *          BOLSA FAMILIA, RESUMO CUMULATIVO, ACORDOS, ACERTOS
      *          DE EVASAO, TAXAS AVULSAS, ANUIDADES, CARTEIRA
      *          PRE-PAGA COM OS MOVIMENTOS, NEGATIVACOES, ATIVIDADES
      *          COMPLEMENTARES, ESTAGIOS, OCORRENCIAS, SITUACAO
      *          ACADEMICA, CASOS DE PERMANENCIA, MONITORIAS, CONSELHO
      *          DE CLASSE, CONSENTIMENTOS, EMPRESTIMOS DO LABORATORIO
      *          E DA BIBLIOTECA, RESERVAS DA BIBLIOTECA E ARQUIVOS
      *          MORTOS DE TERMO; CHAVE QUE JA EXISTE NO SOBREVIVENTE E
      *          RELATADA E FICA NO PERDEDOR. O PERDEDOR FICA INATIVO
      *          COM APELIDO EM ALIASALU.DAT (CHKALIAS) E A MESCLA
      *          VAI AO JORNAL
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISDUPLI.
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
               FILE STATUS IS WS-FS-ALU.

               SELECT ALIASES ASSIGN TO WS-ARQ-CFG-D3-ALIASALU
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS ID-ALUNO-ALI
               FILE STATUS IS WS-FS-ALI.

               SELECT MATRICULAS ASSIGN TO WS-ARQ-CFG-D3-MATRICULAS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-MATRICULA
               FILE STATUS IS WS-FS-MAT.

               SELECT TODOS ASSIGN TO WS-ARQ-CFG-D3-TODOS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-BOLETIM
               ALTERNATE RECORD KEY IS ID-ALUNO-2
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-TOD.

               SELECT LANCAMENTOS ASSIGN TO WS-ARQ-CFG-D3-LANCNOTA
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-LANCAMENTO
               FILE STATUS IS WS-FS-LAN.

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

               SELECT RESPONSAVEIS ASSIGN TO WS-ARQ-CFG-RESPONSA
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-RESPONSAVEL
               FILE STATUS IS WS-FS-RSP.

               SELECT BOLSAS ASSIGN TO WS-ARQ-CFG-BOLSAS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-BOLSA
               FILE STATUS IS WS-FS-BOL.

               SELECT DOCALUNO ASSIGN TO WS-ARQ-CFG-DOCALUNO
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-DOCUMENTO-ALUNO
               FILE STATUS IS WS-FS-DOC.

               SELECT CARTEIRINHAS ASSIGN TO WS-ARQ-CFG-CARTREG
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-CARTEIRINHA
               FILE STATUS IS WS-FS-CRD.

               SELECT ALUNOPIN ASSIGN TO WS-ARQ-CFG-ALUNOPIN
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS ID-ALUNO-PIN
               FILE STATUS IS WS-FS-PIN.

               SELECT BENEFICIARIOS ASSIGN TO WS-ARQ-CFG-D3-BENEFBF
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS ID-ALUNO-BNF
               FILE STATUS IS WS-FS-BNF.

               SELECT RESUMO ASSIGN TO WS-ARQ-CFG-RESUMO
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-RESUMO
               FILE STATUS IS WS-FS-RES.

               SELECT ACORDOS ASSIGN TO WS-ARQ-CFG-ACORDOS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS NR-ACORDO
               FILE STATUS IS WS-FS-ACO.

               SELECT ACERTOS ASSIGN TO WS-ARQ-CFG-ACERTEVA
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS NR-DOCUMENTO-ACE
               FILE STATUS IS WS-FS-ACE.

               SELECT COBRANCAS-TX ASSIGN TO WS-ARQ-CFG-COBRTAXA
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS NR-COBRANCA-TX
               FILE STATUS IS WS-FS-CTX.

               SELECT ANUIDADES ASSIGN TO WS-ARQ-CFG-ANUIDADE
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-ANUIDADE
               ALTERNATE RECORD KEY IS NR-ANUIDADE
               FILE STATUS IS WS-FS-ANU.

               SELECT CARTEIRAS ASSIGN TO WS-ARQ-CFG-PREPAGO
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS ID-ALUNO-PPG
               FILE STATUS IS WS-FS-PPG.

               SELECT MOVIMENTOS-PPG ASSIGN TO WS-ARQ-CFG-PREPMOV
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-MOV-PREPAGO
               FILE STATUS IS WS-FS-PPM.

               SELECT NEGATIVACOES ASSIGN TO WS-ARQ-CFG-NEGATIVA
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-NEGATIVACAO
               FILE STATUS IS WS-FS-NEG.

               SELECT ATIVIDADES ASSIGN TO WS-ARQ-CFG-D3-ATIVCOMP
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS NR-ATIVIDADE-ATV
               ALTERNATE RECORD KEY IS ID-ALUNO-ATV
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-ATV.

               SELECT ESTAGIOS ASSIGN TO WS-ARQ-CFG-D3-ESTAGIOS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS NR-TERMO-EST
               ALTERNATE RECORD KEY IS ID-ALUNO-EST
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-EST.

               SELECT OCORRENCIAS ASSIGN TO WS-ARQ-CFG-D3-OCORRENC
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS NR-OCORRENCIA-OCR
               ALTERNATE RECORD KEY IS ID-ALUNO-OCR
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-OCR.

               SELECT SITUACAD ASSIGN TO WS-ARQ-CFG-D3-SITUACAD
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS ID-ALUNO-SIT
               FILE STATUS IS WS-FS-SIT.

               SELECT CASOPERM ASSIGN TO WS-ARQ-CFG-D3-CASOPERM
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS NR-CASO
               ALTERNATE RECORD KEY IS ID-ALUNO-CSO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CSO.

               SELECT MONITORES ASSIGN TO WS-ARQ-CFG-D3-MONITOR
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-MONITOR
               ALTERNATE RECORD KEY IS ID-ALUNO-MON
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-MON.

               SELECT CONSELHO ASSIGN TO WS-ARQ-CFG-D3-CONSELHO
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-CONSELHO
               FILE STATUS IS WS-FS-CNS.

               SELECT CONSENTIMENTOS ASSIGN TO WS-ARQ-CFG-CONSENTI
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-CONSENTIMENTO
               FILE STATUS IS WS-FS-CNT.

               SELECT EMPRESTIMOS ASSIGN TO WS-ARQ-CFG-EMPRESTI
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS NR-EMPRESTIMO
               FILE STATUS IS WS-FS-EMP.

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

               SELECT TERMOS ASSIGN TO WS-ARQ-CFG-TERMOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRM.

               SELECT TODOS-ARQ ASSIGN TO WS-ARQ-TODOS-HIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARQ.

               SELECT TODOS-TMP ASSIGN TO WS-ARQ-CFG-MESCLA-TMP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TMP.

               SELECT RELATORIO-OUT ASSIGN TO WS-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OUT.

               SELECT ARQ-SORT ASSIGN TO WS-ARQ-CFG-SORT.

       DATA DIVISION.
       FILE SECTION.
       FD ALUNOS.
          COPY FD_REGIS.
       FD ALIASES.
          COPY FD_ALIAS.
       FD MATRICULAS.
          COPY FD_MATRI.
       FD TODOS.
          COPY FD_TODOS.
       FD LANCAMENTOS.
          COPY FD_LANCN.
       FD FREQUENCIA.
          COPY FD_FREQU.
       FD MENSALIDADES.
          COPY FD_MENSA.
       FD RESPONSAVEIS.
          COPY FD_RESPO.
       FD BOLSAS.
          COPY FD_BOLSA.
       FD DOCALUNO.
          COPY FD_DOCAL.
       FD CARTEIRINHAS.
          COPY FD_CARTE.
       FD ALUNOPIN.
          COPY FD_ALPIN.
       FD BENEFICIARIOS.
          COPY FD_BENBF.
       FD RESUMO.
          COPY FD_RESUM.
       FD ACORDOS.
          COPY FD_ACORD.
       FD ACERTOS.
          COPY FD_ACERT.
       FD COBRANCAS-TX.
          COPY FD_COBTX.
       FD ANUIDADES.
          COPY FD_ANUID.
       FD CARTEIRAS.
          COPY FD_PREPG.
       FD MOVIMENTOS-PPG.
          COPY FD_PPMOV.
       FD NEGATIVACOES.
          COPY FD_NEGAT.
       FD ATIVIDADES.
          COPY FD_ATCOM.
       FD ESTAGIOS.
          COPY FD_ESTAG.
       FD OCORRENCIAS.
          COPY FD_OCORR.
       FD SITUACAD.
          COPY FD_SITAC.
       FD CASOPERM.
          COPY FD_CASOP.
       FD MONITORES.
          COPY FD_MONIT.
       FD CONSELHO.
          COPY FD_CONSE.
       FD CONSENTIMENTOS.
          COPY FD_CONSN.
       FD EMPRESTIMOS.
          COPY FD_EMPRE.
       FD EMPRESTIMOS-BIB.
          COPY FD_BBEMP.
       FD RESERVAS-BIB.
          COPY FD_BBRES.
       FD TERMOS.
       01 REG-TERMO-FECHADO.
          03 TRM-DATA-FECHAMENTO           PIC 9(06).
          03 TRM-CD-TERMO                  PIC X(06).
          03 TRM-ARQ-TODOS                 PIC X(60).
       FD TODOS-ARQ.
       01 REG-TODOS-ARQ                    PIC X(153).
       FD TODOS-TMP.
       01 REG-TODOS-TMP                    PIC X(153).
       FD RELATORIO-OUT.
       01 REG-RELATORIO-OUT                PIC X(100).
       SD ARQ-SORT.
       01 REG-SORT.
          03 SRT-NOME-NORM                 PIC X(20).
          03 SRT-ID                        PIC 9(06).
          03 SRT-NOME                      PIC X(20).
          03 SRT-FONE                      PIC X(08).
          03 SRT-CEP                       PIC X(08).
          03 SRT-RUA                       PIC X(20).
          03 SRT-SITUACAO                  PIC X(01).

       WORKING-STORAGE SECTION.
       77 WS-FS-ALU                        PIC 99.
          88 FS-ALU-OK                     VALUE 0.
       77 WS-FS-ALI                        PIC 99.
          88 FS-ALI-OK                     VALUE 0.
       77 WS-FS-MAT                        PIC 99.
          88 FS-MAT-OK                     VALUE 0.
       77 WS-FS-TOD                        PIC 99.
          88 FS-TOD-OK                     VALUE 0.
       77 WS-FS-LAN                        PIC 99.
          88 FS-LAN-OK                     VALUE 0.
       77 WS-FS-FRQ                        PIC 99.
          88 FS-FRQ-OK                     VALUE 0.
       77 WS-FS-MEN                        PIC 99.
          88 FS-MEN-OK                     VALUE 0.
       77 WS-FS-RSP                        PIC 99.
          88 FS-RSP-OK                     VALUE 0.
       77 WS-FS-BOL                        PIC 99.
          88 FS-BOL-OK                     VALUE 0.
       77 WS-FS-DOC                        PIC 99.
          88 FS-DOC-OK                     VALUE 0.
       77 WS-FS-CRD                        PIC 99.
          88 FS-CRD-OK                     VALUE 0.
       77 WS-FS-PIN                        PIC 99.
          88 FS-PIN-OK                     VALUE 0.
       77 WS-FS-BNF                        PIC 99.
          88 FS-BNF-OK                     VALUE 0.
       77 WS-FS-RES                        PIC 99.
          88 FS-RES-OK                     VALUE 0.
       77 WS-FS-ACO                        PIC 99.
          88 FS-ACO-OK                     VALUE 0.
       77 WS-FS-ACE                        PIC 99.
          88 FS-ACE-OK                     VALUE 0.
       77 WS-FS-CTX                        PIC 99.
          88 FS-CTX-OK                     VALUE 0.
       77 WS-FS-ANU                        PIC 99.
          88 FS-ANU-OK                     VALUE 0.
       77 WS-FS-PPG                        PIC 99.
          88 FS-PPG-OK                     VALUE 0.
       77 WS-FS-PPM                        PIC 99.
          88 FS-PPM-OK                     VALUE 0.
       77 WS-FS-NEG                        PIC 99.
          88 FS-NEG-OK                     VALUE 0.
       77 WS-FS-ATV                        PIC 99.
          88 FS-ATV-OK                     VALUE 0.
       77 WS-FS-EST                        PIC 99.
          88 FS-EST-OK                     VALUE 0.
       77 WS-FS-OCR                        PIC 99.
          88 FS-OCR-OK                     VALUE 0.
       77 WS-FS-SIT                        PIC 99.
          88 FS-SIT-OK                     VALUE 0.
       77 WS-FS-CSO                        PIC 99.
          88 FS-CSO-OK                     VALUE 0.
       77 WS-FS-MON                        PIC 99.
          88 FS-MON-OK                     VALUE 0.
       77 WS-FS-CNS                        PIC 99.
          88 FS-CNS-OK                     VALUE 0.
       77 WS-FS-CNT                        PIC 99.
          88 FS-CNT-OK                     VALUE 0.
       77 WS-FS-EMP                        PIC 99.
          88 FS-EMP-OK                     VALUE 0.
       77 WS-FS-EMB                        PIC 99.
          88 FS-EMB-OK                     VALUE 0.
       77 WS-FS-RSV                        PIC 99.
          88 FS-RSV-OK                     VALUE 0.
       77 WS-FS-TRM                        PIC 99.
          88 FS-TRM-OK                     VALUE 0.
       77 WS-FS-ARQ                        PIC 99.
          88 FS-ARQ-OK                     VALUE 0.
       77 WS-FS-TMP                        PIC 99.
          88 FS-TMP-OK                     VALUE 0.
       77 WS-FS-OUT                        PIC 99.
          88 FS-OUT-OK                     VALUE 0.
       77 WS-FS-ABERTURA                   PIC 99.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE 'S' FALSE 'N'.
       77 WS-EOF-SORT                      PIC X.
          88 EOF-SORT-OK                   VALUE 'S' FALSE 'N'.
       77 WS-EOF-TRM                       PIC X.
          88 EOF-TRM-OK                    VALUE 'S' FALSE 'N'.
       77 WS-ACHOU                         PIC X VALUE 'N'.
          88 ACHOU-OK                      VALUE 'S' FALSE 'N'.
       77 WS-ALIAS-ABERTO                  PIC X VALUE 'N'.
          88 ALIAS-ABERTO                  VALUE 'S' FALSE 'N'.
       77 WS-REFAZ-MESCLA                  PIC X VALUE 'N'.
          88 REFAZ-MESCLA                  VALUE 'S' FALSE 'N'.
       77 WS-CHAVES-CHEIA                  PIC X VALUE 'N'.
          88 CHAVES-CHEIA                  VALUE 'S' FALSE 'N'.
       77 WS-CARTEIRA-MOVIDA               PIC X VALUE 'N'.
          88 CARTEIRA-MOVIDA               VALUE 'S' FALSE 'N'.
       77 WS-OPCAO                         PIC X.
       77 WS-CONFIRMA                      PIC X(01).
       77 WS-DATA-HOJE-8                   PIC 9(08).
       77 WS-HORA-AGORA                    PIC 9(06).
       77 WS-NM-ARQUIVO                    PIC X(12).
      * NORMALIZACAO: SO LETRAS E DIGITOS, EM MAIUSCULAS, SEM ESPACOS
       77 WS-MINUSCULAS                    PIC X(26) VALUE
          'abcdefghijklmnopqrstuvwxyz'.
       77 WS-MAIUSCULAS                    PIC X(26) VALUE
          'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       77 WS-TEXTO                         PIC X(20).
       77 WS-TEXTO-NORM                    PIC X(20).
       77 WS-CAR                           PIC X(01).
       77 WS-IND-CAR                       PIC 9(02).
       77 WS-IND-NORM                      PIC 9(02).
       77 WS-FONE-DIGITOS                  PIC X(15).
       77 WS-QTD-DIGITOS                   PIC 9(02).
      * PONTUACAO DO PAR: NOME IGUAL E A CONDICAO DE CANDIDATO; O
      * RESTO SOMA. ACIMA DO CORTE O PAR E 'PROVAVEL'
       77 WS-PTS-NOME                      PIC 9(03) VALUE 40.
       77 WS-PTS-FONE                      PIC 9(03) VALUE 25.
       77 WS-PTS-ENDERECO                  PIC 9(03) VALUE 20.
       77 WS-PTS-CEP                       PIC 9(03) VALUE 10.
       77 WS-PTS-RESP                      PIC 9(03) VALUE 15.
       77 WS-CORTE                         PIC 9(03) VALUE 60.
       01 WS-CFG-CORTE                     PIC X(60) VALUE '060'.
       77 WS-PONTOS                        PIC 9(03).
       01 WS-CRITERIOS                     PIC X(12).
       77 WS-QTD-ALUNOS-LIDOS              PIC 9(06) VALUE ZEROS.
       77 WS-QTD-PARES                     PIC 9(05) VALUE ZEROS.
       77 WS-QTD-PROVAVEIS                 PIC 9(05) VALUE ZEROS.
      * BLOCO DE ALUNOS COM O MESMO NOME NORMALIZADO
       77 WS-QTD-BLOCO                     PIC 9(03) VALUE ZEROS.
       01 WS-NOME-BLOCO                    PIC X(20) VALUE SPACES.
       01 WS-TABELA-BLOCO.
          03 WS-BLC OCCURS 50 TIMES.
             05 WS-BLC-ID                 PIC 9(06).
             05 WS-BLC-NOME               PIC X(20).
             05 WS-BLC-FONE               PIC X(08).
             05 WS-BLC-CEP                PIC X(08).
             05 WS-BLC-RUA                PIC X(20).
             05 WS-BLC-SITUACAO           PIC X(01).
             05 WS-BLC-QTD-RSP            PIC 9(01).
             05 WS-BLC-RSP                PIC 9(05) OCCURS 5 TIMES.
       77 WS-IND-BLC                       PIC 9(03).
       77 WS-IND-BLC2                      PIC 9(03).
       77 WS-IND-RSP                       PIC 9(02).
       77 WS-IND-RSP2                      PIC 9(02).
      * MESCLA
       77 WS-ID-SOBREVIVENTE               PIC 9(06).
       77 WS-ID-PERDEDOR                   PIC 9(06).
       01 WS-PERDEDOR.
          03 WS-PRD-ID                     PIC 9(06).
          03 WS-PRD-NOME                   PIC X(20).
          03 WS-PRD-FONE                   PIC X(15).
          03 WS-PRD-TURMA                  PIC X(10).
          03 WS-PRD-SITUACAO               PIC X(01).
             88 PRD-ATIVO                  VALUE 'A'.
          03 WS-PRD-RUA                    PIC X(20).
          03 WS-PRD-BAIRRO                 PIC X(15).
          03 WS-PRD-CIDADE                 PIC X(15).
          03 WS-PRD-UF                     PIC X(02).
          03 WS-PRD-CEP                    PIC X(08).
          03 FILLER                        PIC X(28).
          03 WS-PRD-CPF                    PIC 9(11).
          03 WS-PRD-RG                     PIC X(14).
          03 WS-PRD-NASCIMENTO             PIC 9(08).
       01 WS-SOB-NOME                      PIC X(20).
       01 WS-IMAGEM-ANTES                  PIC X(230).
       01 WS-IMAGEM-DEPOIS                 PIC X(230).
       01 WS-CHAVE-NOVA                    PIC X(20).
       77 WS-QTD-MOVIDOS                   PIC 9(05) VALUE ZEROS.
       77 WS-QTD-CONFLITOS                 PIC 9(05) VALUE ZEROS.
       77 WS-QTD-MOV-ARQ                   PIC 9(05) VALUE ZEROS.
       77 WS-QTD-CNF-ARQ                   PIC 9(05) VALUE ZEROS.
      * CHAVES DO PERDEDOR COLHIDAS ANTES DE MOVER (GRAVAR E EXCLUIR
      * DURANTE A LEITURA SEQUENCIAL PERDERIA A POSICAO DO ARQUIVO)
       77 WS-QTD-CHAVES                    PIC 9(04) VALUE ZEROS.
       01 WS-TABELA-CHAVES.
          03 WS-CHV                        PIC X(20) OCCURS 999 TIMES.
       77 WS-IND-CHV                       PIC 9(04).
      * MATERIAS DO SOBREVIVENTE NUM ARQUIVO MORTO DE TERMO
       77 WS-QTD-MAT-SOB                   PIC 9(03) VALUE ZEROS.
       01 WS-TABELA-MAT-SOB.
          03 WS-MAT-SOB                    PIC 9(03) OCCURS 200 TIMES.
       77 WS-IND-MAT                       PIC 9(03).
       77 WS-QTD-LINHAS-PRD                PIC 9(05).
       01 WS-BUF-TODOS                     PIC X(153).
       01 WS-BUF-TODOS-R REDEFINES WS-BUF-TODOS.
          03 WS-BUF-ID-ALUNO               PIC 9(06).
          03 WS-BUF-ID-MATERIA             PIC 9(03).
          03 WS-BUF-NM-ALUNO               PIC X(20).
          03 FILLER                        PIC X(124).
       01 WS-ARQ-TODOS-HIST                PIC X(60).
       01 WS-ARQ-RELATORIO                 PIC X(60).
       01 WS-LINHA-OUT                     PIC X(100) VALUE SPACES.
          COPY JRN_AREA.
       01 WL-AUTORIZACAO.
          03 WL-FUNCAO                     PIC X(01).
          03 WL-AUT                        PIC X(01).
             88 WL-AUTORIZADO              VALUE 'S'.
             88 WL-NEGADO                  VALUE 'N'.
       01 WL-AUDITORIA.
          03 WL-PROGRAMA                   PIC X(12)
             VALUE 'SISDUPLI'.
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

       01 WS-ARQ-CFG-SORT                  PIC X(60) VALUE
          'C:\COBOL\SISDUPLI.SRT'.
       01 WS-ARQ-CFG-D3-REGISTRO           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\REGISTRO.DAT'.
       01 WS-ARQ-CFG-D3-ALIASALU           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\ALIASALU.DAT'.
       01 WS-ARQ-CFG-D3-MATRICULAS         PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\MATRICULAS.DAT'.
       01 WS-ARQ-CFG-D3-TODOS              PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\TODOS.DAT'.
       01 WS-ARQ-CFG-D3-LANCNOTA           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\LANCNOTA.DAT'.
       01 WS-ARQ-CFG-D3-FREQUENCIA         PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\FREQUENCIA.DAT'.
       01 WS-ARQ-CFG-MENSALID              PIC X(60) VALUE
          'C:\COBOL\MENSALID.DAT'.
       01 WS-ARQ-CFG-RESPONSA              PIC X(60) VALUE
          'C:\COBOL\RESPONSA.DAT'.
       01 WS-ARQ-CFG-BOLSAS                PIC X(60) VALUE
          'C:\COBOL\BOLSAS.DAT'.
       01 WS-ARQ-CFG-DOCALUNO              PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\DOCALUNO.DAT'.
       01 WS-ARQ-CFG-CARTREG               PIC X(60) VALUE
          'C:\COBOL\CARTREG.DAT'.
       01 WS-ARQ-CFG-ALUNOPIN              PIC X(60) VALUE
          'C:\COBOL\ALUNOPIN.DAT'.
       01 WS-ARQ-CFG-D3-BENEFBF            PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\BENEFBF.DAT'.
       01 WS-ARQ-CFG-RESUMO                PIC X(60) VALUE
          'C:\COBOL\ARQUIVO_MORTO\RESUMO.DAT'.
       01 WS-ARQ-CFG-ACORDOS               PIC X(60) VALUE
          'C:\COBOL\ACORDOS.DAT'.
       01 WS-ARQ-CFG-ACERTEVA              PIC X(60) VALUE
          'C:\COBOL\ACERTEVA.DAT'.
       01 WS-ARQ-CFG-COBRTAXA              PIC X(60) VALUE
          'C:\COBOL\COBRTAXA.DAT'.
       01 WS-ARQ-CFG-ANUIDADE              PIC X(60) VALUE
          'C:\COBOL\ANUIDADE.DAT'.
       01 WS-ARQ-CFG-PREPAGO               PIC X(60) VALUE
          'C:\COBOL\PREPAGO.DAT'.
       01 WS-ARQ-CFG-PREPMOV               PIC X(60) VALUE
          'C:\COBOL\PREPMOV.DAT'.
       01 WS-ARQ-CFG-NEGATIVA              PIC X(60) VALUE
          'C:\COBOL\NEGATIVA.DAT'.
       01 WS-ARQ-CFG-D3-ATIVCOMP           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\ATIVCOMP.DAT'.
       01 WS-ARQ-CFG-D3-ESTAGIOS           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\ESTAGIOS.DAT'.
       01 WS-ARQ-CFG-D3-OCORRENC           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\OCORRENC.DAT'.
       01 WS-ARQ-CFG-D3-SITUACAD           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\SITUACAD.DAT'.
       01 WS-ARQ-CFG-D3-CASOPERM           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\CASOPERM.DAT'.
       01 WS-ARQ-CFG-D3-MONITOR            PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\MONITOR.DAT'.
       01 WS-ARQ-CFG-D3-CONSELHO           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\CONSELHO.DAT'.
       01 WS-ARQ-CFG-CONSENTI              PIC X(60) VALUE
          'C:\COBOL\CONSENTI.DAT'.
       01 WS-ARQ-CFG-EMPRESTI              PIC X(60) VALUE
          'C:\COBOL\EMPRESTI.DAT'.
       01 WS-ARQ-CFG-BIBEMPRE              PIC X(60) VALUE
          'C:\COBOL\BIBEMPRE.DAT'.
       01 WS-ARQ-CFG-BIBRESER              PIC X(60) VALUE
          'C:\COBOL\BIBRESER.DAT'.
       01 WS-ARQ-CFG-TERMOS                PIC X(60) VALUE
          'C:\COBOL\ARQUIVO_MORTO\TERMOS.DAT'.
       01 WS-ARQ-CFG-MESCLA-TMP            PIC X(60) VALUE
          'C:\COBOL\ARQUIVO_MORTO\MESCLA.TMP'.
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
            DISPLAY '***        ALUNOS DUPLICADOS - MESCLA          ***'
            DISPLAY '**************************************************'
            DISPLAY '*** 1 - Detectar duplicidades (relatorio)      ***'
            DISPLAY '*** 2 - Mesclar dois IDs do mesmo aluno        ***'
            DISPLAY '***          <TECLE F PARA FINALIZAR>          ***'
            DISPLAY '**************************************************'
            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN '1'
                    PERFORM P400-DETECTA   THRU P400-FIM
                WHEN '2'
                    MOVE 'X'          TO WL-FUNCAO
                    CALL 'AUTHOPR' USING WL-AUTORIZACAO
                    IF WL-AUTORIZADO
                        PERFORM P500-MESCLA THRU P500-FIM
                    END-IF
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
      * DETECCAO - TODOS OS ALUNOS ORDENADOS PELO NOME NORMALIZADO;
      * CADA BLOCO DE MESMO NOME VIRA PARES CANDIDATOS PONTUADOS
      ******************************************************************
       P400-DETECTA.
            MOVE ZEROS            TO WS-QTD-ALUNOS-LIDOS
                                     WS-QTD-PARES
                                     WS-QTD-PROVAVEIS
                                     WS-QTD-BLOCO
            MOVE SPACES           TO WS-NOME-BLOCO
            MOVE 'DUPALUNOS'      TO WL-SPL-RELATORIO
            MOVE 'C:\COBOL\DUPLICIDADES_ALUNOS.TXT'
              TO WS-ARQ-RELATORIO
            PERFORM P790-ABRE-RELATORIO THRU P790-FIM
            IF NOT FS-OUT-OK
                GO TO P400-FIM
            END-IF
            ACCEPT WS-DATA-HOJE-8 FROM DATE YYYYMMDD
            STRING 'ALUNOS POSSIVELMENTE DUPLICADOS EM '
                   WS-DATA-HOJE-8
                   ' - CORTE PROVAVEL: ' WS-CORTE ' PONTOS'
                   DELIMITED BY SIZE INTO WS-LINHA-OUT
            PERFORM P795-GRAVA-LINHA THRU P795-FIM
            MOVE 'PONTOS: NOME 40 + TELEFONE 25 + ENDERECO 20 (SO CEP '
              &  '10) + RESPONSAVEL EM COMUM 15' TO WS-LINHA-OUT
            PERFORM P795-GRAVA-LINHA THRU P795-FIM
            MOVE ALL '-'          TO WS-LINHA-OUT
            PERFORM P795-GRAVA-LINHA THRU P795-FIM
            MOVE 'PTS CLASSE    ID     NOME                 SIT  '
              &  'ID     NOME                 SIT CRITERIOS'
              TO WS-LINHA-OUT
            PERFORM P795-GRAVA-LINHA THRU P795-FIM

            SORT ARQ-SORT
                 ON ASCENDING KEY SRT-NOME-NORM SRT-ID
                 INPUT  PROCEDURE IS P410-CARREGA THRU P410-FIM
                 OUTPUT PROCEDURE IS P420-CONFRONTA THRU P420-FIM

            MOVE ALL '-'          TO WS-LINHA-OUT
            PERFORM P795-GRAVA-LINHA THRU P795-FIM
            STRING 'ALUNOS LIDOS: ' WS-QTD-ALUNOS-LIDOS
                   '  PARES CANDIDATOS: ' WS-QTD-PARES
                   '  PROVAVEIS: ' WS-QTD-PROVAVEIS
                   DELIMITED BY SIZE INTO WS-LINHA-OUT
            PERFORM P795-GRAVA-LINHA THRU P795-FIM
            CLOSE RELATORIO-OUT
            DISPLAY 'ALUNOS LIDOS      : ' WS-QTD-ALUNOS-LIDOS
            DISPLAY 'PARES CANDIDATOS  : ' WS-QTD-PARES
            DISPLAY 'PROVAVEIS         : ' WS-QTD-PROVAVEIS
            DISPLAY 'RELATORIO GERADO EM: ' WS-ARQ-RELATORIO
            .
       P400-FIM.
      * ALUNOS JA MESCLADOS (COM APELIDO) NAO ENTRAM NA DETECCAO
       P410-CARREGA.
            SET ALIAS-ABERTO      TO FALSE
            SET FS-ALI-OK         TO TRUE
            OPEN INPUT ALIASES
            IF FS-ALI-OK
                SET ALIAS-ABERTO  TO TRUE
            END-IF
            SET EOF-OK            TO FALSE
            SET FS-ALU-OK         TO TRUE
            OPEN INPUT ALUNOS
            IF NOT FS-ALU-OK
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ALUNOS. '
                DISPLAY 'FILE STATUS: ' WS-FS-ALU
                SET EOF-OK        TO TRUE
            END-IF
            PERFORM UNTIL EOF-OK
                READ ALUNOS NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        SET ACHOU-OK TO FALSE
                        IF ALIAS-ABERTO
                            MOVE ID-ALUNO TO ID-ALUNO-ALI
                            READ ALIASES
                                INVALID KEY
                                    CONTINUE
                                NOT INVALID KEY
                                    SET ACHOU-OK TO TRUE
                            END-READ
                        END-IF
                        IF NOT ACHOU-OK
                            PERFORM P415-LIBERA-ALUNO THRU P415-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ALUNOS
            IF ALIAS-ABERTO
                CLOSE ALIASES
            END-IF
            .
       P410-FIM.
       P415-LIBERA-ALUNO.
            MOVE NM-ALUNO         TO WS-TEXTO
            PERFORM P430-NORMALIZA THRU P430-FIM
            IF WS-TEXTO-NORM EQUAL SPACES
                GO TO P415-FIM
            END-IF
            MOVE WS-TEXTO-NORM    TO SRT-NOME-NORM
            MOVE ID-ALUNO         TO SRT-ID
            MOVE NM-ALUNO         TO SRT-NOME
            MOVE SITUACAO         TO SRT-SITUACAO
            MOVE CEP-ALUNO        TO SRT-CEP
            MOVE RUA-ALUNO        TO WS-TEXTO
            PERFORM P430-NORMALIZA THRU P430-FIM
            MOVE WS-TEXTO-NORM    TO SRT-RUA
            PERFORM P435-FONE     THRU P435-FIM
            RELEASE REG-SORT
            ADD 1 TO WS-QTD-ALUNOS-LIDOS
            .
       P415-FIM.
       P420-CONFRONTA.
            SET EOF-SORT-OK       TO FALSE
            PERFORM UNTIL EOF-SORT-OK
                RETURN ARQ-SORT
                    AT END
                        SET EOF-SORT-OK TO TRUE
                    NOT AT END
                        IF SRT-NOME-NORM NOT EQUAL WS-NOME-BLOCO
                            PERFORM P440-AVALIA-BLOCO THRU P440-FIM
                            MOVE ZEROS         TO WS-QTD-BLOCO
                            MOVE SRT-NOME-NORM TO WS-NOME-BLOCO
                        END-IF
                        IF WS-QTD-BLOCO < 50
                            ADD 1 TO WS-QTD-BLOCO
                            MOVE SRT-ID      TO WS-BLC-ID(WS-QTD-BLOCO)
                            MOVE SRT-NOME    TO
                                 WS-BLC-NOME(WS-QTD-BLOCO)
                            MOVE SRT-FONE    TO
                                 WS-BLC-FONE(WS-QTD-BLOCO)
                            MOVE SRT-CEP     TO WS-BLC-CEP(WS-QTD-BLOCO)
                            MOVE SRT-RUA     TO WS-BLC-RUA(WS-QTD-BLOCO)
                            MOVE SRT-SITUACAO TO
                                 WS-BLC-SITUACAO(WS-QTD-BLOCO)
                            MOVE ZEROS       TO
                                 WS-BLC-QTD-RSP(WS-QTD-BLOCO)
                        END-IF
                END-RETURN
            END-PERFORM
            PERFORM P440-AVALIA-BLOCO THRU P440-FIM
            .
       P420-FIM.
      * DEIXA EM WS-TEXTO-NORM SO AS LETRAS E DIGITOS DE WS-TEXTO, EM
      * MAIUSCULAS E SEM ESPACOS ('Ana  da Silva' -> 'ANADASILVA')
       P430-NORMALIZA.
            MOVE SPACES           TO WS-TEXTO-NORM
            MOVE ZEROS            TO WS-IND-NORM
            INSPECT WS-TEXTO CONVERTING WS-MINUSCULAS TO WS-MAIUSCULAS
            PERFORM VARYING WS-IND-CAR FROM 1 BY 1
                    UNTIL WS-IND-CAR > 20
                MOVE WS-TEXTO(WS-IND-CAR:1) TO WS-CAR
                IF (WS-CAR >= 'A' AND WS-CAR <= 'Z') OR
                   (WS-CAR >= '0' AND WS-CAR <= '9')
                    ADD 1 TO WS-IND-NORM
                    MOVE WS-CAR TO WS-TEXTO-NORM(WS-IND-NORM:1)
                END-IF
            END-PERFORM
            .
       P430-FIM.
      * OS ULTIMOS 8 DIGITOS DO TELEFONE - DDD, PREFIXO 9 E MASCARA
      * DIFERENTES NAO ESCONDEM O MESMO NUMERO
       P435-FONE.
            MOVE SPACES           TO WS-FONE-DIGITOS SRT-FONE
            MOVE ZEROS            TO WS-QTD-DIGITOS
            PERFORM VARYING WS-IND-CAR FROM 1 BY 1
                    UNTIL WS-IND-CAR > 15
                MOVE TL-ALUNO(WS-IND-CAR:1) TO WS-CAR
                IF WS-CAR >= '0' AND WS-CAR <= '9'
                    ADD 1 TO WS-QTD-DIGITOS
                    MOVE WS-CAR TO WS-FONE-DIGITOS(WS-QTD-DIGITOS:1)
                END-IF
            END-PERFORM
            IF WS-QTD-DIGITOS >= 8
                MOVE WS-FONE-DIGITOS(WS-QTD-DIGITOS - 7:8) TO SRT-FONE
            END-IF
            .
       P435-FIM.
       P440-AVALIA-BLOCO.
            IF WS-QTD-BLOCO < 2
                GO TO P440-FIM
            END-IF
            PERFORM P445-RESP-BLOCO THRU P445-FIM
            PERFORM VARYING WS-IND-BLC FROM 1 BY 1
                    UNTIL WS-IND-BLC >= WS-QTD-BLOCO
                PERFORM VARYING WS-IND-BLC2 FROM WS-IND-BLC BY 1
                        UNTIL WS-IND-BLC2 >= WS-QTD-BLOCO
                    PERFORM P450-PONTUA-PAR THRU P450-FIM
                END-PERFORM
            END-PERFORM
            .
       P440-FIM.
      * UMA PASSADA NO RESPONSA.DAT POR BLOCO (BLOCOS SAO RAROS) PARA
      * SABER OS RESPONSAVEIS DE CADA ALUNO DO BLOCO
       P445-RESP-BLOCO.
            SET EOF-OK            TO FALSE
            SET FS-RSP-OK         TO TRUE
            OPEN INPUT RESPONSAVEIS
            IF NOT FS-RSP-OK
                CLOSE RESPONSAVEIS
                GO TO P445-FIM
            END-IF
            PERFORM UNTIL EOF-OK
                READ RESPONSAVEIS NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        PERFORM VARYING WS-IND-BLC FROM 1 BY 1
                                UNTIL WS-IND-BLC > WS-QTD-BLOCO
                            IF WS-BLC-ID(WS-IND-BLC) EQUAL ID-ALUNO-RSP
                               AND WS-BLC-QTD-RSP(WS-IND-BLC) < 5
                                ADD 1 TO WS-BLC-QTD-RSP(WS-IND-BLC)
                                MOVE WS-BLC-QTD-RSP(WS-IND-BLC)
                                  TO WS-IND-RSP
                                MOVE ID-CONTATO-RSP TO
                                     WS-BLC-RSP(WS-IND-BLC, WS-IND-RSP)
                            END-IF
                        END-PERFORM
                END-READ
            END-PERFORM
            CLOSE RESPONSAVEIS
            .
       P445-FIM.
      * PAR (WS-IND-BLC, WS-IND-BLC2 + 1) DO BLOCO
       P450-PONTUA-PAR.
            ADD 1 TO WS-IND-BLC2
            MOVE WS-PTS-NOME      TO WS-PONTOS
            MOVE 'N'              TO WS-CRITERIOS
            IF WS-BLC-FONE(WS-IND-BLC) NOT EQUAL SPACES AND
               WS-BLC-FONE(WS-IND-BLC) EQUAL WS-BLC-FONE(WS-IND-BLC2)
                ADD WS-PTS-FONE   TO WS-PONTOS
                MOVE 'T'          TO WS-CRITERIOS(3:1)
            END-IF
            IF WS-BLC-CEP(WS-IND-BLC) NOT EQUAL SPACES AND
               WS-BLC-CEP(WS-IND-BLC) EQUAL WS-BLC-CEP(WS-IND-BLC2)
                IF WS-BLC-RUA(WS-IND-BLC) EQUAL
                   WS-BLC-RUA(WS-IND-BLC2)
                    ADD WS-PTS-ENDERECO TO WS-PONTOS
                    MOVE 'E'      TO WS-CRITERIOS(5:1)
                ELSE
                    ADD WS-PTS-CEP TO WS-PONTOS
                    MOVE 'C'      TO WS-CRITERIOS(5:1)
                END-IF
            END-IF
            SET ACHOU-OK          TO FALSE
            PERFORM VARYING WS-IND-RSP FROM 1 BY 1
                    UNTIL WS-IND-RSP > WS-BLC-QTD-RSP(WS-IND-BLC)
                       OR ACHOU-OK
                PERFORM VARYING WS-IND-RSP2 FROM 1 BY 1
                        UNTIL WS-IND-RSP2 >
                              WS-BLC-QTD-RSP(WS-IND-BLC2)
                    IF WS-BLC-RSP(WS-IND-BLC, WS-IND-RSP) EQUAL
                       WS-BLC-RSP(WS-IND-BLC2, WS-IND-RSP2)
                        SET ACHOU-OK TO TRUE
                    END-IF
                END-PERFORM
            END-PERFORM
            IF ACHOU-OK
                ADD WS-PTS-RESP   TO WS-PONTOS
                MOVE 'R'          TO WS-CRITERIOS(7:1)
            END-IF

            ADD 1 TO WS-QTD-PARES
            IF WS-PONTOS >= WS-CORTE
                ADD 1 TO WS-QTD-PROVAVEIS
                STRING WS-PONTOS ' PROVAVEL  ' DELIMITED BY SIZE
                       INTO WS-LINHA-OUT
            ELSE
                STRING WS-PONTOS ' POSSIVEL  ' DELIMITED BY SIZE
                       INTO WS-LINHA-OUT
            END-IF
            MOVE WS-BLC-ID(WS-IND-BLC)        TO WS-LINHA-OUT(15:6)
            MOVE WS-BLC-NOME(WS-IND-BLC)      TO WS-LINHA-OUT(22:20)
            MOVE WS-BLC-SITUACAO(WS-IND-BLC)  TO WS-LINHA-OUT(44:1)
            MOVE WS-BLC-ID(WS-IND-BLC2)       TO WS-LINHA-OUT(47:6)
            MOVE WS-BLC-NOME(WS-IND-BLC2)     TO WS-LINHA-OUT(54:20)
            MOVE WS-BLC-SITUACAO(WS-IND-BLC2) TO WS-LINHA-OUT(76:1)
            MOVE WS-CRITERIOS                 TO WS-LINHA-OUT(79:12)
            PERFORM P795-GRAVA-LINHA THRU P795-FIM
            SUBTRACT 1 FROM WS-IND-BLC2
            .
       P450-FIM.
      ******************************************************************
      * MESCLA SUPERVISIONADA - O OPERADOR CONFERE OS DOIS CADASTROS E
      * CONFIRMA; OS DEPENDENTES VAO PARA O SOBREVIVENTE ARQUIVO POR
      * ARQUIVO E O PERDEDOR FICA COMO APELIDO INATIVO
      ******************************************************************
       P500-MESCLA.
            MOVE ZEROS            TO WS-QTD-MOVIDOS WS-QTD-CONFLITOS
            SET REFAZ-MESCLA      TO FALSE
            SET CHAVES-CHEIA      TO FALSE
            DISPLAY 'Informe o ID do aluno que permanecera: '
            ACCEPT WS-ID-SOBREVIVENTE
            DISPLAY 'Informe o ID duplicado (sera inativado): '
            ACCEPT WS-ID-PERDEDOR
            IF WS-ID-SOBREVIVENTE EQUAL WS-ID-PERDEDOR
                DISPLAY 'OS DOIS IDS SAO IGUAIS - NADA A MESCLAR. '
                GO TO P500-FIM
            END-IF
            PERFORM P510-CONFERE-APELIDOS THRU P510-FIM
            IF NOT ACHOU-OK
                GO TO P500-FIM
            END-IF

            SET FS-ALU-OK         TO TRUE
            OPEN I-O ALUNOS
            IF NOT FS-ALU-OK
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ALUNOS. '
                DISPLAY 'FILE STATUS: ' WS-FS-ALU
                CLOSE ALUNOS
                GO TO P500-FIM
            END-IF
            MOVE WS-ID-PERDEDOR   TO ID-ALUNO
            READ ALUNOS INTO WS-PERDEDOR
                INVALID KEY
                    DISPLAY 'ALUNO DUPLICADO NAO EXISTE! '
                    CLOSE ALUNOS
                    GO TO P500-FIM
            END-READ
            MOVE WS-ID-SOBREVIVENTE TO ID-ALUNO
            READ ALUNOS
                INVALID KEY
                    DISPLAY 'ALUNO QUE PERMANECERA NAO EXISTE! '
                    CLOSE ALUNOS
                    GO TO P500-FIM
            END-READ
            PERFORM P520-COMBINA THRU P520-FIM
            IF WS-CONFIRMA NOT EQUAL 'S' AND 's'
                DISPLAY 'Mesclagem nao realizada.'
                CLOSE ALUNOS
                GO TO P500-FIM
            END-IF
            MOVE NM-ALUNO         TO WS-SOB-NOME

            MOVE 'MESCLAALU'      TO WL-SPL-RELATORIO
            MOVE 'C:\COBOL\MESCLA_ALUNOS.TXT' TO WS-ARQ-RELATORIO
            PERFORM P790-ABRE-RELATORIO THRU P790-FIM
            ACCEPT WS-DATA-HOJE-8 FROM DATE YYYYMMDD
            STRING 'MESCLA DO ALUNO ' WS-ID-PERDEDOR ' NO ALUNO '
                   WS-ID-SOBREVIVENTE ' - ' WS-SOB-NOME
                   ' EM ' WS-DATA-HOJE-8
                   DELIMITED BY SIZE INTO WS-LINHA-OUT
            PERFORM P795-GRAVA-LINHA THRU P795-FIM
            MOVE ALL '-'          TO WS-LINHA-OUT
            PERFORM P795-GRAVA-LINHA THRU P795-FIM

            PERFORM P600-MOVE-DEPENDENTES THRU P600-FIM
            PERFORM P700-FINALIZA-ALUNOS  THRU P700-FIM
            CLOSE ALUNOS

            MOVE ALL '-'          TO WS-LINHA-OUT
            PERFORM P795-GRAVA-LINHA THRU P795-FIM
            STRING 'REGISTROS MOVIDOS: ' WS-QTD-MOVIDOS
                   '  CONFLITOS (FICARAM NO ID ' WS-ID-PERDEDOR '): '
                   WS-QTD-CONFLITOS
                   DELIMITED BY SIZE INTO WS-LINHA-OUT
            PERFORM P795-GRAVA-LINHA THRU P795-FIM
            IF CHAVES-CHEIA
                MOVE 'AVISO: LIMITE DE CHAVES POR ARQUIVO ATINGIDO - '
                  &  'REPITA A MESCLA PARA MOVER O RESTANTE.'
                  TO WS-LINHA-OUT
                PERFORM P795-GRAVA-LINHA THRU P795-FIM
            END-IF
            IF FS-OUT-OK
                CLOSE RELATORIO-OUT
            END-IF
            DISPLAY 'REGISTROS MOVIDOS : ' WS-QTD-MOVIDOS
            DISPLAY 'CONFLITOS         : ' WS-QTD-CONFLITOS
            IF WS-QTD-CONFLITOS > 0
                DISPLAY 'AS CHAVES EM CONFLITO FICARAM NO ID '
                        WS-ID-PERDEDOR ' - VEJA O RELATORIO.'
            END-IF
            IF CHAVES-CHEIA
                DISPLAY 'LIMITE DE CHAVES ATINGIDO - REPITA A MESCLA '
                        'PARA MOVER O RESTANTE.'
            END-IF
            DISPLAY 'RELATORIO DA MESCLA EM: ' WS-ARQ-RELATORIO
            .
       P500-FIM.
      * O PERDEDOR NAO PODE SER APELIDO DE OUTRO ALUNO (SO REFAZER A
      * MESCLA PARA O MESMO SOBREVIVENTE, DEPOIS DE RESOLVER
      * CONFLITOS) E O SOBREVIVENTE NAO PODE SER UM APELIDO
       P510-CONFERE-APELIDOS.
            SET ACHOU-OK          TO TRUE
            SET FS-ALI-OK         TO TRUE
            OPEN INPUT ALIASES
            IF NOT FS-ALI-OK
                CLOSE ALIASES
                GO TO P510-FIM
            END-IF
            MOVE WS-ID-SOBREVIVENTE TO ID-ALUNO-ALI
            READ ALIASES
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    DISPLAY 'O ID ' WS-ID-SOBREVIVENTE
                            ' JA FOI MESCLADO NO ID '
                            ID-SOBREVIVENTE-ALI ' - USE ESTE.'
                    SET ACHOU-OK  TO FALSE
            END-READ
            MOVE WS-ID-PERDEDOR   TO ID-ALUNO-ALI
            READ ALIASES
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF ID-SOBREVIVENTE-ALI EQUAL WS-ID-SOBREVIVENTE
                        DISPLAY 'O ID ' WS-ID-PERDEDOR
                                ' JA FOI MESCLADO NESTE ALUNO EM '
                                DT-MESCLA-ALI
                                ' - A MESCLA SERA REFEITA.'
                        SET REFAZ-MESCLA TO TRUE
                    ELSE
                        DISPLAY 'O ID ' WS-ID-PERDEDOR
                                ' JA FOI MESCLADO NO ID '
                                ID-SOBREVIVENTE-ALI '.'
                        SET ACHOU-OK TO FALSE
                    END-IF
            END-READ
            CLOSE ALIASES
            .
       P510-FIM.
      * COMPLETA O SOBREVIVENTE COM O QUE SO O PERDEDOR TEM E PEDE A
      * CONFIRMACAO DO OPERADOR (REG-ALUNO = SOBREVIVENTE)
       P520-COMBINA.
            MOVE SPACES           TO WS-CONFIRMA
            PERFORM P525-COMPLETA THRU P525-FIM
            DISPLAY 'PERMANECE: ' ID-ALUNO ' - ' NM-ALUNO '  '
                    TL-ALUNO '  ' TURMA '  ' SITUACAO
            DISPLAY '           ' RUA-ALUNO ', ' BAIRRO-ALUNO ' - '
                    CIDADE-ALUNO '/' UF-ALUNO '  CEP: ' CEP-ALUNO
            DISPLAY 'DUPLICADO: ' WS-PRD-ID ' - ' WS-PRD-NOME '  '
                    WS-PRD-FONE '  ' WS-PRD-TURMA '  '
                    WS-PRD-SITUACAO
            DISPLAY '           ' WS-PRD-RUA ', ' WS-PRD-BAIRRO ' - '
                    WS-PRD-CIDADE '/' WS-PRD-UF '  CEP: ' WS-PRD-CEP
            DISPLAY 'Matriculas, notas, faltas, mensalidades, '
                    'responsaveis, bolsas, documentos, carteirinhas,'
            DISPLAY 'PIN e historico do ID ' WS-PRD-ID
                    ' passarao para o ID ' ID-ALUNO '.'
            DISPLAY 'TECLE: '
                    '<S> para confirmar a mesclagem ou '
                    '<QUALQUER TECLA> para abortar.'
            ACCEPT WS-CONFIRMA
            .
       P520-FIM.
       P525-COMPLETA.
            IF TL-ALUNO EQUAL SPACES
                MOVE WS-PRD-FONE  TO TL-ALUNO
            END-IF
            IF TURMA EQUAL SPACES
                MOVE WS-PRD-TURMA TO TURMA
            END-IF
            IF RUA-ALUNO EQUAL SPACES AND CEP-ALUNO EQUAL SPACES
                MOVE WS-PRD-RUA    TO RUA-ALUNO
                MOVE WS-PRD-BAIRRO TO BAIRRO-ALUNO
                MOVE WS-PRD-CIDADE TO CIDADE-ALUNO
                MOVE WS-PRD-UF     TO UF-ALUNO
                MOVE WS-PRD-CEP    TO CEP-ALUNO
            END-IF
            IF NR-CPF-ALUNO EQUAL ZEROS
                MOVE WS-PRD-CPF   TO NR-CPF-ALUNO
            END-IF
            IF NR-RG-ALUNO EQUAL SPACES
                MOVE WS-PRD-RG    TO NR-RG-ALUNO
            END-IF
            IF DT-NASCIMENTO-ALUNO EQUAL ZEROS
                MOVE WS-PRD-NASCIMENTO TO DT-NASCIMENTO-ALUNO
            END-IF
      * A REMATRICULA NO ID DUPLICADO E A SITUACAO QUE VALE
            IF PRD-ATIVO
                SET ALUNO-ATIVO   TO TRUE
            END-IF
            .
       P525-FIM.
       P600-MOVE-DEPENDENTES.
            PERFORM P610-MATRICULAS     THRU P610-FIM
            PERFORM P615-BOLETINS       THRU P615-FIM
            PERFORM P620-LANCAMENTOS    THRU P620-FIM
            PERFORM P625-FREQUENCIA     THRU P625-FIM
            PERFORM P630-MENSALIDADES   THRU P630-FIM
            PERFORM P635-RESPONSAVEIS   THRU P635-FIM
            PERFORM P640-BOLSAS         THRU P640-FIM
            PERFORM P645-DOCUMENTOS     THRU P645-FIM
            PERFORM P650-CARTEIRINHAS   THRU P650-FIM
            PERFORM P655-PIN            THRU P655-FIM
            PERFORM P657-BENEFICIARIO   THRU P657-FIM
            PERFORM P660-RESUMO         THRU P660-FIM
            PERFORM P661-ACORDOS        THRU P661-FIM
            PERFORM P662-ACERTOS        THRU P662-FIM
            PERFORM P663-TAXAS          THRU P663-FIM
            PERFORM P664-ANUIDADES      THRU P664-FIM
            PERFORM P666-CARTEIRA       THRU P666-FIM
            PERFORM P667-MOV-CARTEIRA   THRU P667-FIM
            PERFORM P668-NEGATIVACOES   THRU P668-FIM
            PERFORM P669-ATIVIDADES     THRU P669-FIM
            PERFORM P690-ESTAGIOS       THRU P690-FIM
            PERFORM P691-OCORRENCIAS    THRU P691-FIM
            PERFORM P692-SITUACAO       THRU P692-FIM
            PERFORM P693-CASOS          THRU P693-FIM
            PERFORM P694-MONITORES      THRU P694-FIM
            PERFORM P695-CONSELHO       THRU P695-FIM
            PERFORM P696-CONSENTIMENTOS THRU P696-FIM
            PERFORM P697-EMPRESTIMOS    THRU P697-FIM
            PERFORM P698-BIBLIOTECA     THRU P698-FIM
            PERFORM P699-RESERVAS       THRU P699-FIM
            PERFORM P665-ARQUIVOS-MORTOS THRU P665-FIM
            .
       P600-FIM.
       P610-MATRICULAS.
            MOVE 'MATRICULAS'     TO WS-NM-ARQUIVO
            MOVE ZEROS            TO WS-QTD-CHAVES
                                     WS-QTD-MOV-ARQ WS-QTD-CNF-ARQ
            SET FS-MAT-OK         TO TRUE
            OPEN I-O MATRICULAS
            IF NOT FS-MAT-OK
                CLOSE MATRICULAS
                MOVE WS-FS-MAT       TO WS-FS-ABERTURA
                PERFORM P688-INDISPONIVEL THRU P688-FIM
                GO TO P610-FIM
            END-IF
            SET EOF-OK            TO FALSE
            MOVE WS-ID-PERDEDOR   TO ID-ALUNO-MAT
            MOVE ZEROS            TO ID-MATERIA-MAT
            START MATRICULAS KEY NOT LESS THAN CHAVE-MATRICULA
                INVALID KEY
                    SET EOF-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ MATRICULAS NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF ID-ALUNO-MAT NOT EQUAL WS-ID-PERDEDOR
                            SET EOF-OK TO TRUE
                        ELSE
                            MOVE CHAVE-MATRICULA TO WS-CHAVE-NOVA
                            PERFORM P680-GUARDA-CHAVE THRU P680-FIM
                        END-IF
                END-READ
            END-PERFORM
            PERFORM VARYING WS-IND-CHV FROM 1 BY 1
                    UNTIL WS-IND-CHV > WS-QTD-CHAVES
                MOVE WS-CHV(WS-IND-CHV) TO CHAVE-MATRICULA
                READ MATRICULAS
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE WS-ID-SOBREVIVENTE TO ID-ALUNO-MAT
                        WRITE REG-MATRICULA
                            INVALID KEY
                                PERFORM P685-CONFLITO THRU P685-FIM
                            NOT INVALID KEY
                                MOVE WS-CHV(WS-IND-CHV)
                                  TO CHAVE-MATRICULA
                                DELETE MATRICULAS RECORD
                                PERFORM P686-MOVIDO THRU P686-FIM
                        END-WRITE
                END-READ
            END-PERFORM
            CLOSE MATRICULAS
            PERFORM P689-TOTAL-ARQUIVO THRU P689-FIM
            .
       P610-FIM.
      * BOLETINS E MENSALIDADES SAO CADASTROS NUCLEO - CADA MOVIMENTO
      * VAI AO JORNAL (GRAVACAO NO SOBREVIVENTE E EXCLUSAO NO
      * PERDEDOR) PARA O ROLL-FORWARD
       P615-BOLETINS.
            MOVE 'TODOS'          TO WS-NM-ARQUIVO
            MOVE ZEROS            TO WS-QTD-CHAVES
                                     WS-QTD-MOV-ARQ WS-QTD-CNF-ARQ
            SET FS-TOD-OK         TO TRUE
            OPEN I-O TODOS
            IF NOT FS-TOD-OK
                CLOSE TODOS
                MOVE WS-FS-TOD       TO WS-FS-ABERTURA
                PERFORM P688-INDISPONIVEL THRU P688-FIM
                GO TO P615-FIM
            END-IF
            SET EOF-OK            TO FALSE
            MOVE WS-ID-PERDEDOR   TO ID-ALUNO-2
            MOVE ZEROS            TO ID-MATERIA-2
            START TODOS KEY NOT LESS THAN CHAVE-BOLETIM
                INVALID KEY
                    SET EOF-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ TODOS NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF ID-ALUNO-2 NOT EQUAL WS-ID-PERDEDOR
                            SET EOF-OK TO TRUE
                        ELSE
                            MOVE CHAVE-BOLETIM TO WS-CHAVE-NOVA
                            PERFORM P680-GUARDA-CHAVE THRU P680-FIM
                        END-IF
                END-READ
            END-PERFORM
            PERFORM VARYING WS-IND-CHV FROM 1 BY 1
                    UNTIL WS-IND-CHV > WS-QTD-CHAVES
                MOVE WS-CHV(WS-IND-CHV) TO CHAVE-BOLETIM
                READ TODOS
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE REG-BOLETIM(1:153) TO WS-IMAGEM-ANTES
                        MOVE WS-ID-SOBREVIVENTE TO ID-ALUNO-2
                        MOVE WS-SOB-NOME        TO NM-ALUNO-2
                        WRITE REG-BOLETIM
                            INVALID KEY
                                PERFORM P685-CONFLITO THRU P685-FIM
                            NOT INVALID KEY
                                MOVE REG-BOLETIM(1:153)
                                  TO WS-IMAGEM-DEPOIS
                                MOVE WS-CHV(WS-IND-CHV)
                                  TO CHAVE-BOLETIM
                                DELETE TODOS RECORD
                                PERFORM P686-MOVIDO THRU P686-FIM
                                PERFORM P687-JORNAL-MOVIDO
                                   THRU P687-FIM
                        END-WRITE
                END-READ
            END-PERFORM
            CLOSE TODOS
            PERFORM P689-TOTAL-ARQUIVO THRU P689-FIM
            .
       P615-FIM.
       P620-LANCAMENTOS.
            MOVE 'LANCNOTA'       TO WS-NM-ARQUIVO
            MOVE ZEROS            TO WS-QTD-CHAVES
                                     WS-QTD-MOV-ARQ WS-QTD-CNF-ARQ
            SET FS-LAN-OK         TO TRUE
            OPEN I-O LANCAMENTOS
            IF NOT FS-LAN-OK
                CLOSE LANCAMENTOS
                MOVE WS-FS-LAN       TO WS-FS-ABERTURA
                PERFORM P688-INDISPONIVEL THRU P688-FIM
                GO TO P620-FIM
            END-IF
            SET EOF-OK            TO FALSE
            MOVE WS-ID-PERDEDOR   TO ID-ALUNO-LAN
            MOVE ZEROS            TO ID-MATERIA-LAN NR-AVALIACAO-LAN
            START LANCAMENTOS KEY NOT LESS THAN CHAVE-LANCAMENTO
                INVALID KEY
                    SET EOF-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ LANCAMENTOS NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF ID-ALUNO-LAN NOT EQUAL WS-ID-PERDEDOR
                            SET EOF-OK TO TRUE
                        ELSE
                            MOVE CHAVE-LANCAMENTO TO WS-CHAVE-NOVA
                            PERFORM P680-GUARDA-CHAVE THRU P680-FIM
                        END-IF
                END-READ
            END-PERFORM
            PERFORM VARYING WS-IND-CHV FROM 1 BY 1
                    UNTIL WS-IND-CHV > WS-QTD-CHAVES
                MOVE WS-CHV(WS-IND-CHV) TO CHAVE-LANCAMENTO
                READ LANCAMENTOS
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE WS-ID-SOBREVIVENTE TO ID-ALUNO-LAN
                        WRITE REG-LANCAMENTO-NOTA
                            INVALID KEY
                                PERFORM P685-CONFLITO THRU P685-FIM
                            NOT INVALID KEY
                                MOVE WS-CHV(WS-IND-CHV)
                                  TO CHAVE-LANCAMENTO
                                DELETE LANCAMENTOS RECORD
                                PERFORM P686-MOVIDO THRU P686-FIM
                        END-WRITE
                END-READ
            END-PERFORM
            CLOSE LANCAMENTOS
            PERFORM P689-TOTAL-ARQUIVO THRU P689-FIM
            .
       P620-FIM.
      * A CHAVE DAS FALTAS COMECA PELA MATERIA/DATA - O ALUNO SO SE
      * ACHA LENDO O ARQUIVO INTEIRO
       P625-FREQUENCIA.
            MOVE 'FREQUENCIA'     TO WS-NM-ARQUIVO
            MOVE ZEROS            TO WS-QTD-CHAVES
                                     WS-QTD-MOV-ARQ WS-QTD-CNF-ARQ
            SET FS-FRQ-OK         TO TRUE
            OPEN I-O FREQUENCIA
            IF NOT FS-FRQ-OK
                CLOSE FREQUENCIA
                MOVE WS-FS-FRQ       TO WS-FS-ABERTURA
                PERFORM P688-INDISPONIVEL THRU P688-FIM
                GO TO P625-FIM
            END-IF
            SET EOF-OK            TO FALSE
            PERFORM UNTIL EOF-OK
                READ FREQUENCIA NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF ID-ALUNO-FRQ EQUAL WS-ID-PERDEDOR
                            MOVE CHAVE-FREQUENCIA TO WS-CHAVE-NOVA
                            PERFORM P680-GUARDA-CHAVE THRU P680-FIM
                        END-IF
                END-READ
            END-PERFORM
            PERFORM VARYING WS-IND-CHV FROM 1 BY 1
                    UNTIL WS-IND-CHV > WS-QTD-CHAVES
                MOVE WS-CHV(WS-IND-CHV) TO CHAVE-FREQUENCIA
                READ FREQUENCIA
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE WS-ID-SOBREVIVENTE TO ID-ALUNO-FRQ
                        WRITE REG-FREQUENCIA
                            INVALID KEY
                                PERFORM P685-CONFLITO THRU P685-FIM
                            NOT INVALID KEY
                                MOVE WS-CHV(WS-IND-CHV)
                                  TO CHAVE-FREQUENCIA
                                DELETE FREQUENCIA RECORD
                                PERFORM P686-MOVIDO THRU P686-FIM
                        END-WRITE
                END-READ
            END-PERFORM
            CLOSE FREQUENCIA
            PERFORM P689-TOTAL-ARQUIVO THRU P689-FIM
            .
       P625-FIM.
       P630-MENSALIDADES.
            MOVE 'MENSALID'       TO WS-NM-ARQUIVO
            MOVE ZEROS            TO WS-QTD-CHAVES
                                     WS-QTD-MOV-ARQ WS-QTD-CNF-ARQ
            SET FS-MEN-OK         TO TRUE
            OPEN I-O MENSALIDADES
            IF NOT FS-MEN-OK
                CLOSE MENSALIDADES
                MOVE WS-FS-MEN       TO WS-FS-ABERTURA
                PERFORM P688-INDISPONIVEL THRU P688-FIM
                GO TO P630-FIM
            END-IF
            SET EOF-OK            TO FALSE
            MOVE WS-ID-PERDEDOR   TO ID-ALUNO-MEN
            MOVE ZEROS            TO CP-COMPETENCIA
            START MENSALIDADES KEY NOT LESS THAN CHAVE-MENSALIDADE
                INVALID KEY
                    SET EOF-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ MENSALIDADES NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF ID-ALUNO-MEN NOT EQUAL WS-ID-PERDEDOR
                            SET EOF-OK TO TRUE
                        ELSE
                            MOVE CHAVE-MENSALIDADE TO WS-CHAVE-NOVA
                            PERFORM P680-GUARDA-CHAVE THRU P680-FIM
                        END-IF
                END-READ
            END-PERFORM
            PERFORM VARYING WS-IND-CHV FROM 1 BY 1
                    UNTIL WS-IND-CHV > WS-QTD-CHAVES
                MOVE WS-CHV(WS-IND-CHV) TO CHAVE-MENSALIDADE
                READ MENSALIDADES
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE REG-MENSALIDADE    TO WS-IMAGEM-ANTES
                        MOVE WS-ID-SOBREVIVENTE TO ID-ALUNO-MEN
                        WRITE REG-MENSALIDADE
                            INVALID KEY
                                PERFORM P685-CONFLITO THRU P685-FIM
                            NOT INVALID KEY
                                MOVE REG-MENSALIDADE
                                  TO WS-IMAGEM-DEPOIS
                                MOVE WS-CHV(WS-IND-CHV)
                                  TO CHAVE-MENSALIDADE
                                DELETE MENSALIDADES RECORD
                                PERFORM P686-MOVIDO THRU P686-FIM
                                PERFORM P687-JORNAL-MOVIDO
                                   THRU P687-FIM
                        END-WRITE
                END-READ
            END-PERFORM
            CLOSE MENSALIDADES
            PERFORM P689-TOTAL-ARQUIVO THRU P689-FIM
            .
       P630-FIM.
      * O VINCULO COMECA PELO CONTATO - LEITURA DO ARQUIVO INTEIRO
       P635-RESPONSAVEIS.
            MOVE 'RESPONSA'       TO WS-NM-ARQUIVO
            MOVE ZEROS            TO WS-QTD-CHAVES
                                     WS-QTD-MOV-ARQ WS-QTD-CNF-ARQ
            SET FS-RSP-OK         TO TRUE
            OPEN I-O RESPONSAVEIS
            IF NOT FS-RSP-OK
                CLOSE RESPONSAVEIS
                MOVE WS-FS-RSP       TO WS-FS-ABERTURA
                PERFORM P688-INDISPONIVEL THRU P688-FIM
                GO TO P635-FIM
            END-IF
            SET EOF-OK            TO FALSE
            PERFORM UNTIL EOF-OK
                READ RESPONSAVEIS NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF ID-ALUNO-RSP EQUAL WS-ID-PERDEDOR
                            MOVE CHAVE-RESPONSAVEL TO WS-CHAVE-NOVA
                            PERFORM P680-GUARDA-CHAVE THRU P680-FIM
                        END-IF
                END-READ
            END-PERFORM
            PERFORM VARYING WS-IND-CHV FROM 1 BY 1
                    UNTIL WS-IND-CHV > WS-QTD-CHAVES
                MOVE WS-CHV(WS-IND-CHV) TO CHAVE-RESPONSAVEL
                READ RESPONSAVEIS
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE WS-ID-SOBREVIVENTE TO ID-ALUNO-RSP
                        WRITE REG-RESPONSAVEL
                            INVALID KEY
                                PERFORM P685-CONFLITO THRU P685-FIM
                            NOT INVALID KEY
                                MOVE WS-CHV(WS-IND-CHV)
                                  TO CHAVE-RESPONSAVEL
                                DELETE RESPONSAVEIS RECORD
                                PERFORM P686-MOVIDO THRU P686-FIM
                        END-WRITE
                END-READ
            END-PERFORM
            CLOSE RESPONSAVEIS
            PERFORM P689-TOTAL-ARQUIVO THRU P689-FIM
            .
       P635-FIM.
       P640-BOLSAS.
            MOVE 'BOLSAS'         TO WS-NM-ARQUIVO
            MOVE ZEROS            TO WS-QTD-CHAVES
                                     WS-QTD-MOV-ARQ WS-QTD-CNF-ARQ
            SET FS-BOL-OK         TO TRUE
            OPEN I-O BOLSAS
            IF NOT FS-BOL-OK
                CLOSE BOLSAS
                MOVE WS-FS-BOL       TO WS-FS-ABERTURA
                PERFORM P688-INDISPONIVEL THRU P688-FIM
                GO TO P640-FIM
            END-IF
            SET EOF-OK            TO FALSE
            MOVE WS-ID-PERDEDOR   TO ID-ALUNO-BOL
            MOVE LOW-VALUES       TO CD-TERMO-BOL
            START BOLSAS KEY NOT LESS THAN CHAVE-BOLSA
                INVALID KEY
                    SET EOF-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ BOLSAS NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF ID-ALUNO-BOL NOT EQUAL WS-ID-PERDEDOR
                            SET EOF-OK TO TRUE
                        ELSE
                            MOVE CHAVE-BOLSA TO WS-CHAVE-NOVA
                            PERFORM P680-GUARDA-CHAVE THRU P680-FIM
                        END-IF
                END-READ
            END-PERFORM
            PERFORM VARYING WS-IND-CHV FROM 1 BY 1
                    UNTIL WS-IND-CHV > WS-QTD-CHAVES
                MOVE WS-CHV(WS-IND-CHV) TO CHAVE-BOLSA
                READ BOLSAS
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE WS-ID-SOBREVIVENTE TO ID-ALUNO-BOL
                        WRITE REG-BOLSA
                            INVALID KEY
                                PERFORM P685-CONFLITO THRU P685-FIM
                            NOT INVALID KEY
                                MOVE WS-CHV(WS-IND-CHV)
                                  TO CHAVE-BOLSA
                                DELETE BOLSAS RECORD
                                PERFORM P686-MOVIDO THRU P686-FIM
                        END-WRITE
                END-READ
            END-PERFORM
            CLOSE BOLSAS
            PERFORM P689-TOTAL-ARQUIVO THRU P689-FIM
            .
       P640-FIM.
       P645-DOCUMENTOS.
            MOVE 'DOCALUNO'       TO WS-NM-ARQUIVO
            MOVE ZEROS            TO WS-QTD-CHAVES
                                     WS-QTD-MOV-ARQ WS-QTD-CNF-ARQ
            SET FS-DOC-OK         TO TRUE
            OPEN I-O DOCALUNO
            IF NOT FS-DOC-OK
                CLOSE DOCALUNO
                MOVE WS-FS-DOC       TO WS-FS-ABERTURA
                PERFORM P688-INDISPONIVEL THRU P688-FIM
                GO TO P645-FIM
            END-IF
            SET EOF-OK            TO FALSE
            MOVE WS-ID-PERDEDOR   TO ID-ALUNO-DOC
            MOVE LOW-VALUES       TO TP-DOC-DOC
            START DOCALUNO KEY NOT LESS THAN CHAVE-DOCUMENTO-ALUNO
                INVALID KEY
                    SET EOF-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ DOCALUNO NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF ID-ALUNO-DOC NOT EQUAL WS-ID-PERDEDOR
                            SET EOF-OK TO TRUE
                        ELSE
                            MOVE CHAVE-DOCUMENTO-ALUNO
                              TO WS-CHAVE-NOVA
                            PERFORM P680-GUARDA-CHAVE THRU P680-FIM
                        END-IF
                END-READ
            END-PERFORM
            PERFORM VARYING WS-IND-CHV FROM 1 BY 1
                    UNTIL WS-IND-CHV > WS-QTD-CHAVES
                MOVE WS-CHV(WS-IND-CHV) TO CHAVE-DOCUMENTO-ALUNO
                READ DOCALUNO
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE WS-ID-SOBREVIVENTE TO ID-ALUNO-DOC
                        WRITE REG-DOCUMENTO-ALUNO
                            INVALID KEY
                                PERFORM P685-CONFLITO THRU P685-FIM
                            NOT INVALID KEY
                                MOVE WS-CHV(WS-IND-CHV)
                                  TO CHAVE-DOCUMENTO-ALUNO
                                DELETE DOCALUNO RECORD
                                PERFORM P686-MOVIDO THRU P686-FIM
                        END-WRITE
                END-READ
            END-PERFORM
            CLOSE DOCALUNO
            PERFORM P689-TOTAL-ARQUIVO THRU P689-FIM
            .
       P645-FIM.
      * A VIA CONTINUA VALENDO PELO CODIGO IMPRESSO (ID ANTIGO + VIA):
      * A PORTARIA RESOLVE O ID ANTIGO PELO CHKALIAS
       P650-CARTEIRINHAS.
            MOVE 'CARTREG'        TO WS-NM-ARQUIVO
            MOVE ZEROS            TO WS-QTD-CHAVES
                                     WS-QTD-MOV-ARQ WS-QTD-CNF-ARQ
            SET FS-CRD-OK         TO TRUE
            OPEN I-O CARTEIRINHAS
            IF NOT FS-CRD-OK
                CLOSE CARTEIRINHAS
                MOVE WS-FS-CRD       TO WS-FS-ABERTURA
                PERFORM P688-INDISPONIVEL THRU P688-FIM
                GO TO P650-FIM
            END-IF
            SET EOF-OK            TO FALSE
            MOVE WS-ID-PERDEDOR   TO ID-ALUNO-CRD
            MOVE ZEROS            TO NR-VIA-CRD
            START CARTEIRINHAS KEY NOT LESS THAN CHAVE-CARTEIRINHA
                INVALID KEY
                    SET EOF-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ CARTEIRINHAS NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF ID-ALUNO-CRD NOT EQUAL WS-ID-PERDEDOR
                            SET EOF-OK TO TRUE
                        ELSE
                            MOVE CHAVE-CARTEIRINHA TO WS-CHAVE-NOVA
                            PERFORM P680-GUARDA-CHAVE THRU P680-FIM
                        END-IF
                END-READ
            END-PERFORM
            PERFORM VARYING WS-IND-CHV FROM 1 BY 1
                    UNTIL WS-IND-CHV > WS-QTD-CHAVES
                MOVE WS-CHV(WS-IND-CHV) TO CHAVE-CARTEIRINHA
                READ CARTEIRINHAS
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE WS-ID-SOBREVIVENTE TO ID-ALUNO-CRD
                        WRITE REG-CARTEIRINHA
                            INVALID KEY
                                PERFORM P685-CONFLITO THRU P685-FIM
                            NOT INVALID KEY
                                MOVE WS-CHV(WS-IND-CHV)
                                  TO CHAVE-CARTEIRINHA
                                DELETE CARTEIRINHAS RECORD
                                PERFORM P686-MOVIDO THRU P686-FIM
                        END-WRITE
                END-READ
            END-PERFORM
            CLOSE CARTEIRINHAS
            PERFORM P689-TOTAL-ARQUIVO THRU P689-FIM
            .
       P650-FIM.
      * UM PIN POR ALUNO: SE O SOBREVIVENTE JA TEM, O DO PERDEDOR E
      * CONFLITO
       P655-PIN.
            MOVE 'ALUNOPIN'       TO WS-NM-ARQUIVO
            MOVE ZEROS            TO WS-QTD-MOV-ARQ WS-QTD-CNF-ARQ
            SET FS-PIN-OK         TO TRUE
            OPEN I-O ALUNOPIN
            IF NOT FS-PIN-OK
                CLOSE ALUNOPIN
                MOVE WS-FS-PIN       TO WS-FS-ABERTURA
                PERFORM P688-INDISPONIVEL THRU P688-FIM
                GO TO P655-FIM
            END-IF
            MOVE WS-ID-PERDEDOR   TO ID-ALUNO-PIN
            READ ALUNOPIN
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE ID-ALUNO-PIN   TO WS-CHAVE-NOVA
                    MOVE WS-ID-SOBREVIVENTE TO ID-ALUNO-PIN
                    WRITE REG-ALUNO-PIN
                        INVALID KEY
                            MOVE 1      TO WS-IND-CHV
                            MOVE WS-CHAVE-NOVA TO WS-CHV(1)
                            PERFORM P685-CONFLITO THRU P685-FIM
                        NOT INVALID KEY
                            MOVE WS-ID-PERDEDOR TO ID-ALUNO-PIN
                            DELETE ALUNOPIN RECORD
                            PERFORM P686-MOVIDO THRU P686-FIM
                    END-WRITE
            END-READ
            CLOSE ALUNOPIN
            PERFORM P689-TOTAL-ARQUIVO THRU P689-FIM
            .
       P655-FIM.
      * UM NIS DO BOLSA FAMILIA POR ALUNO: SE O SOBREVIVENTE JA TEM,
      * O DO PERDEDOR E CONFLITO (A SECRETARIA CONFERE NO SISPRESE)
       P657-BENEFICIARIO.
            MOVE 'BENEFBF'        TO WS-NM-ARQUIVO
            MOVE ZEROS            TO WS-QTD-MOV-ARQ WS-QTD-CNF-ARQ
            SET FS-BNF-OK         TO TRUE
            OPEN I-O BENEFICIARIOS
            IF NOT FS-BNF-OK
                CLOSE BENEFICIARIOS
                MOVE WS-FS-BNF       TO WS-FS-ABERTURA
                PERFORM P688-INDISPONIVEL THRU P688-FIM
                GO TO P657-FIM
            END-IF
            MOVE WS-ID-PERDEDOR   TO ID-ALUNO-BNF
            READ BENEFICIARIOS
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE ID-ALUNO-BNF   TO WS-CHAVE-NOVA
                    MOVE WS-ID-SOBREVIVENTE TO ID-ALUNO-BNF
                    WRITE REG-BENEFICIARIO
                        INVALID KEY
                            MOVE 1      TO WS-IND-CHV
                            MOVE WS-CHAVE-NOVA TO WS-CHV(1)
                            PERFORM P685-CONFLITO THRU P685-FIM
                        NOT INVALID KEY
                            MOVE WS-ID-PERDEDOR TO ID-ALUNO-BNF
                            DELETE BENEFICIARIOS RECORD
                            PERFORM P686-MOVIDO THRU P686-FIM
                    END-WRITE
            END-READ
            CLOSE BENEFICIARIOS
            PERFORM P689-TOTAL-ARQUIVO THRU P689-FIM
            .
       P657-FIM.
      * RESUMO CUMULATIVO DOS TERMOS FECHADOS (LIDO PELO CERTIFICADO
      * E PELO HISTORICO)
       P660-RESUMO.
            MOVE 'RESUMO'         TO WS-NM-ARQUIVO
            MOVE ZEROS            TO WS-QTD-CHAVES
                                     WS-QTD-MOV-ARQ WS-QTD-CNF-ARQ
            SET FS-RES-OK         TO TRUE
            OPEN I-O RESUMO
            IF NOT FS-RES-OK
                CLOSE RESUMO
                MOVE WS-FS-RES       TO WS-FS-ABERTURA
                PERFORM P688-INDISPONIVEL THRU P688-FIM
                GO TO P660-FIM
            END-IF
            SET EOF-OK            TO FALSE
            MOVE WS-ID-PERDEDOR   TO ID-ALUNO-RES
            MOVE LOW-VALUES       TO CD-TERMO-RES
            MOVE ZEROS            TO ID-MATERIA-RES
            START RESUMO KEY NOT LESS THAN CHAVE-RESUMO
                INVALID KEY
                    SET EOF-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ RESUMO NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF ID-ALUNO-RES NOT EQUAL WS-ID-PERDEDOR
                            SET EOF-OK TO TRUE
                        ELSE
                            MOVE CHAVE-RESUMO TO WS-CHAVE-NOVA
                            PERFORM P680-GUARDA-CHAVE THRU P680-FIM
                        END-IF
                END-READ
            END-PERFORM
            PERFORM VARYING WS-IND-CHV FROM 1 BY 1
                    UNTIL WS-IND-CHV > WS-QTD-CHAVES
                MOVE WS-CHV(WS-IND-CHV) TO CHAVE-RESUMO
                READ RESUMO
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE WS-ID-SOBREVIVENTE TO ID-ALUNO-RES
                        WRITE REG-RESUMO
                            INVALID KEY
                                PERFORM P685-CONFLITO THRU P685-FIM
                            NOT INVALID KEY
                                MOVE WS-CHV(WS-IND-CHV)
                                  TO CHAVE-RESUMO
                                DELETE RESUMO RECORD
                                PERFORM P686-MOVIDO THRU P686-FIM
                        END-WRITE
                END-READ
            END-PERFORM
            CLOSE RESUMO
            PERFORM P689-TOTAL-ARQUIVO THRU P689-FIM
            .
       P660-FIM.
      * ACORDO, ACERTO DE EVASAO E TAXA AVULSA TEM CHAVE PROPRIA (O
      * NUMERO DO DOCUMENTO) - SO O ALUNO E TROCADO, SEM CONFLITO. AS
      * PARCELAS DO ACORDO (ACORPARC.DAT) SEGUEM PELO NR-ACORDO
       P661-ACORDOS.
            MOVE 'ACORDOS'        TO WS-NM-ARQUIVO
            MOVE ZEROS            TO WS-QTD-MOV-ARQ WS-QTD-CNF-ARQ
            SET FS-ACO-OK         TO TRUE
            OPEN I-O ACORDOS
            IF NOT FS-ACO-OK
                CLOSE ACORDOS
                MOVE WS-FS-ACO       TO WS-FS-ABERTURA
                PERFORM P688-INDISPONIVEL THRU P688-FIM
                GO TO P661-FIM
            END-IF
            SET EOF-OK            TO FALSE
            PERFORM UNTIL EOF-OK
                READ ACORDOS NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF ID-ALUNO-ACO EQUAL WS-ID-PERDEDOR
                            MOVE WS-ID-SOBREVIVENTE TO ID-ALUNO-ACO
                            REWRITE REG-ACORDO
                            PERFORM P686-MOVIDO THRU P686-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ACORDOS
            PERFORM P689-TOTAL-ARQUIVO THRU P689-FIM
            .
       P661-FIM.
       P662-ACERTOS.
            MOVE 'ACERTEVA'       TO WS-NM-ARQUIVO
            MOVE ZEROS            TO WS-QTD-MOV-ARQ WS-QTD-CNF-ARQ
            SET FS-ACE-OK         TO TRUE
            OPEN I-O ACERTOS
            IF NOT FS-ACE-OK
                CLOSE ACERTOS
                MOVE WS-FS-ACE       TO WS-FS-ABERTURA
                PERFORM P688-INDISPONIVEL THRU P688-FIM
                GO TO P662-FIM
            END-IF
            SET EOF-OK            TO FALSE
            PERFORM UNTIL EOF-OK
                READ ACERTOS NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF ID-ALUNO-ACE EQUAL WS-ID-PERDEDOR
                            MOVE WS-ID-SOBREVIVENTE TO ID-ALUNO-ACE
                            REWRITE REG-ACERTO-EVASAO
                            PERFORM P686-MOVIDO THRU P686-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ACERTOS
            PERFORM P689-TOTAL-ARQUIVO THRU P689-FIM
            .
       P662-FIM.
       P663-TAXAS.
            MOVE 'COBRTAXA'       TO WS-NM-ARQUIVO
            MOVE ZEROS            TO WS-QTD-MOV-ARQ WS-QTD-CNF-ARQ
            SET FS-CTX-OK         TO TRUE
            OPEN I-O COBRANCAS-TX
            IF NOT FS-CTX-OK
                CLOSE COBRANCAS-TX
                MOVE WS-FS-CTX       TO WS-FS-ABERTURA
                PERFORM P688-INDISPONIVEL THRU P688-FIM
                GO TO P663-FIM
            END-IF
            SET EOF-OK            TO FALSE
            PERFORM UNTIL EOF-OK
                READ COBRANCAS-TX NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF ID-ALUNO-TX EQUAL WS-ID-PERDEDOR
                            MOVE WS-ID-SOBREVIVENTE TO ID-ALUNO-TX
                            REWRITE REG-COBRANCA-TAXA
                            PERFORM P686-MOVIDO THRU P686-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE COBRANCAS-TX
            PERFORM P689-TOTAL-ARQUIVO THRU P689-FIM
            .
       P663-FIM.
      * UMA ANUIDADE POR ALUNO E TERMO: SE O SOBREVIVENTE JA TEM A DO
      * TERMO, A DO PERDEDOR E CONFLITO. O NUMERO DO CONTRATO E CHAVE
      * ALTERNATIVA SEM DUPLICIDADE - A EXISTENCIA E CONFERIDA ANTES E
      * O REGISTRO ANTIGO SAI ANTES DE GRAVAR O NOVO
       P664-ANUIDADES.
            MOVE 'ANUIDADE'       TO WS-NM-ARQUIVO
            MOVE ZEROS            TO WS-QTD-CHAVES
                                     WS-QTD-MOV-ARQ WS-QTD-CNF-ARQ
            SET FS-ANU-OK         TO TRUE
            OPEN I-O ANUIDADES
            IF NOT FS-ANU-OK
                CLOSE ANUIDADES
                MOVE WS-FS-ANU       TO WS-FS-ABERTURA
                PERFORM P688-INDISPONIVEL THRU P688-FIM
                GO TO P664-FIM
            END-IF
            SET EOF-OK            TO FALSE
            MOVE WS-ID-PERDEDOR   TO ID-ALUNO-ANU
            MOVE LOW-VALUES       TO CD-TERMO-ANU
            START ANUIDADES KEY NOT LESS THAN CHAVE-ANUIDADE
                INVALID KEY
                    SET EOF-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ ANUIDADES NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF ID-ALUNO-ANU NOT EQUAL WS-ID-PERDEDOR
                            SET EOF-OK TO TRUE
                        ELSE
                            MOVE CHAVE-ANUIDADE TO WS-CHAVE-NOVA
                            PERFORM P680-GUARDA-CHAVE THRU P680-FIM
                        END-IF
                END-READ
            END-PERFORM
            PERFORM VARYING WS-IND-CHV FROM 1 BY 1
                    UNTIL WS-IND-CHV > WS-QTD-CHAVES
                MOVE WS-CHV(WS-IND-CHV) TO CHAVE-ANUIDADE
                MOVE WS-ID-SOBREVIVENTE TO ID-ALUNO-ANU
                READ ANUIDADES
                    INVALID KEY
                        MOVE WS-CHV(WS-IND-CHV) TO CHAVE-ANUIDADE
                        READ ANUIDADES
                            INVALID KEY
                                CONTINUE
                            NOT INVALID KEY
                                MOVE REG-ANUIDADE TO WS-IMAGEM-ANTES
                                DELETE ANUIDADES RECORD
                                MOVE WS-IMAGEM-ANTES TO REG-ANUIDADE
                                MOVE WS-ID-SOBREVIVENTE
                                  TO ID-ALUNO-ANU
                                WRITE REG-ANUIDADE
                                PERFORM P686-MOVIDO THRU P686-FIM
                        END-READ
                    NOT INVALID KEY
                        PERFORM P685-CONFLITO THRU P685-FIM
                END-READ
            END-PERFORM
            CLOSE ANUIDADES
            PERFORM P689-TOTAL-ARQUIVO THRU P689-FIM
            .
       P664-FIM.
      * UMA CARTEIRA PRE-PAGA POR ALUNO: SE O SOBREVIVENTE JA TEM, A
      * DO PERDEDOR E CONFLITO (SALDO A CONFERIR NO RELATORIO) E OS
      * MOVIMENTOS FICAM COM ELA NO PERDEDOR
       P666-CARTEIRA.
            MOVE 'PREPAGO'        TO WS-NM-ARQUIVO
            MOVE ZEROS            TO WS-QTD-MOV-ARQ WS-QTD-CNF-ARQ
            SET CARTEIRA-MOVIDA   TO FALSE
            SET FS-PPG-OK         TO TRUE
            OPEN I-O CARTEIRAS
            IF NOT FS-PPG-OK
                CLOSE CARTEIRAS
                MOVE WS-FS-PPG       TO WS-FS-ABERTURA
                PERFORM P688-INDISPONIVEL THRU P688-FIM
                GO TO P666-FIM
            END-IF
            MOVE WS-ID-PERDEDOR   TO ID-ALUNO-PPG
            READ CARTEIRAS
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE ID-ALUNO-PPG   TO WS-CHAVE-NOVA
                    MOVE WS-ID-SOBREVIVENTE TO ID-ALUNO-PPG
                    WRITE REG-CARTEIRA-PRE
                        INVALID KEY
                            MOVE 1      TO WS-IND-CHV
                            MOVE WS-CHAVE-NOVA TO WS-CHV(1)
                            PERFORM P685-CONFLITO THRU P685-FIM
                        NOT INVALID KEY
                            MOVE WS-ID-PERDEDOR TO ID-ALUNO-PPG
                            DELETE CARTEIRAS RECORD
                            PERFORM P686-MOVIDO THRU P686-FIM
                            SET CARTEIRA-MOVIDA TO TRUE
                    END-WRITE
            END-READ
            CLOSE CARTEIRAS
            PERFORM P689-TOTAL-ARQUIVO THRU P689-FIM
            .
       P666-FIM.
      * MOVIMENTOS DA CARTEIRA MOVIDA - A SEQUENCIA (NR-ULT-SEQ-PPG)
      * CONTINUA A MESMA NO SOBREVIVENTE
       P667-MOV-CARTEIRA.
            IF NOT CARTEIRA-MOVIDA
                GO TO P667-FIM
            END-IF
            MOVE 'PREPMOV'        TO WS-NM-ARQUIVO
            MOVE ZEROS            TO WS-QTD-CHAVES
                                     WS-QTD-MOV-ARQ WS-QTD-CNF-ARQ
            SET FS-PPM-OK         TO TRUE
            OPEN I-O MOVIMENTOS-PPG
            IF NOT FS-PPM-OK
                CLOSE MOVIMENTOS-PPG
                MOVE WS-FS-PPM       TO WS-FS-ABERTURA
                PERFORM P688-INDISPONIVEL THRU P688-FIM
                GO TO P667-FIM
            END-IF
            SET EOF-OK            TO FALSE
            MOVE WS-ID-PERDEDOR   TO ID-ALUNO-PPM
            MOVE ZEROS            TO NR-SEQ-PPM
            START MOVIMENTOS-PPG KEY NOT LESS THAN CHAVE-MOV-PREPAGO
                INVALID KEY
                    SET EOF-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ MOVIMENTOS-PPG NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF ID-ALUNO-PPM NOT EQUAL WS-ID-PERDEDOR
                            SET EOF-OK TO TRUE
                        ELSE
                            MOVE CHAVE-MOV-PREPAGO TO WS-CHAVE-NOVA
                            PERFORM P680-GUARDA-CHAVE THRU P680-FIM
                        END-IF
                END-READ
            END-PERFORM
            PERFORM VARYING WS-IND-CHV FROM 1 BY 1
                    UNTIL WS-IND-CHV > WS-QTD-CHAVES
                MOVE WS-CHV(WS-IND-CHV) TO CHAVE-MOV-PREPAGO
                READ MOVIMENTOS-PPG
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE WS-ID-SOBREVIVENTE TO ID-ALUNO-PPM
                        WRITE REG-MOV-PREPAGO
                            INVALID KEY
                                PERFORM P685-CONFLITO THRU P685-FIM
                            NOT INVALID KEY
                                MOVE WS-CHV(WS-IND-CHV)
                                  TO CHAVE-MOV-PREPAGO
                                DELETE MOVIMENTOS-PPG RECORD
                                PERFORM P686-MOVIDO THRU P686-FIM
                        END-WRITE
                END-READ
            END-PERFORM
            CLOSE MOVIMENTOS-PPG
            PERFORM P689-TOTAL-ARQUIVO THRU P689-FIM
            .
       P667-FIM.
       P668-NEGATIVACOES.
            MOVE 'NEGATIVA'       TO WS-NM-ARQUIVO
            MOVE ZEROS            TO WS-QTD-CHAVES
                                     WS-QTD-MOV-ARQ WS-QTD-CNF-ARQ
            SET FS-NEG-OK         TO TRUE
            OPEN I-O NEGATIVACOES
            IF NOT FS-NEG-OK
                CLOSE NEGATIVACOES
                MOVE WS-FS-NEG       TO WS-FS-ABERTURA
                PERFORM P688-INDISPONIVEL THRU P688-FIM
                GO TO P668-FIM
            END-IF
            SET EOF-OK            TO FALSE
            MOVE WS-ID-PERDEDOR   TO ID-ALUNO-NEG
            MOVE ZEROS            TO DT-AVISO-NEG
            START NEGATIVACOES KEY NOT LESS THAN CHAVE-NEGATIVACAO
                INVALID KEY
                    SET EOF-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ NEGATIVACOES NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF ID-ALUNO-NEG NOT EQUAL WS-ID-PERDEDOR
                            SET EOF-OK TO TRUE
                        ELSE
                            MOVE CHAVE-NEGATIVACAO TO WS-CHAVE-NOVA
                            PERFORM P680-GUARDA-CHAVE THRU P680-FIM
                        END-IF
                END-READ
            END-PERFORM
            PERFORM VARYING WS-IND-CHV FROM 1 BY 1
                    UNTIL WS-IND-CHV > WS-QTD-CHAVES
                MOVE WS-CHV(WS-IND-CHV) TO CHAVE-NEGATIVACAO
                READ NEGATIVACOES
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE WS-ID-SOBREVIVENTE TO ID-ALUNO-NEG
                        WRITE REG-NEGATIVACAO
                            INVALID KEY
                                PERFORM P685-CONFLITO THRU P685-FIM
                            NOT INVALID KEY
                                MOVE WS-CHV(WS-IND-CHV)
                                  TO CHAVE-NEGATIVACAO
                                DELETE NEGATIVACOES RECORD
                                PERFORM P686-MOVIDO THRU P686-FIM
                        END-WRITE
                END-READ
            END-PERFORM
            CLOSE NEGATIVACOES
            PERFORM P689-TOTAL-ARQUIVO THRU P689-FIM
            .
       P668-FIM.
      * ATIVIDADE COMPLEMENTAR TEM NUMERO PROPRIO - SO O ALUNO E
      * TROCADO, SEM CONFLITO; AS HORAS PASSAM A CONTAR PARA O
      * SOBREVIVENTE NO CHKATCOM
       P669-ATIVIDADES.
            MOVE 'ATIVCOMP'       TO WS-NM-ARQUIVO
            MOVE ZEROS            TO WS-QTD-MOV-ARQ WS-QTD-CNF-ARQ
            SET FS-ATV-OK         TO TRUE
            OPEN I-O ATIVIDADES
            IF NOT FS-ATV-OK
                CLOSE ATIVIDADES
                MOVE WS-FS-ATV       TO WS-FS-ABERTURA
                PERFORM P688-INDISPONIVEL THRU P688-FIM
                GO TO P669-FIM
            END-IF
            SET EOF-OK            TO FALSE
            PERFORM UNTIL EOF-OK
                READ ATIVIDADES NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF ID-ALUNO-ATV EQUAL WS-ID-PERDEDOR
                            MOVE WS-ID-SOBREVIVENTE TO ID-ALUNO-ATV
                            REWRITE REG-ATIVIDADE-COMP
                            PERFORM P686-MOVIDO THRU P686-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ATIVIDADES
            PERFORM P689-TOTAL-ARQUIVO THRU P689-FIM
            .
       P669-FIM.
      * ARQUIVOS MORTOS DE BOLETIM DE CADA TERMO FECHADO (INDICE
      * TERMOS.DAT DO SISROLOV) - CONTINGENCIA DO CERTIFICADO QUANDO
      * NAO HA RESUMO
       P665-ARQUIVOS-MORTOS.
            SET EOF-TRM-OK        TO FALSE
            SET FS-TRM-OK         TO TRUE
            OPEN INPUT TERMOS
            IF NOT FS-TRM-OK
                CLOSE TERMOS
                GO TO P665-FIM
            END-IF
            PERFORM UNTIL EOF-TRM-OK
                READ TERMOS
                    AT END
                        SET EOF-TRM-OK TO TRUE
                    NOT AT END
                        MOVE TRM-ARQ-TODOS TO WS-ARQ-TODOS-HIST
                        PERFORM P670-REGRAVA-ARQUIVO THRU P670-FIM
                END-READ
            END-PERFORM
            CLOSE TERMOS
            .
       P665-FIM.
      * 1A PASSADA: MATERIAS DO SOBREVIVENTE NO TERMO E LINHAS DO
      * PERDEDOR; 2A: COPIA TROCANDO O ID (MATERIA QUE O SOBREVIVENTE
      * JA TEM NO TERMO E CONFLITO); 3A: DEVOLVE A COPIA AO ARQUIVO
       P670-REGRAVA-ARQUIVO.
            MOVE TRM-CD-TERMO     TO WS-NM-ARQUIVO
            MOVE ZEROS            TO WS-QTD-MAT-SOB WS-QTD-LINHAS-PRD
                                     WS-QTD-MOV-ARQ WS-QTD-CNF-ARQ
            SET EOF-OK            TO FALSE
            SET FS-ARQ-OK         TO TRUE
            OPEN INPUT TODOS-ARQ
            IF NOT FS-ARQ-OK
                CLOSE TODOS-ARQ
                GO TO P670-FIM
            END-IF
            PERFORM UNTIL EOF-OK
                READ TODOS-ARQ INTO WS-BUF-TODOS
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF WS-BUF-ID-ALUNO EQUAL WS-ID-PERDEDOR
                            ADD 1 TO WS-QTD-LINHAS-PRD
                        END-IF
                        IF WS-BUF-ID-ALUNO EQUAL WS-ID-SOBREVIVENTE
                           AND WS-QTD-MAT-SOB < 200
                            ADD 1 TO WS-QTD-MAT-SOB
                            MOVE WS-BUF-ID-MATERIA
                              TO WS-MAT-SOB(WS-QTD-MAT-SOB)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE TODOS-ARQ
            IF WS-QTD-LINHAS-PRD EQUAL ZEROS
                GO TO P670-FIM
            END-IF

            SET EOF-OK            TO FALSE
            SET FS-TMP-OK         TO TRUE
            OPEN INPUT TODOS-ARQ
            OPEN OUTPUT TODOS-TMP
            IF NOT FS-TMP-OK
                DISPLAY 'ERRO AO GRAVAR A COPIA DE TRABALHO. '
                DISPLAY 'FILE STATUS: ' WS-FS-TMP
                CLOSE TODOS-ARQ TODOS-TMP
                GO TO P670-FIM
            END-IF
            PERFORM UNTIL EOF-OK
                READ TODOS-ARQ INTO WS-BUF-TODOS
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF WS-BUF-ID-ALUNO EQUAL WS-ID-PERDEDOR
                            PERFORM P675-TROCA-LINHA THRU P675-FIM
                        END-IF
                        WRITE REG-TODOS-TMP FROM WS-BUF-TODOS
                END-READ
            END-PERFORM
            CLOSE TODOS-ARQ TODOS-TMP
            IF WS-QTD-MOV-ARQ EQUAL ZEROS
                PERFORM P689-TOTAL-ARQUIVO THRU P689-FIM
                GO TO P670-FIM
            END-IF

            SET EOF-OK            TO FALSE
            SET FS-ARQ-OK         TO TRUE
            OPEN INPUT TODOS-TMP
            OPEN OUTPUT TODOS-ARQ
            IF NOT FS-ARQ-OK
                DISPLAY 'ERRO AO REGRAVAR ' WS-ARQ-TODOS-HIST
                DISPLAY 'FILE STATUS: ' WS-FS-ARQ
                CLOSE TODOS-TMP TODOS-ARQ
                GO TO P670-FIM
            END-IF
            PERFORM UNTIL EOF-OK
                READ TODOS-TMP
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        WRITE REG-TODOS-ARQ FROM REG-TODOS-TMP
                END-READ
            END-PERFORM
            CLOSE TODOS-TMP TODOS-ARQ
            PERFORM P689-TOTAL-ARQUIVO THRU P689-FIM
            .
       P670-FIM.
       P675-TROCA-LINHA.
            SET ACHOU-OK          TO FALSE
            PERFORM VARYING WS-IND-MAT FROM 1 BY 1
                    UNTIL WS-IND-MAT > WS-QTD-MAT-SOB OR ACHOU-OK
                IF WS-MAT-SOB(WS-IND-MAT) EQUAL WS-BUF-ID-MATERIA
                    SET ACHOU-OK  TO TRUE
                END-IF
            END-PERFORM
            IF ACHOU-OK
                MOVE 1            TO WS-IND-CHV
                MOVE WS-BUF-TODOS(1:9) TO WS-CHV(1)
                PERFORM P685-CONFLITO THRU P685-FIM
            ELSE
                MOVE WS-ID-SOBREVIVENTE TO WS-BUF-ID-ALUNO
                MOVE WS-SOB-NOME        TO WS-BUF-NM-ALUNO
                PERFORM P686-MOVIDO THRU P686-FIM
            END-IF
            .
       P675-FIM.
       P680-GUARDA-CHAVE.
            IF WS-QTD-CHAVES < 999
                ADD 1 TO WS-QTD-CHAVES
                MOVE WS-CHAVE-NOVA TO WS-CHV(WS-QTD-CHAVES)
            ELSE
                SET CHAVES-CHEIA  TO TRUE
                SET EOF-OK        TO TRUE
            END-IF
            .
       P680-FIM.
      * A CHAVE JA EXISTE NO SOBREVIVENTE: NADA E SOBREPOSTO, O
      * REGISTRO FICA NO PERDEDOR E VAI PARA O RELATORIO
       P685-CONFLITO.
            ADD 1 TO WS-QTD-CNF-ARQ WS-QTD-CONFLITOS
            STRING 'CONFLITO  ' WS-NM-ARQUIVO ' CHAVE '
                   WS-CHV(WS-IND-CHV)
                   ' JA EXISTE NO SOBREVIVENTE - MANTIDO NO PERDEDOR'
                   DELIMITED BY SIZE INTO WS-LINHA-OUT
            PERFORM P795-GRAVA-LINHA THRU P795-FIM
            .
       P685-FIM.
       P686-MOVIDO.
            ADD 1 TO WS-QTD-MOV-ARQ WS-QTD-MOVIDOS
            .
       P686-FIM.
       P687-JORNAL-MOVIDO.
            MOVE WS-CHV(WS-IND-CHV) TO WS-CHAVE-NOVA
            MOVE WS-ID-SOBREVIVENTE TO WS-CHAVE-NOVA(1:6)
            MOVE WS-NM-ARQUIVO    TO WL-JRN-ARQUIVO
            MOVE 'W'              TO WL-JRN-OPERACAO
            MOVE WS-CHAVE-NOVA    TO WL-JRN-CHAVE
            MOVE SPACES           TO WL-JRN-IMAGEM-ANTES
            MOVE WS-IMAGEM-DEPOIS TO WL-JRN-IMAGEM-DEPOIS
            CALL 'JORNALRG' USING WL-JORNAL
            MOVE 'D'              TO WL-JRN-OPERACAO
            MOVE WS-CHV(WS-IND-CHV) TO WL-JRN-CHAVE
            MOVE WS-IMAGEM-ANTES  TO WL-JRN-IMAGEM-ANTES
            MOVE SPACES           TO WL-JRN-IMAGEM-DEPOIS
            CALL 'JORNALRG' USING WL-JORNAL
            .
       P687-FIM.
       P688-INDISPONIVEL.
            IF WS-FS-ABERTURA EQUAL 35
                STRING 'ARQUIVO   ' WS-NM-ARQUIVO
                       ' AINDA NAO EXISTE - NADA A MOVER'
                       DELIMITED BY SIZE INTO WS-LINHA-OUT
            ELSE
                STRING 'ERRO      ' WS-NM-ARQUIVO
                       ' INDISPONIVEL - REPITA A MESCLA DEPOIS'
                       DELIMITED BY SIZE INTO WS-LINHA-OUT
                DISPLAY 'ARQUIVO ' WS-NM-ARQUIVO
                        ' INDISPONIVEL - NADA MOVIDO DELE.'
            END-IF
            PERFORM P795-GRAVA-LINHA THRU P795-FIM
            .
       P688-FIM.
       P689-TOTAL-ARQUIVO.
            STRING 'MOVIDOS   ' WS-NM-ARQUIVO ' ' WS-QTD-MOV-ARQ
                   '  CONFLITOS ' WS-QTD-CNF-ARQ
                   DELIMITED BY SIZE INTO WS-LINHA-OUT
            PERFORM P795-GRAVA-LINHA THRU P795-FIM
            .
       P689-FIM.
      * TERMO DE ESTAGIO TEM NUMERO PROPRIO - SO O ALUNO E TROCADO,
      * SEM CONFLITO; AS HORAS (ESTHORAS.DAT) SEGUEM PELO NR-TERMO
       P690-ESTAGIOS.
            MOVE 'ESTAGIOS'       TO WS-NM-ARQUIVO
            MOVE ZEROS            TO WS-QTD-MOV-ARQ WS-QTD-CNF-ARQ
            SET FS-EST-OK         TO TRUE
            OPEN I-O ESTAGIOS
            IF NOT FS-EST-OK
                CLOSE ESTAGIOS
                MOVE WS-FS-EST       TO WS-FS-ABERTURA
                PERFORM P688-INDISPONIVEL THRU P688-FIM
                GO TO P690-FIM
            END-IF
            SET EOF-OK            TO FALSE
            PERFORM UNTIL EOF-OK
                READ ESTAGIOS NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF ID-ALUNO-EST EQUAL WS-ID-PERDEDOR
                            MOVE WS-ID-SOBREVIVENTE TO ID-ALUNO-EST
                            REWRITE REG-ESTAGIO
                            PERFORM P686-MOVIDO THRU P686-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ESTAGIOS
            PERFORM P689-TOTAL-ARQUIVO THRU P689-FIM
            .
       P690-FIM.
       P691-OCORRENCIAS.
            MOVE 'OCORRENC'       TO WS-NM-ARQUIVO
            MOVE ZEROS            TO WS-QTD-MOV-ARQ WS-QTD-CNF-ARQ
            SET FS-OCR-OK         TO TRUE
            OPEN I-O OCORRENCIAS
            IF NOT FS-OCR-OK
                CLOSE OCORRENCIAS
                MOVE WS-FS-OCR       TO WS-FS-ABERTURA
                PERFORM P688-INDISPONIVEL THRU P688-FIM
                GO TO P691-FIM
            END-IF
            SET EOF-OK            TO FALSE
            PERFORM UNTIL EOF-OK
                READ OCORRENCIAS NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF ID-ALUNO-OCR EQUAL WS-ID-PERDEDOR
                            MOVE WS-ID-SOBREVIVENTE TO ID-ALUNO-OCR
                            REWRITE REG-OCORRENCIA
                            PERFORM P686-MOVIDO THRU P686-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE OCORRENCIAS
            PERFORM P689-TOTAL-ARQUIVO THRU P689-FIM
            .
       P691-FIM.
      * UMA SITUACAO ACADEMICA POR ALUNO: SE O SOBREVIVENTE JA TEM, A
      * DO PERDEDOR E CONFLITO (A PROXIMA AVALIACAO DO SISSITAC REFAZ)
       P692-SITUACAO.
            MOVE 'SITUACAD'       TO WS-NM-ARQUIVO
            MOVE ZEROS            TO WS-QTD-MOV-ARQ WS-QTD-CNF-ARQ
            SET FS-SIT-OK         TO TRUE
            OPEN I-O SITUACAD
            IF NOT FS-SIT-OK
                CLOSE SITUACAD
                MOVE WS-FS-SIT       TO WS-FS-ABERTURA
                PERFORM P688-INDISPONIVEL THRU P688-FIM
                GO TO P692-FIM
            END-IF
            MOVE WS-ID-PERDEDOR   TO ID-ALUNO-SIT
            READ SITUACAD
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE ID-ALUNO-SIT   TO WS-CHAVE-NOVA
                    MOVE WS-ID-SOBREVIVENTE TO ID-ALUNO-SIT
                    WRITE REG-SITUACAO-ACAD
                        INVALID KEY
                            MOVE 1      TO WS-IND-CHV
                            MOVE WS-CHAVE-NOVA TO WS-CHV(1)
                            PERFORM P685-CONFLITO THRU P685-FIM
                        NOT INVALID KEY
                            MOVE WS-ID-PERDEDOR TO ID-ALUNO-SIT
                            DELETE SITUACAD RECORD
                            PERFORM P686-MOVIDO THRU P686-FIM
                    END-WRITE
            END-READ
            CLOSE SITUACAD
            PERFORM P689-TOTAL-ARQUIVO THRU P689-FIM
            .
       P692-FIM.
      * CASO DE PERMANENCIA TEM NUMERO PROPRIO - SO O ALUNO E TROCADO;
      * CONTATOS E ACOES (CASOACAO.DAT) SEGUEM PELO NR-CASO
       P693-CASOS.
            MOVE 'CASOPERM'       TO WS-NM-ARQUIVO
            MOVE ZEROS            TO WS-QTD-MOV-ARQ WS-QTD-CNF-ARQ
            SET FS-CSO-OK         TO TRUE
            OPEN I-O CASOPERM
            IF NOT FS-CSO-OK
                CLOSE CASOPERM
                MOVE WS-FS-CSO       TO WS-FS-ABERTURA
                PERFORM P688-INDISPONIVEL THRU P688-FIM
                GO TO P693-FIM
            END-IF
            SET EOF-OK            TO FALSE
            PERFORM UNTIL EOF-OK
                READ CASOPERM NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF ID-ALUNO-CSO EQUAL WS-ID-PERDEDOR
                            MOVE WS-ID-SOBREVIVENTE TO ID-ALUNO-CSO
                            REWRITE REG-CASO-PERMANENCIA
                            PERFORM P686-MOVIDO THRU P686-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CASOPERM
            PERFORM P689-TOTAL-ARQUIVO THRU P689-FIM
            .
       P693-FIM.
      * MONITORIA: O ALUNO E O FIM DA CHAVE (TERMO/MATERIA/ALUNO) - AS
      * CHAVES DO PERDEDOR SAO JUNTADAS NUMA PASSADA E REGRAVADAS
      * DEPOIS; SE O SOBREVIVENTE JA E MONITOR DA MATERIA NO TERMO, E
      * CONFLITO. AS SESSOES (MONIHOR.DAT) SAO DA MATERIA E DO TERMO
       P694-MONITORES.
            MOVE 'MONITOR'        TO WS-NM-ARQUIVO
            MOVE ZEROS            TO WS-QTD-CHAVES
                                     WS-QTD-MOV-ARQ WS-QTD-CNF-ARQ
            SET FS-MON-OK         TO TRUE
            OPEN I-O MONITORES
            IF NOT FS-MON-OK
                CLOSE MONITORES
                MOVE WS-FS-MON       TO WS-FS-ABERTURA
                PERFORM P688-INDISPONIVEL THRU P688-FIM
                GO TO P694-FIM
            END-IF
            SET EOF-OK            TO FALSE
            PERFORM UNTIL EOF-OK
                READ MONITORES NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF ID-ALUNO-MON EQUAL WS-ID-PERDEDOR
                            MOVE CHAVE-MONITOR TO WS-CHAVE-NOVA
                            PERFORM P680-GUARDA-CHAVE THRU P680-FIM
                        END-IF
                END-READ
            END-PERFORM
            PERFORM VARYING WS-IND-CHV FROM 1 BY 1
                    UNTIL WS-IND-CHV > WS-QTD-CHAVES
                MOVE WS-CHV(WS-IND-CHV) TO CHAVE-MONITOR
                READ MONITORES
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE WS-ID-SOBREVIVENTE TO ID-ALUNO-MON
                        WRITE REG-MONITOR
                            INVALID KEY
                                PERFORM P685-CONFLITO THRU P685-FIM
                            NOT INVALID KEY
                                MOVE WS-CHV(WS-IND-CHV)
                                  TO CHAVE-MONITOR
                                DELETE MONITORES RECORD
                                PERFORM P686-MOVIDO THRU P686-FIM
                        END-WRITE
                END-READ
            END-PERFORM
            CLOSE MONITORES
            PERFORM P689-TOTAL-ARQUIVO THRU P689-FIM
            .
       P694-FIM.
      * CONSELHO DE CLASSE: CHAVE TERMO/ALUNO/MATERIA - MESMA PASSADA
      * DA MONITORIA; DECISAO QUE O SOBREVIVENTE JA TEM E CONFLITO
       P695-CONSELHO.
            MOVE 'CONSELHO'       TO WS-NM-ARQUIVO
            MOVE ZEROS            TO WS-QTD-CHAVES
                                     WS-QTD-MOV-ARQ WS-QTD-CNF-ARQ
            SET FS-CNS-OK         TO TRUE
            OPEN I-O CONSELHO
            IF NOT FS-CNS-OK
                CLOSE CONSELHO
                MOVE WS-FS-CNS       TO WS-FS-ABERTURA
                PERFORM P688-INDISPONIVEL THRU P688-FIM
                GO TO P695-FIM
            END-IF
            SET EOF-OK            TO FALSE
            PERFORM UNTIL EOF-OK
                READ CONSELHO NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF ID-ALUNO-CNS EQUAL WS-ID-PERDEDOR
                            MOVE CHAVE-CONSELHO TO WS-CHAVE-NOVA
                            PERFORM P680-GUARDA-CHAVE THRU P680-FIM
                        END-IF
                END-READ
            END-PERFORM
            PERFORM VARYING WS-IND-CHV FROM 1 BY 1
                    UNTIL WS-IND-CHV > WS-QTD-CHAVES
                MOVE WS-CHV(WS-IND-CHV) TO CHAVE-CONSELHO
                READ CONSELHO
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE WS-ID-SOBREVIVENTE TO ID-ALUNO-CNS
                        WRITE REG-CONSELHO
                            INVALID KEY
                                PERFORM P685-CONFLITO THRU P685-FIM
                            NOT INVALID KEY
                                MOVE WS-CHV(WS-IND-CHV)
                                  TO CHAVE-CONSELHO
                                DELETE CONSELHO RECORD
                                PERFORM P686-MOVIDO THRU P686-FIM
                        END-WRITE
                END-READ
            END-PERFORM
            CLOSE CONSELHO
            PERFORM P689-TOTAL-ARQUIVO THRU P689-FIM
            .
       P695-FIM.
      * CONSENTIMENTOS DO ALUNO (PESSOA 'A') POR FINALIDADE: A
      * FINALIDADE QUE O SOBREVIVENTE JA RESPONDEU E CONFLITO - VALE A
      * RESPOSTA DELE E A DO PERDEDOR FICA PARA CONFERENCIA
       P696-CONSENTIMENTOS.
            MOVE 'CONSENTI'       TO WS-NM-ARQUIVO
            MOVE ZEROS            TO WS-QTD-CHAVES
                                     WS-QTD-MOV-ARQ WS-QTD-CNF-ARQ
            SET FS-CNT-OK         TO TRUE
            OPEN I-O CONSENTIMENTOS
            IF NOT FS-CNT-OK
                CLOSE CONSENTIMENTOS
                MOVE WS-FS-CNT       TO WS-FS-ABERTURA
                PERFORM P688-INDISPONIVEL THRU P688-FIM
                GO TO P696-FIM
            END-IF
            SET EOF-OK            TO FALSE
            SET CNT-PESSOA-ALUNO  TO TRUE
            MOVE WS-ID-PERDEDOR   TO ID-PESSOA-CNT
            MOVE LOW-VALUES       TO CD-FINALIDADE-CNT
            START CONSENTIMENTOS KEY NOT LESS THAN CHAVE-CONSENTIMENTO
                INVALID KEY
                    SET EOF-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ CONSENTIMENTOS NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF NOT CNT-PESSOA-ALUNO OR
                           ID-PESSOA-CNT NOT EQUAL WS-ID-PERDEDOR
                            SET EOF-OK TO TRUE
                        ELSE
                            MOVE CHAVE-CONSENTIMENTO TO WS-CHAVE-NOVA
                            PERFORM P680-GUARDA-CHAVE THRU P680-FIM
                        END-IF
                END-READ
            END-PERFORM
            PERFORM VARYING WS-IND-CHV FROM 1 BY 1
                    UNTIL WS-IND-CHV > WS-QTD-CHAVES
                MOVE WS-CHV(WS-IND-CHV) TO CHAVE-CONSENTIMENTO
                READ CONSENTIMENTOS
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE WS-ID-SOBREVIVENTE TO ID-PESSOA-CNT
                        WRITE REG-CONSENTIMENTO
                            INVALID KEY
                                PERFORM P685-CONFLITO THRU P685-FIM
                            NOT INVALID KEY
                                MOVE WS-CHV(WS-IND-CHV)
                                  TO CHAVE-CONSENTIMENTO
                                DELETE CONSENTIMENTOS RECORD
                                PERFORM P686-MOVIDO THRU P686-FIM
                        END-WRITE
                END-READ
            END-PERFORM
            CLOSE CONSENTIMENTOS
            PERFORM P689-TOTAL-ARQUIVO THRU P689-FIM
            .
       P696-FIM.
      * EMPRESTIMO DE EQUIPAMENTO DO LABORATORIO E DE EXEMPLAR DA
      * BIBLIOTECA TEM NUMERO PROPRIO - SO O ALUNO E TROCADO, SEM
      * CONFLITO; O EMPRESTIMO ABERTO PASSA A BLOQUEAR O SOBREVIVENTE
       P697-EMPRESTIMOS.
            MOVE 'EMPRESTI'       TO WS-NM-ARQUIVO
            MOVE ZEROS            TO WS-QTD-MOV-ARQ WS-QTD-CNF-ARQ
            SET FS-EMP-OK         TO TRUE
            OPEN I-O EMPRESTIMOS
            IF NOT FS-EMP-OK
                CLOSE EMPRESTIMOS
                MOVE WS-FS-EMP       TO WS-FS-ABERTURA
                PERFORM P688-INDISPONIVEL THRU P688-FIM
                GO TO P697-FIM
            END-IF
            SET EOF-OK            TO FALSE
            PERFORM UNTIL EOF-OK
                READ EMPRESTIMOS NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF ID-ALUNO-EMP EQUAL WS-ID-PERDEDOR
                            MOVE WS-ID-SOBREVIVENTE TO ID-ALUNO-EMP
                            REWRITE REG-EMPRESTIMO
                            PERFORM P686-MOVIDO THRU P686-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE EMPRESTIMOS
            PERFORM P689-TOTAL-ARQUIVO THRU P689-FIM
            .
       P697-FIM.
       P698-BIBLIOTECA.
            MOVE 'BIBEMPRE'       TO WS-NM-ARQUIVO
            MOVE ZEROS            TO WS-QTD-MOV-ARQ WS-QTD-CNF-ARQ
            SET FS-EMB-OK         TO TRUE
            OPEN I-O EMPRESTIMOS-BIB
            IF NOT FS-EMB-OK
                CLOSE EMPRESTIMOS-BIB
                MOVE WS-FS-EMB       TO WS-FS-ABERTURA
                PERFORM P688-INDISPONIVEL THRU P688-FIM
                GO TO P698-FIM
            END-IF
            SET EOF-OK            TO FALSE
            PERFORM UNTIL EOF-OK
                READ EMPRESTIMOS-BIB NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF EMB-LEITOR-ALUNO AND
                           ID-LEITOR-EMB EQUAL WS-ID-PERDEDOR
                            MOVE WS-ID-SOBREVIVENTE TO ID-LEITOR-EMB
                            REWRITE REG-EMPRESTIMO-BIB
                            PERFORM P686-MOVIDO THRU P686-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE EMPRESTIMOS-BIB
            PERFORM P689-TOTAL-ARQUIVO THRU P689-FIM
            .
       P698-FIM.
      * A RESERVA E DO TITULO (TITULO/SEQUENCIA NA FILA) - SO O LEITOR
      * E TROCADO, SEM CONFLITO E SEM MUDAR A POSICAO NA FILA
       P699-RESERVAS.
            MOVE 'BIBRESER'       TO WS-NM-ARQUIVO
            MOVE ZEROS            TO WS-QTD-MOV-ARQ WS-QTD-CNF-ARQ
            SET FS-RSV-OK         TO TRUE
            OPEN I-O RESERVAS-BIB
            IF NOT FS-RSV-OK
                CLOSE RESERVAS-BIB
                MOVE WS-FS-RSV       TO WS-FS-ABERTURA
                PERFORM P688-INDISPONIVEL THRU P688-FIM
                GO TO P699-FIM
            END-IF
            SET EOF-OK            TO FALSE
            PERFORM UNTIL EOF-OK
                READ RESERVAS-BIB NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF RSV-LEITOR-ALUNO AND
                           ID-LEITOR-RSV EQUAL WS-ID-PERDEDOR
                            MOVE WS-ID-SOBREVIVENTE TO ID-LEITOR-RSV
                            REWRITE REG-RESERVA-BIB
                            PERFORM P686-MOVIDO THRU P686-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE RESERVAS-BIB
            PERFORM P689-TOTAL-ARQUIVO THRU P689-FIM
            .
       P699-FIM.
      * SOBREVIVENTE COMPLETADO, PERDEDOR INATIVO E O APELIDO QUE FAZ
      * OS DOCUMENTOS ANTIGOS RESOLVEREM PARA O NOVO ID
       P700-FINALIZA-ALUNOS.
            ACCEPT WS-DATA-HOJE-8 FROM DATE YYYYMMDD
            ACCEPT WS-HORA-AGORA  FROM TIME
            MOVE WS-ID-SOBREVIVENTE TO ID-ALUNO
            READ ALUNOS
                INVALID KEY
                    GO TO P700-FIM
            END-READ
            MOVE REG-ALUNO        TO WS-IMAGEM-ANTES
            PERFORM P525-COMPLETA THRU P525-FIM
            MOVE WS-DATA-HOJE-8   TO DT-ALTERACAO-ALUNO
            MOVE WS-HORA-AGORA    TO HR-ALTERACAO-ALUNO
            REWRITE REG-ALUNO
            IF FS-ALU-OK
                MOVE 'REGISTRO'   TO WL-JRN-ARQUIVO
                MOVE 'R'          TO WL-JRN-OPERACAO
                MOVE ID-ALUNO     TO WL-JRN-CHAVE
                MOVE WS-IMAGEM-ANTES TO WL-JRN-IMAGEM-ANTES
                MOVE REG-ALUNO    TO WL-JRN-IMAGEM-DEPOIS
                CALL 'JORNALRG' USING WL-JORNAL
            ELSE
                DISPLAY 'ERRO AO ATUALIZAR O ALUNO QUE PERMANECE. '
                DISPLAY 'FILE STATUS: ' WS-FS-ALU
            END-IF

            MOVE WS-ID-PERDEDOR   TO ID-ALUNO
            READ ALUNOS
                INVALID KEY
                    GO TO P700-FIM
            END-READ
            MOVE REG-ALUNO        TO WS-IMAGEM-ANTES
            SET ALUNO-INATIVO     TO TRUE
      * O CPF E UNICO NO CADASTRO - FICA SO NO SOBREVIVENTE
            MOVE ZEROS            TO NR-CPF-ALUNO
            MOVE WS-DATA-HOJE-8   TO DT-ALTERACAO-ALUNO
            MOVE WS-HORA-AGORA    TO HR-ALTERACAO-ALUNO
            REWRITE REG-ALUNO
            IF FS-ALU-OK
                MOVE 'REGISTRO'   TO WL-JRN-ARQUIVO
                MOVE 'R'          TO WL-JRN-OPERACAO
                MOVE ID-ALUNO     TO WL-JRN-CHAVE
                MOVE WS-IMAGEM-ANTES TO WL-JRN-IMAGEM-ANTES
                MOVE REG-ALUNO    TO WL-JRN-IMAGEM-DEPOIS
                CALL 'JORNALRG' USING WL-JORNAL
            ELSE
                DISPLAY 'ERRO AO INATIVAR O ALUNO DUPLICADO. '
                DISPLAY 'FILE STATUS: ' WS-FS-ALU
            END-IF

            SET FS-ALI-OK         TO TRUE
            OPEN I-O ALIASES
            IF WS-FS-ALI EQUAL 35 THEN
                OPEN OUTPUT ALIASES
                CLOSE ALIASES
                OPEN I-O ALIASES
            END-IF
            IF FS-ALI-OK
                MOVE WS-ID-PERDEDOR     TO ID-ALUNO-ALI
                MOVE WS-ID-SOBREVIVENTE TO ID-SOBREVIVENTE-ALI
                MOVE WS-DATA-HOJE-8     TO DT-MESCLA-ALI
                MOVE WS-HORA-AGORA      TO HR-MESCLA-ALI
                MOVE WS-QTD-MOVIDOS     TO QT-MOVIDOS-ALI
                MOVE WS-QTD-CONFLITOS   TO QT-CONFLITOS-ALI
                IF REFAZ-MESCLA
                    REWRITE REG-ALIAS-ALUNO
                ELSE
                    WRITE REG-ALIAS-ALUNO
                END-IF
                IF NOT FS-ALI-OK
                    DISPLAY 'ERRO AO GRAVAR O APELIDO DO ALUNO. '
                    DISPLAY 'FILE STATUS: ' WS-FS-ALI
                END-IF
            ELSE
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE APELIDOS. '
                DISPLAY 'FILE STATUS: ' WS-FS-ALI
            END-IF
            CLOSE ALIASES

      * MARCA DA MESCLA NO JORNAL: O ROLL-FORWARD REAPLICA OS
      * CADASTROS NUCLEO E AVISA QUE OS DEMAIS ARQUIVOS PEDEM A
      * MESCLA DE NOVO
            MOVE 'MESCLA'         TO WL-JRN-ARQUIVO
            MOVE 'R'              TO WL-JRN-OPERACAO
            MOVE SPACES           TO WL-JRN-CHAVE
            STRING WS-ID-PERDEDOR '>' WS-ID-SOBREVIVENTE
                   DELIMITED BY SIZE INTO WL-JRN-CHAVE
            MOVE SPACES           TO WL-JRN-IMAGEM-ANTES
                                     WL-JRN-IMAGEM-DEPOIS
            STRING 'MOVIDOS ' WS-QTD-MOVIDOS
                   ' CONFLITOS ' WS-QTD-CONFLITOS
                   DELIMITED BY SIZE INTO WL-JRN-IMAGEM-DEPOIS
            CALL 'JORNALRG' USING WL-JORNAL

            MOVE 'MESCLA'         TO WL-OPERACAO
            MOVE WS-ID-PERDEDOR   TO WL-CHAVE
            MOVE SPACES           TO WL-VALOR-ANTIGO WL-VALOR-NOVO
            STRING 'ID ' WS-ID-PERDEDOR ' ' WS-PRD-NOME
                   DELIMITED BY SIZE INTO WL-VALOR-ANTIGO
            STRING 'NO ID ' WS-ID-SOBREVIVENTE ' MOV '
                   WS-QTD-MOVIDOS ' CONF ' WS-QTD-CONFLITOS
                   DELIMITED BY SIZE INTO WL-VALOR-NOVO
            CALL 'AUDITLOG' USING WL-AUDITORIA
            DISPLAY 'Alunos mesclados! O ID ' WS-ID-PERDEDOR
                    ' ficou inativo apontando para o ID '
                    WS-ID-SOBREVIVENTE '.'
            .
       P700-FIM.
       P790-ABRE-RELATORIO.
            CALL 'SPOOLREG' USING WL-SPOOL
            IF WL-SPOOL-ABERTO
                MOVE WL-SPL-ARQUIVO TO WS-ARQ-RELATORIO
            END-IF
            SET FS-OUT-OK         TO TRUE
            OPEN OUTPUT RELATORIO-OUT
            IF NOT FS-OUT-OK
                DISPLAY 'ERRO AO GRAVAR O RELATORIO. '
                DISPLAY 'FILE STATUS: ' WS-FS-OUT
            END-IF
            .
       P790-FIM.
       P795-GRAVA-LINHA.
            IF FS-OUT-OK
                MOVE WS-LINHA-OUT TO REG-RELATORIO-OUT
                WRITE REG-RELATORIO-OUT
            END-IF
            MOVE SPACES           TO WS-LINHA-OUT
            .
       P795-FIM.
       P900-FIM.
            GOBACK.
      * RESOLVE OS CAMINHOS FISICOS PELO CONFIGSYS (PRODUCAO OU
      * TESTE); SEM CONFIGURACAO VALEM OS PADROES ACIMA
       P050-CONFIGURA.
            MOVE 'SORT-SISDUPLI' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-SORT TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-SORT
            MOVE 'D3-REGISTRO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-REGISTRO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-REGISTRO
            MOVE 'D3-ALIASALU' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-ALIASALU TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-ALIASALU
            MOVE 'D3-MATRICULAS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-MATRICULAS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-MATRICULAS
            MOVE 'D3-TODOS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-TODOS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-TODOS
            MOVE 'D3-LANCNOTA' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-LANCNOTA TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-LANCNOTA
            MOVE 'D3-FREQUENCIA' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-FREQUENCIA TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-FREQUENCIA
            MOVE 'MENSALID' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-MENSALID TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-MENSALID
            MOVE 'RESPONSA' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-RESPONSA TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-RESPONSA
            MOVE 'BOLSAS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-BOLSAS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-BOLSAS
            MOVE 'D3-DOCALUNO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-DOCALUNO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-DOCALUNO
            MOVE 'CARTREG' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-CARTREG TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-CARTREG
            MOVE 'ALUNOPIN' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-ALUNOPIN TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-ALUNOPIN
            MOVE 'D3-BENEFBF' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-BENEFBF TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-BENEFBF
            MOVE 'RESUMO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-RESUMO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-RESUMO
            MOVE 'ACORDOS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-ACORDOS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-ACORDOS
            MOVE 'ACERTEVA' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-ACERTEVA TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-ACERTEVA
            MOVE 'COBRTAXA' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-COBRTAXA TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-COBRTAXA
            MOVE 'ANUIDADE' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-ANUIDADE TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-ANUIDADE
            MOVE 'PREPAGO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-PREPAGO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-PREPAGO
            MOVE 'PREPMOV' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-PREPMOV TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-PREPMOV
            MOVE 'NEGATIVA' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-NEGATIVA TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-NEGATIVA
            MOVE 'D3-ATIVCOMP' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-ATIVCOMP TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-ATIVCOMP
            MOVE 'D3-ESTAGIOS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-ESTAGIOS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-ESTAGIOS
            MOVE 'D3-OCORRENC' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-OCORRENC TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-OCORRENC
            MOVE 'D3-SITUACAD' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-SITUACAD TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-SITUACAD
            MOVE 'D3-CASOPERM' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-CASOPERM TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-CASOPERM
            MOVE 'D3-MONITOR' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-MONITOR TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-MONITOR
            MOVE 'D3-CONSELHO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-CONSELHO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-CONSELHO
            MOVE 'CONSENTI' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-CONSENTI TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-CONSENTI
            MOVE 'EMPRESTI' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-EMPRESTI TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-EMPRESTI
            MOVE 'BIBEMPRE' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-BIBEMPRE TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-BIBEMPRE
            MOVE 'BIBRESER' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-BIBRESER TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-BIBRESER
            MOVE 'TERMOS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-TERMOS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-TERMOS
            MOVE 'MESCLA-TMP' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-MESCLA-TMP TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-MESCLA-TMP
            MOVE 'DEDUP-CORTE' TO WL-CFG-CHAVE
            MOVE WS-CFG-CORTE TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-CFG-CORTE
            IF WS-CFG-CORTE(1:3) NUMERIC
                COMPUTE WS-CORTE = FUNCTION NUMVAL(WS-CFG-CORTE(1:3))
            END-IF
            IF WS-CORTE EQUAL ZEROS
                MOVE 60 TO WS-CORTE
            END-IF
            .
       P050-FIM.
       END PROGRAM SISDUPLI.

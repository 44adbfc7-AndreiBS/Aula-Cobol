      ******************************************************************
      * Author: ANDREI BATISTA
      * Date: 15/10/2026
      * Purpose: EXTRACAO ANALITICA PARA A PLANILHA DE BI DA DIRECAO -
      *          GRAVA NO DIRETORIO DIR-BI ARQUIVOS PLANOS SEPARADOS
      *          POR ';' (VALORES COM VIRGULA DECIMAL):
      *          DIMENSOES BI_DIM_ALUNO, BI_DIM_TURMA, BI_DIM_MATERIA,
      *          BI_DIM_PROFESSOR, BI_DIM_CURSO E BI_DIM_DATA;
      *          FATOS BI_FAT_MATRICULA (MATRICULAS), BI_FAT_NOTA
      *          (TODOS CORRENTE E OS ARQUIVADOS PELO SISROLOV),
      *          BI_FAT_FREQUENCIA (FALTAS DO FREQUENCIA),
      *          BI_FAT_COBRANCA (MENSALID E ACORPARC) E BI_FAT_CAIXA
      *          (CAIXAMOV). CADA ARQUIVO TEM HEADER E TRAILER COMO OS
      *          ARQUIVOS DO PORTAL (TRAILER = QUANTIDADE DE LINHAS E
      *          TOTAL DE CONTROLE: SOMA DAS CHAVES NAS DIMENSOES E
      *          SOMA DO VALOR/MEDIA NOS FATOS).
      *          AS CHAVES SAO SUBSTITUTAS E ESTAVEIS (BICHAVES.DAT):
      *          A MESMA ENTIDADE TEM A MESMA CHAVE EM TODAS AS NOITES
      *          E A DIMENSAO TRAZ TAMBEM AS ENTIDADES QUE JA SAIRAM DO
      *          CADASTRO MAS AINDA APARECEM NOS FATOS (HISTORICO). A
      *          CHAVE DA DATA E A PROPRIA DATA AAAAMMDD.
      *          A PLANILHA CIRCULA FORA DA SECRETARIA: NOME DE ALUNO
      *          E DE PROFESSOR SAI COMO PSEUDONIMO (ALUNO/PROFESSOR +
      *          CHAVE) E A CIDADE NAO SAI, A MENOS QUE O CONFIGSYS
      *          TRAGA BI-DADOS-PESSOAIS = S; TELEFONE, ENDERECO, CEP,
      *          CPF, RG E NASCIMENTO NUNCA SAEM (SO A IDADE).
      *          RODA NA CADEIA NOTURNA OU SOB DEMANDA PELO MENU
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISBIEXT.
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

               SELECT TURMAS ASSIGN TO WS-ARQ-CFG-TURMAS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CD-TURMA
               FILE STATUS IS WS-FS-TUR.

               SELECT MATERIAS ASSIGN TO WS-ARQ-CFG-D3-MATERIAS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS ID-MATERIA
               FILE STATUS IS WS-FS-MATR.

               SELECT PROFESSORES ASSIGN TO WS-ARQ-CFG-PROFESSORES
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS ID-PROFESSOR
               FILE STATUS IS WS-FS-PRF.

               SELECT CURSOS ASSIGN TO WS-ARQ-CFG-D3-CURSOS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS ID-CURSO
               FILE STATUS IS WS-FS-CUR.

               SELECT ALUNOCUR ASSIGN TO WS-ARQ-CFG-D3-ALUNOCUR
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS ID-ALUNO-AC
               FILE STATUS IS WS-FS-AC.

               SELECT MATRICULAS ASSIGN TO WS-ARQ-CFG-D3-MATRICULAS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS SEQUENTIAL
               RECORD  KEY  IS CHAVE-MATRICULA
               FILE STATUS IS WS-FS-MAT.

               SELECT TODOS ASSIGN TO WS-ARQ-CFG-D3-TODOS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS SEQUENTIAL
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

               SELECT FREQUENCIA ASSIGN TO WS-ARQ-CFG-D3-FREQUENCIA
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS SEQUENTIAL
               RECORD  KEY  IS CHAVE-FREQUENCIA
               FILE STATUS IS WS-FS-FRQ.

               SELECT MENSALIDADES ASSIGN TO WS-ARQ-CFG-MENSALID
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS SEQUENTIAL
               RECORD  KEY  IS CHAVE-MENSALIDADE
               FILE STATUS IS WS-FS-MEN.

               SELECT ACORDOS ASSIGN TO WS-ARQ-CFG-ACORDOS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS NR-ACORDO
               FILE STATUS IS WS-FS-ACO.

               SELECT PARCELAS ASSIGN TO WS-ARQ-CFG-ACORPARC
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS SEQUENTIAL
               RECORD  KEY  IS CHAVE-PARCELA-ACORDO
               FILE STATUS IS WS-FS-PAR.

               SELECT MOVIMENTOS ASSIGN TO WS-ARQ-CFG-CAIXAMOV
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS SEQUENTIAL
               RECORD  KEY  IS CHAVE-MOVIMENTO-CAIXA
               FILE STATUS IS WS-FS-MOV.

               SELECT CALENDARIO ASSIGN TO WS-ARQ-CFG-CALENDARIO
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS SEQUENTIAL
               RECORD  KEY  IS CHAVE-CALENDARIO
               FILE STATUS IS WS-FS-CAL.

               SELECT BICHAVES ASSIGN TO WS-ARQ-CFG-BICHAVES
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-BI-CHAVE
               FILE STATUS IS WS-FS-BIC.

               SELECT CONTROLE ASSIGN TO WS-ARQ-CFG-CONTROLE
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS CHAVE-CONTROLE
               FILE STATUS IS WS-FS-CTRL.

               SELECT SAIDA-BI ASSIGN TO WS-ARQ-BI-SAIDA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SAI.

       DATA DIVISION.
       FILE SECTION.
       FD ALUNOS.
          COPY FD_REGIS.
       FD TURMAS.
          COPY FD_TURMA.
       FD MATERIAS.
          COPY FD_MATER.
       FD PROFESSORES.
          COPY FD_PROF.
       FD CURSOS.
          COPY FD_CURSO.
       FD ALUNOCUR.
          COPY FD_ALCUR.
       FD MATRICULAS.
          COPY FD_MATRI.
       FD TODOS.
          COPY FD_TODOS.
       FD TERMOS.
       01 REG-TERMO-FECHADO.
          03 TRM-DATA-FECHAMENTO           PIC 9(06).
          03 TRM-CD-TERMO                  PIC X(06).
          03 TRM-ARQ-TODOS                 PIC X(60).
       FD TODOS-ARQ.
       01 REG-TODOS-ARQ                    PIC X(153).
       FD FREQUENCIA.
          COPY FD_FREQU.
       FD MENSALIDADES.
          COPY FD_MENSA.
       FD ACORDOS.
          COPY FD_ACORD.
       FD PARCELAS.
          COPY FD_ACPAR.
       FD MOVIMENTOS.
          COPY FD_CXMOV.
       FD CALENDARIO.
          COPY FD_CALEN.
       FD BICHAVES.
          COPY FD_BICHV.
       FD CONTROLE.
          COPY FD_CTRL.
       FD SAIDA-BI.
       01 REG-SAIDA-BI                     PIC X(250).

       WORKING-STORAGE SECTION.
       77 WS-FS-ALU                        PIC 99.
          88 FS-ALU-OK                     VALUE 0.
       77 WS-FS-TUR                        PIC 99.
          88 FS-TUR-OK                     VALUE 0.
       77 WS-FS-MATR                       PIC 99.
          88 FS-MATR-OK                    VALUE 0.
       77 WS-FS-PRF                        PIC 99.
          88 FS-PRF-OK                     VALUE 0.
       77 WS-FS-CUR                        PIC 99.
          88 FS-CUR-OK                     VALUE 0.
       77 WS-FS-AC                         PIC 99.
          88 FS-AC-OK                      VALUE 0.
       77 WS-FS-MAT                        PIC 99.
          88 FS-MAT-OK                     VALUE 0.
       77 WS-FS-TOD                        PIC 99.
          88 FS-TOD-OK                     VALUE 0.
       77 WS-FS-TRM                        PIC 99.
          88 FS-TRM-OK                     VALUE 0.
       77 WS-FS-ARQ                        PIC 99.
          88 FS-ARQ-OK                     VALUE 0.
       77 WS-FS-FRQ                        PIC 99.
          88 FS-FRQ-OK                     VALUE 0.
       77 WS-FS-MEN                        PIC 99.
          88 FS-MEN-OK                     VALUE 0.
       77 WS-FS-ACO                        PIC 99.
          88 FS-ACO-OK                     VALUE 0.
       77 WS-FS-PAR                        PIC 99.
          88 FS-PAR-OK                     VALUE 0.
       77 WS-FS-MOV                        PIC 99.
          88 FS-MOV-OK                     VALUE 0.
       77 WS-FS-CAL                        PIC 99.
          88 FS-CAL-OK                     VALUE 0.
       77 WS-FS-BIC                        PIC 99.
          88 FS-BIC-OK                     VALUE 0.
       77 WS-FS-CTRL                       PIC 99.
          88 FS-CTRL-OK                    VALUE 0.
       77 WS-FS-SAI                        PIC 99.
          88 FS-SAI-OK                     VALUE 0.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE 'S' FALSE 'N'.
       77 WS-EOF-TRM                       PIC X.
          88 EOF-TRM-OK                    VALUE 'S' FALSE 'N'.
       77 WS-MODO                          PIC X VALUE 'N'.
          88 MODO-CADEIA                   VALUE 'S' FALSE 'N'.
       77 WS-SAIDA-FALHOU                  PIC X VALUE 'N'.
          88 SAIDA-FALHOU                  VALUE 'S' FALSE 'N'.
       77 WS-CONFIRM                       PIC X VALUE SPACES.
       77 WS-DATA-HOJE-8                   PIC 9(08).
       77 WS-HORA-HOJE                     PIC 9(06).
      * PSEUDONIMIZACAO: SO COM BI-DADOS-PESSOAIS = S SAEM NOMES
       77 WS-CFG-DADOS-PESSOAIS            PIC X(60) VALUE 'N'.
       77 WS-PSEUDONIMO                    PIC X VALUE 'S'.
          88 PSEUDONIMIZA                  VALUE 'S' FALSE 'N'.
      * CHAVE SUBSTITUTA: TIPO + CHAVE NATURAL -> SK (P150)
       77 WS-BIC-TIPO                      PIC X(02).
       77 WS-BIC-NATURAL                   PIC X(10).
       77 WS-BIC-SK                        PIC 9(06).
       77 WS-QTD-CHAVES-NOVAS              PIC 9(06) VALUE ZEROS.
       77 WS-SK-ALUNO                      PIC 9(06).
       77 WS-SK-TURMA                      PIC 9(06).
       77 WS-SK-MATERIA                    PIC 9(06).
       77 WS-SK-PROFESSOR                  PIC 9(06).
       77 WS-SK-CURSO                      PIC 9(06).
      * ARQUIVO DE SAIDA CORRENTE (P800/P810/P820)
       77 WS-NM-ARQ-BI                     PIC X(24).
       77 WS-BI-QTD-LINHAS                 PIC 9(07).
       77 WS-BI-TOTAL-CONTROLE             PIC 9(12)V99.
       77 WS-BI-QTD-ARQUIVOS               PIC 9(02) VALUE ZEROS.
       01 WS-LINHA-BI                      PIC X(250) VALUE SPACES.
       01 WS-ED-QTD                        PIC 9(07).
       01 WS-ED-TOTAL                      PIC 9(12),99.
       01 WS-ED-VL1                        PIC 9(06),99.
       01 WS-ED-VL2                        PIC 9(06),99.
       01 WS-ED-VL3                        PIC 9(06),99.
       01 WS-ED-VL4                        PIC 9(06),99.
       01 WS-ED-VL5                        PIC 9(06),99.
       01 WS-ED-VL6                        PIC 9(06),99.
       01 WS-ED-NOTA1                      PIC 9(02),99.
       01 WS-ED-NOTA2                      PIC 9(02),99.
       01 WS-NM-PSEUDO                     PIC X(20).
       01 WS-CIDADE-BI                     PIC X(15).
       77 WS-IDADE                         PIC 9(03).
       77 WS-REFERENCIA                    PIC X(10).
       77 WS-UNIDADE-MOV                   PIC 9(01).
       77 WS-UNI-INST-NUM                  PIC 9(01).
      * BUFFER DO TODOS ARQUIVADO (LEIAUTE FIXO DO SISROLOV)
       01 WS-ARQ-TODOS-HIST                PIC X(60).
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
       77 WS-TERMO-CORRENTE                PIC X(06).
      * CALENDARIO LETIVO EM MEMORIA: TERMOS E FERIADOS
       77 WS-QTD-TERMOS                    PIC 9(02) VALUE ZEROS.
       01 WS-TABELA-TERMOS.
          03 WS-TAB-TRM OCCURS 30 TIMES.
             05 WS-TRM-CODIGO             PIC X(06).
             05 WS-TRM-INICIO             PIC 9(08).
             05 WS-TRM-FIM                PIC 9(08).
       77 WS-QTD-FERIADOS                  PIC 9(03) VALUE ZEROS.
       01 WS-TABELA-FERIADOS.
          03 WS-TAB-FER OCCURS 200 TIMES.
             05 WS-FER-INICIO             PIC 9(08).
             05 WS-FER-FIM                PIC 9(08).
       77 WS-IND1                          PIC 9(03).
      * FAIXA DA DIMENSAO DATA: MENOR E MAIOR DATA VISTA NOS FATOS
       77 WS-DT-MENOR                      PIC 9(08).
       77 WS-DT-MAIOR                      PIC 9(08).
       01 WS-DATA-TESTE                    PIC 9(08).
       01 WS-DATA-TESTE-R REDEFINES WS-DATA-TESTE.
          03 WS-TST-ANO                    PIC 9(04).
          03 WS-TST-MES                    PIC 9(02).
          03 WS-TST-DIA                    PIC 9(02).
       77 WS-DIA-INI                       PIC 9(07).
       77 WS-DIA-FIM                       PIC 9(07).
       77 WS-DIA-INT                       PIC 9(07).
       01 WS-DATA-DIM                      PIC 9(08).
       01 WS-DATA-DIM-R REDEFINES WS-DATA-DIM.
          03 WS-DIM-ANO                    PIC 9(04).
          03 WS-DIM-MES                    PIC 9(02).
          03 WS-DIM-DIA                    PIC 9(02).
       77 WS-DIA-SEMANA                    PIC 9(01).
       77 WS-DIA-UTIL                      PIC X(01).
       77 WS-FERIADO                       PIC X(01).
       77 WS-TERMO-DATA                    PIC X(06).
       01 WL-RUNLOG.
          03 WL-RL-PROGRAMA                PIC X(12)
             VALUE 'SISBIEXT'.
          03 WL-RL-FASE                    PIC X(01).
          03 WL-RL-REGISTROS               PIC 9(07).
          03 WL-RL-STATUS                  PIC X(08).
       77 WS-QTD-LINHAS-TOTAL              PIC 9(07) VALUE ZEROS.

       01 WS-DIR-BI                        PIC X(60) VALUE
          'C:\COBOL\BI\'.
       01 WS-ARQ-BI-SAIDA                  PIC X(80).
       01 WS-ARQ-CFG-D3-REGISTRO           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\REGISTRO.DAT'.
       01 WS-ARQ-CFG-TURMAS                PIC X(60) VALUE
          'C:\COBOL\TURMAS.DAT'.
       01 WS-ARQ-CFG-D3-MATERIAS           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\MATERIAS.DAT'.
       01 WS-ARQ-CFG-PROFESSORES           PIC X(60) VALUE
          'C:\COBOL\PROFESSORES.DAT'.
       01 WS-ARQ-CFG-D3-CURSOS             PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\CURSOS.DAT'.
       01 WS-ARQ-CFG-D3-ALUNOCUR           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\ALUNOCUR.DAT'.
       01 WS-ARQ-CFG-D3-MATRICULAS         PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\MATRICULAS.DAT'.
       01 WS-ARQ-CFG-D3-TODOS              PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\TODOS.DAT'.
       01 WS-ARQ-CFG-TERMOS                PIC X(60) VALUE
          'C:\COBOL\ARQUIVO_MORTO\TERMOS.DAT'.
       01 WS-ARQ-CFG-D3-FREQUENCIA         PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\FREQUENCIA.DAT'.
       01 WS-ARQ-CFG-MENSALID              PIC X(60) VALUE
          'C:\COBOL\MENSALID.DAT'.
       01 WS-ARQ-CFG-ACORDOS               PIC X(60) VALUE
          'C:\COBOL\ACORDOS.DAT'.
       01 WS-ARQ-CFG-ACORPARC              PIC X(60) VALUE
          'C:\COBOL\ACORPARC.DAT'.
       01 WS-ARQ-CFG-CAIXAMOV              PIC X(60) VALUE
          'C:\COBOL\CAIXAMOV.DAT'.
       01 WS-ARQ-CFG-CALENDARIO            PIC X(60) VALUE
          'C:\COBOL\CALENDARIO.DAT'.
       01 WS-ARQ-CFG-BICHAVES              PIC X(60) VALUE
          'C:\COBOL\BICHAVES.DAT'.
       01 WS-ARQ-CFG-CONTROLE              PIC X(60) VALUE
          'C:\COBOL\CONTROLE.DAT'.
          COPY CFG_AREA.
          COPY TUN_AREA.
       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM                   PIC X(50).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            PERFORM P050-CONFIGURA THRU P050-FIM
            DISPLAY '*** EXTRACAO ANALITICA PARA O BI DA DIRECAO ***'
            IF LK-MENSAGEM(1:6) EQUAL 'CADEIA'
                SET MODO-CADEIA   TO TRUE
            END-IF
            IF WS-CFG-DADOS-PESSOAIS(1:1) EQUAL 'S'
                SET PSEUDONIMIZA  TO FALSE
                DISPLAY 'ATENCAO: BI-DADOS-PESSOAIS = S - NOMES DE '
                        'ALUNOS E PROFESSORES SAIRAO NA EXTRACAO.'
            ELSE
                SET PSEUDONIMIZA  TO TRUE
                DISPLAY 'DADOS PESSOAIS PSEUDONIMIZADOS.'
            END-IF
            IF NOT MODO-CADEIA
                DISPLAY 'OS ARQUIVOS SERAO GRAVADOS EM ' WS-DIR-BI
                DISPLAY 'TECLE <S> para extrair: '
                ACCEPT WS-CONFIRM
                IF WS-CONFIRM NOT EQUAL 'S' AND 's'
                    DISPLAY 'EXTRACAO CANCELADA.'
                    PERFORM P900-FIM
                END-IF
            END-IF
            MOVE 'I'              TO WL-RL-FASE
            MOVE ZEROS            TO WL-RL-REGISTROS
            MOVE SPACES           TO WL-RL-STATUS
            CALL 'RUNLOG' USING WL-RUNLOG
            MOVE ZEROS            TO RETURN-CODE

            PERFORM P100-PREPARA THRU P100-FIM
            IF NOT SAIDA-FALHOU
      * OS FATOS VEM PRIMEIRO: TODA CHAVE QUE ELES CRIAM PARA UMA
      * ENTIDADE QUE JA SAIU DO CADASTRO APARECE NA DIMENSAO
                PERFORM P210-FATO-MATRICULA  THRU P210-FIM
                PERFORM P220-FATO-NOTA       THRU P220-FIM
                PERFORM P230-FATO-FREQUENCIA THRU P230-FIM
                PERFORM P240-FATO-COBRANCA   THRU P240-FIM
                PERFORM P250-FATO-CAIXA      THRU P250-FIM
      * ORDEM DAS DIMENSOES: QUEM REFERENCIA VEM ANTES DO
      * REFERENCIADO (ALUNO -> TURMA/CURSO, TURMA -> PROFESSOR)
                PERFORM P310-DIM-ALUNO       THRU P310-FIM
                PERFORM P320-DIM-TURMA       THRU P320-FIM
                PERFORM P330-DIM-PROFESSOR   THRU P330-FIM
                PERFORM P340-DIM-MATERIA     THRU P340-FIM
                PERFORM P350-DIM-CURSO       THRU P350-FIM
                PERFORM P360-DIM-DATA        THRU P360-FIM
            END-IF
            PERFORM P190-ENCERRA THRU P190-FIM

            MOVE 'F'              TO WL-RL-FASE
            MOVE WS-QTD-LINHAS-TOTAL TO WL-RL-REGISTROS
            IF SAIDA-FALHOU
                MOVE 'FALHA'      TO WL-RL-STATUS
                MOVE 8            TO RETURN-CODE
                DISPLAY '*** EXTRACAO INCOMPLETA - CONFIRA O '
                        'DIRETORIO DIR-BI ***'
            ELSE
                MOVE 'OK'         TO WL-RL-STATUS
                DISPLAY '*** EXTRACAO CONCLUIDA: ' WS-BI-QTD-ARQUIVOS
                        ' ARQUIVO(S), ' WS-QTD-LINHAS-TOTAL
                        ' LINHA(S), ' WS-QTD-CHAVES-NOVAS
                        ' CHAVE(S) NOVA(S) ***'
            END-IF
            CALL 'RUNLOG' USING WL-RUNLOG
            PERFORM P900-FIM
            .
      * ABRE O MAPA DE CHAVES, O CONTROLE E OS CADASTROS E CARREGA O
      * CALENDARIO LETIVO (TERMOS E FERIADOS PARA A DIMENSAO DATA)
       P100-PREPARA.
            ACCEPT WS-DATA-HOJE-8 FROM DATE YYYYMMDD
            ACCEPT WS-HORA-HOJE   FROM TIME
            MOVE WS-DATA-HOJE-8   TO WS-DT-MENOR WS-DT-MAIOR
            MOVE SPACES           TO WL-TUN-TURMA
            CALL 'TURUNIDA' USING WL-TURMA-UNIDADE
            MOVE WL-TUN-IDX       TO WS-UNI-INST-NUM
            SET FS-BIC-OK         TO TRUE
            OPEN I-O BICHAVES
            IF WS-FS-BIC EQUAL 35 THEN
                OPEN OUTPUT BICHAVES
                CLOSE BICHAVES
                OPEN I-O BICHAVES
            END-IF
            SET FS-CTRL-OK        TO TRUE
            OPEN I-O CONTROLE
            IF WS-FS-CTRL EQUAL 35 THEN
                OPEN OUTPUT CONTROLE
                CLOSE CONTROLE
                OPEN I-O CONTROLE
            END-IF
            IF NOT FS-BIC-OK OR NOT FS-CTRL-OK
                DISPLAY 'MAPA DE CHAVES/CONTROLE INDISPONIVEL. '
                DISPLAY 'FILE STATUS BICHAVES: ' WS-FS-BIC
                DISPLAY 'FILE STATUS CONTROLE: ' WS-FS-CTRL
                SET SAIDA-FALHOU  TO TRUE
                GO TO P100-FIM
            END-IF
            OPEN INPUT ALUNOS TURMAS MATERIAS PROFESSORES CURSOS
                       ALUNOCUR ACORDOS

            MOVE ZEROS            TO WS-QTD-TERMOS WS-QTD-FERIADOS
            MOVE SPACES           TO WS-TERMO-CORRENTE
            SET EOF-OK            TO FALSE
            SET FS-CAL-OK         TO TRUE
            OPEN INPUT CALENDARIO
            IF FS-CAL-OK
                PERFORM UNTIL EOF-OK
                    READ CALENDARIO NEXT
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            PERFORM P110-UM-EVENTO THRU P110-FIM
                    END-READ
                END-PERFORM
            END-IF
            CLOSE CALENDARIO
            MOVE WS-DATA-HOJE-8   TO WS-DATA-DIM
            PERFORM P380-TERMO-DA-DATA THRU P380-FIM
            MOVE WS-TERMO-DATA    TO WS-TERMO-CORRENTE
            IF WS-TERMO-CORRENTE EQUAL SPACES
                MOVE 'ATUAL'      TO WS-TERMO-CORRENTE
            END-IF
            .
       P100-FIM.
       P110-UM-EVENTO.
            IF EVENTO-TERMO AND WS-QTD-TERMOS < 30
                ADD 1 TO WS-QTD-TERMOS
                MOVE CD-TERMO-CAL  TO WS-TRM-CODIGO(WS-QTD-TERMOS)
                MOVE DT-EVENTO-CAL TO WS-TRM-INICIO(WS-QTD-TERMOS)
                MOVE DT-FIM-EVENTO-CAL TO WS-TRM-FIM(WS-QTD-TERMOS)
            END-IF
            IF EVENTO-FERIADO AND WS-QTD-FERIADOS < 200
                ADD 1 TO WS-QTD-FERIADOS
                MOVE DT-EVENTO-CAL TO WS-FER-INICIO(WS-QTD-FERIADOS)
                IF DT-FIM-EVENTO-CAL > DT-EVENTO-CAL
                    MOVE DT-FIM-EVENTO-CAL
                        TO WS-FER-FIM(WS-QTD-FERIADOS)
                ELSE
                    MOVE DT-EVENTO-CAL
                        TO WS-FER-FIM(WS-QTD-FERIADOS)
                END-IF
            END-IF
            .
       P110-FIM.
      * CHAVE SUBSTITUTA DA ENTIDADE WS-BIC-TIPO/WS-BIC-NATURAL: A
      * PRIMEIRA VEZ QUE APARECE GANHA O PROXIMO NUMERO DO TIPO
      * (CONTROLE 'BI-' + TIPO) E NUNCA MAIS MUDA. CHAVE NATURAL EM
      * BRANCO (SEM VINCULO) DEVOLVE ZERO
       P150-CHAVE-BI.
            MOVE ZEROS            TO WS-BIC-SK
            IF WS-BIC-NATURAL EQUAL SPACES
                GO TO P150-FIM
            END-IF
            MOVE WS-BIC-TIPO      TO TP-ENTIDADE-BIC
            MOVE WS-BIC-NATURAL   TO CD-NATURAL-BIC
            READ BICHAVES
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE SK-BIC   TO WS-BIC-SK
                    GO TO P150-FIM
            END-READ
            MOVE 'BI-'            TO CHAVE-CONTROLE
            MOVE WS-BIC-TIPO      TO CHAVE-CONTROLE(4:2)
            READ CONTROLE
                INVALID KEY
                    MOVE 1        TO ULTIMO-ID
                    WRITE REG-CONTROLE
                NOT INVALID KEY
                    ADD 1         TO ULTIMO-ID
                    REWRITE REG-CONTROLE
            END-READ
            IF NOT FS-CTRL-OK
                DISPLAY 'ERRO AO NUMERAR A CHAVE ' WS-BIC-TIPO ' '
                        WS-BIC-NATURAL '. FILE STATUS: ' WS-FS-CTRL
                GO TO P150-FIM
            END-IF
            MOVE WS-BIC-TIPO      TO TP-ENTIDADE-BIC
            MOVE WS-BIC-NATURAL   TO CD-NATURAL-BIC
            MOVE ULTIMO-ID        TO SK-BIC
            MOVE WS-DATA-HOJE-8   TO DT-CRIACAO-BIC
            WRITE REG-BI-CHAVE
            IF FS-BIC-OK
                MOVE SK-BIC       TO WS-BIC-SK
                ADD 1             TO WS-QTD-CHAVES-NOVAS
            ELSE
                DISPLAY 'ERRO AO GRAVAR A CHAVE ' WS-BIC-TIPO ' '
                        WS-BIC-NATURAL '. FILE STATUS: ' WS-FS-BIC
            END-IF
            .
       P150-FIM.
      * ATALHOS DO P150 PARA AS CHAVES MAIS USADAS NOS FATOS
       P152-SK-ALUNO.
            MOVE 'AL'             TO WS-BIC-TIPO
            PERFORM P150-CHAVE-BI THRU P150-FIM
            MOVE WS-BIC-SK        TO WS-SK-ALUNO
            .
       P152-FIM.
       P154-SK-MATERIA.
            MOVE 'MA'             TO WS-BIC-TIPO
            PERFORM P150-CHAVE-BI THRU P150-FIM
            MOVE WS-BIC-SK        TO WS-SK-MATERIA
            .
       P154-FIM.
       P156-SK-TURMA.
            MOVE 'TU'             TO WS-BIC-TIPO
            PERFORM P150-CHAVE-BI THRU P150-FIM
            MOVE WS-BIC-SK        TO WS-SK-TURMA
            .
       P156-FIM.
      * FAIXA DA DIMENSAO DATA: SO DATAS PLAUSIVEIS ALARGAM A FAIXA
       P170-DATA-LIMITE.
            IF WS-DATA-TESTE < 19000101 OR
               WS-TST-MES < 1 OR WS-TST-MES > 12 OR
               WS-TST-DIA < 1 OR WS-TST-DIA > 31
                GO TO P170-FIM
            END-IF
            IF WS-DATA-TESTE < WS-DT-MENOR
                MOVE WS-DATA-TESTE TO WS-DT-MENOR
            END-IF
            IF WS-DATA-TESTE > WS-DT-MAIOR
                MOVE WS-DATA-TESTE TO WS-DT-MAIOR
            END-IF
            .
       P170-FIM.
       P190-ENCERRA.
            CLOSE ALUNOS TURMAS MATERIAS PROFESSORES CURSOS
                  ALUNOCUR ACORDOS BICHAVES CONTROLE
            .
       P190-FIM.
      * MATRICULA: ALUNO X MATERIA, COM A TURMA ATUAL DO ALUNO
       P210-FATO-MATRICULA.
            MOVE 'BI_FAT_MATRICULA.CSV' TO WS-NM-ARQ-BI
            PERFORM P800-ABRE-SAIDA THRU P800-FIM
            IF SAIDA-FALHOU
                GO TO P210-FIM
            END-IF
            MOVE 'ALUNO_SK;MATERIA_SK;TURMA_SK;SITUACAO'
                                  TO WS-LINHA-BI
            PERFORM P805-CABECALHO THRU P805-FIM
            SET EOF-OK            TO FALSE
            SET FS-MAT-OK         TO TRUE
            OPEN INPUT MATRICULAS
            IF FS-MAT-OK
                PERFORM UNTIL EOF-OK
                    READ MATRICULAS
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            PERFORM P215-UMA-MATRICULA THRU P215-FIM
                    END-READ
                END-PERFORM
            END-IF
            CLOSE MATRICULAS
            PERFORM P820-FECHA-SAIDA THRU P820-FIM
            .
       P210-FIM.
       P215-UMA-MATRICULA.
            MOVE ID-ALUNO-MAT     TO WS-BIC-NATURAL
            PERFORM P152-SK-ALUNO THRU P152-FIM
            MOVE ID-MATERIA-MAT   TO WS-BIC-NATURAL
            PERFORM P154-SK-MATERIA THRU P154-FIM
            MOVE ID-ALUNO-MAT     TO ID-ALUNO
            MOVE SPACES           TO WS-BIC-NATURAL
            READ ALUNOS
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE TURMA    TO WS-BIC-NATURAL
            END-READ
            PERFORM P156-SK-TURMA THRU P156-FIM
            MOVE SPACES           TO WS-LINHA-BI
            STRING WS-SK-ALUNO ';' WS-SK-MATERIA ';' WS-SK-TURMA ';'
                   ST-MATRICULA
                   DELIMITED BY SIZE INTO WS-LINHA-BI
            ADD WS-SK-ALUNO       TO WS-BI-TOTAL-CONTROLE
            PERFORM P810-GRAVA-LINHA THRU P810-FIM
            .
       P215-FIM.
      * NOTA: BOLETIM DO TERMO CORRENTE (TODOS) E DE CADA TERMO
      * ARQUIVADO PELO SISROLOV (INDICE TERMOS.DAT); O NOME GRAVADO
      * NO BOLETIM NAO SAI
       P220-FATO-NOTA.
            MOVE 'BI_FAT_NOTA.CSV' TO WS-NM-ARQ-BI
            PERFORM P800-ABRE-SAIDA THRU P800-FIM
            IF SAIDA-FALHOU
                GO TO P220-FIM
            END-IF
            MOVE 'TERMO;ALUNO_SK;MATERIA_SK;MEDIA;NOTA_APROVACAO;'
                                  TO WS-LINHA-BI
            MOVE 'RESULTADO'      TO WS-LINHA-BI(48:9)
            PERFORM P805-CABECALHO THRU P805-FIM
            SET EOF-TRM-OK        TO FALSE
            SET FS-TRM-OK         TO TRUE
            OPEN INPUT TERMOS
            IF FS-TRM-OK
                PERFORM UNTIL EOF-TRM-OK
                    READ TERMOS
                        AT END
                            SET EOF-TRM-OK TO TRUE
                        NOT AT END
                            PERFORM P222-TERMO-ARQUIVADO
                                THRU P222-FIM
                    END-READ
                END-PERFORM
            END-IF
            CLOSE TERMOS
            SET EOF-OK            TO FALSE
            SET FS-TOD-OK         TO TRUE
            OPEN INPUT TODOS
            IF FS-TOD-OK
                PERFORM UNTIL EOF-OK
                    READ TODOS
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            MOVE ID-ALUNO-2     TO WS-BUF-ID-ALUNO
                            MOVE ID-MATERIA-2   TO WS-BUF-ID-MATERIA
                            MOVE MEDIA-BOLETIM  TO WS-BUF-MEDIA
                            MOVE NT-APROVACAO-2 TO WS-BUF-NT-APROVACAO
                            MOVE RESULTADO-BOLETIM
                                                TO WS-BUF-RESULTADO
                            MOVE WS-TERMO-CORRENTE TO WS-REFERENCIA
                            PERFORM P225-UMA-NOTA THRU P225-FIM
                    END-READ
                END-PERFORM
            END-IF
            CLOSE TODOS
            PERFORM P820-FECHA-SAIDA THRU P820-FIM
            .
       P220-FIM.
       P222-TERMO-ARQUIVADO.
            MOVE TRM-ARQ-TODOS    TO WS-ARQ-TODOS-HIST
            SET EOF-OK            TO FALSE
            SET FS-ARQ-OK         TO TRUE
            OPEN INPUT TODOS-ARQ
            IF NOT FS-ARQ-OK
                DISPLAY 'ARQUIVO ' TRM-ARQ-TODOS ' INDISPONIVEL - '
                        'TERMO ' TRM-CD-TERMO ' FORA DA EXTRACAO.'
                GO TO P222-FIM
            END-IF
            PERFORM UNTIL EOF-OK
                READ TODOS-ARQ INTO WS-BUF-TODOS
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        MOVE TRM-CD-TERMO TO WS-REFERENCIA
                        PERFORM P225-UMA-NOTA THRU P225-FIM
                END-READ
            END-PERFORM
            CLOSE TODOS-ARQ
            .
       P222-FIM.
       P225-UMA-NOTA.
            MOVE WS-BUF-ID-ALUNO  TO WS-BIC-NATURAL
            PERFORM P152-SK-ALUNO THRU P152-FIM
            MOVE WS-BUF-ID-MATERIA TO WS-BIC-NATURAL
            PERFORM P154-SK-MATERIA THRU P154-FIM
            MOVE WS-BUF-MEDIA     TO WS-ED-NOTA1
            MOVE WS-BUF-NT-APROVACAO TO WS-ED-NOTA2
            MOVE SPACES           TO WS-LINHA-BI
            STRING WS-REFERENCIA       DELIMITED BY SPACE
                   ';'                 DELIMITED BY SIZE
                   WS-SK-ALUNO ';' WS-SK-MATERIA ';'
                   WS-ED-NOTA1 ';' WS-ED-NOTA2 ';'
                                       DELIMITED BY SIZE
                   WS-BUF-RESULTADO    DELIMITED BY '  '
                   INTO WS-LINHA-BI
            ADD WS-BUF-MEDIA      TO WS-BI-TOTAL-CONTROLE
            PERFORM P810-GRAVA-LINHA THRU P810-FIM
            .
       P225-FIM.
      * FREQUENCIA: O ARQUIVO SO GUARDA AUSENCIAS (F FALTA, J
      * JUSTIFICADA); PRESENCA E AULA DADA SEM LINHA DO ALUNO
       P230-FATO-FREQUENCIA.
            MOVE 'BI_FAT_FREQUENCIA.CSV' TO WS-NM-ARQ-BI
            PERFORM P800-ABRE-SAIDA THRU P800-FIM
            IF SAIDA-FALHOU
                GO TO P230-FIM
            END-IF
            MOVE 'DATA_SK;PERIODO;ALUNO_SK;MATERIA_SK;TIPO'
                                  TO WS-LINHA-BI
            PERFORM P805-CABECALHO THRU P805-FIM
            SET EOF-OK            TO FALSE
            SET FS-FRQ-OK         TO TRUE
            OPEN INPUT FREQUENCIA
            IF FS-FRQ-OK
                PERFORM UNTIL EOF-OK
                    READ FREQUENCIA
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            PERFORM P235-UMA-AUSENCIA THRU P235-FIM
                    END-READ
                END-PERFORM
            END-IF
            CLOSE FREQUENCIA
            PERFORM P820-FECHA-SAIDA THRU P820-FIM
            .
       P230-FIM.
       P235-UMA-AUSENCIA.
            MOVE ID-ALUNO-FRQ     TO WS-BIC-NATURAL
            PERFORM P152-SK-ALUNO THRU P152-FIM
            MOVE ID-MATERIA-FRQ   TO WS-BIC-NATURAL
            PERFORM P154-SK-MATERIA THRU P154-FIM
            MOVE DT-AULA-FRQ      TO WS-DATA-TESTE
            PERFORM P170-DATA-LIMITE THRU P170-FIM
            MOVE SPACES           TO WS-LINHA-BI
            STRING DT-AULA-FRQ ';' PERIODO-FRQ ';' WS-SK-ALUNO ';'
                   WS-SK-MATERIA ';' TP-FREQUENCIA
                   DELIMITED BY SIZE INTO WS-LINHA-BI
            ADD WS-SK-ALUNO       TO WS-BI-TOTAL-CONTROLE
            PERFORM P810-GRAVA-LINHA THRU P810-FIM
            .
       P235-FIM.
      * COBRANCA: MENSALIDADES (ORIGEM M, REFERENCIA = COMPETENCIA) E
      * PARCELAS DE ACORDO (ORIGEM A, REFERENCIA = ACORDO/PARCELA).
      * TOTAL DE CONTROLE = SOMA DO VALOR DEVIDO
       P240-FATO-COBRANCA.
            MOVE 'BI_FAT_COBRANCA.CSV' TO WS-NM-ARQ-BI
            PERFORM P800-ABRE-SAIDA THRU P800-FIM
            IF SAIDA-FALHOU
                GO TO P240-FIM
            END-IF
            MOVE 'ORIGEM;ALUNO_SK;TURMA_SK;REFERENCIA;VENCIMENTO_SK;'
                                  TO WS-LINHA-BI
            MOVE 'SITUACAO;VL_ORIGINAL;PC_BOLSA;VL_DEVIDO;PAGAMENTO_SK;'
                                  TO WS-LINHA-BI(52:)
            MOVE 'VL_PAGO;FORMA;VL_MULTA;VL_JUROS;VL_DESCONTO'
                                  TO WS-LINHA-BI(106:)
            PERFORM P805-CABECALHO THRU P805-FIM
            SET EOF-OK            TO FALSE
            SET FS-MEN-OK         TO TRUE
            OPEN INPUT MENSALIDADES
            IF FS-MEN-OK
                PERFORM UNTIL EOF-OK
                    READ MENSALIDADES
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            PERFORM P245-UMA-MENSALIDADE
                                THRU P245-FIM
                    END-READ
                END-PERFORM
            END-IF
            CLOSE MENSALIDADES
            SET EOF-OK            TO FALSE
            SET FS-PAR-OK         TO TRUE
            OPEN INPUT PARCELAS
            IF FS-PAR-OK
                PERFORM UNTIL EOF-OK
                    READ PARCELAS
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            PERFORM P247-UMA-PARCELA THRU P247-FIM
                    END-READ
                END-PERFORM
            END-IF
            CLOSE PARCELAS
            PERFORM P820-FECHA-SAIDA THRU P820-FIM
            .
       P240-FIM.
       P245-UMA-MENSALIDADE.
            MOVE ID-ALUNO-MEN     TO WS-BIC-NATURAL
            PERFORM P152-SK-ALUNO THRU P152-FIM
            MOVE TURMA-MEN        TO WS-BIC-NATURAL
            PERFORM P156-SK-TURMA THRU P156-FIM
            MOVE DT-VENCIMENTO-MEN TO WS-DATA-TESTE
            PERFORM P170-DATA-LIMITE THRU P170-FIM
            MOVE DT-PAGAMENTO-MEN TO WS-DATA-TESTE
            PERFORM P170-DATA-LIMITE THRU P170-FIM
            MOVE VL-ORIGINAL-MEN  TO WS-ED-VL1
            MOVE VL-MENSALIDADE   TO WS-ED-VL2
            MOVE VL-PAGO-MEN      TO WS-ED-VL3
            MOVE VL-MULTA-MEN     TO WS-ED-VL4
            MOVE VL-JUROS-MEN     TO WS-ED-VL5
            MOVE VL-DESCONTO-MEN  TO WS-ED-VL6
            MOVE SPACES           TO WS-LINHA-BI
            STRING 'M;' WS-SK-ALUNO ';' WS-SK-TURMA ';'
                   CP-COMPETENCIA ';' DT-VENCIMENTO-MEN ';'
                   ST-MENSALIDADE ';' WS-ED-VL1 ';' PC-BOLSA-MEN ';'
                   WS-ED-VL2 ';' DT-PAGAMENTO-MEN ';' WS-ED-VL3 ';'
                   FORMA-PGTO-MEN ';' WS-ED-VL4 ';' WS-ED-VL5 ';'
                   WS-ED-VL6
                   DELIMITED BY SIZE INTO WS-LINHA-BI
            ADD VL-MENSALIDADE    TO WS-BI-TOTAL-CONTROLE
            PERFORM P810-GRAVA-LINHA THRU P810-FIM
            .
       P245-FIM.
       P247-UMA-PARCELA.
            MOVE NR-ACORDO-AP     TO NR-ACORDO
            MOVE SPACES           TO WS-BIC-NATURAL
            READ ACORDOS
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE ID-ALUNO-ACO TO WS-BIC-NATURAL
            END-READ
            PERFORM P152-SK-ALUNO THRU P152-FIM
            MOVE DT-VENCIMENTO-AP TO WS-DATA-TESTE
            PERFORM P170-DATA-LIMITE THRU P170-FIM
            MOVE DT-PAGAMENTO-AP  TO WS-DATA-TESTE
            PERFORM P170-DATA-LIMITE THRU P170-FIM
            MOVE SPACES           TO WS-REFERENCIA
            STRING NR-ACORDO-AP '/' NR-PARCELA-AP
                   DELIMITED BY SIZE INTO WS-REFERENCIA
            MOVE VL-PARCELA-AP    TO WS-ED-VL1 WS-ED-VL2
            MOVE VL-PAGO-AP       TO WS-ED-VL3
            MOVE ZEROS            TO WS-ED-VL4 WS-ED-VL5 WS-ED-VL6
            MOVE SPACES           TO WS-LINHA-BI
            STRING 'A;' WS-SK-ALUNO ';000000;'
                   WS-REFERENCIA(1:9) ';' DT-VENCIMENTO-AP ';'
                   ST-PARCELA-AP ';' WS-ED-VL1 ';000;'
                   WS-ED-VL2 ';' DT-PAGAMENTO-AP ';' WS-ED-VL3 ';'
                   FORMA-PGTO-AP ';' WS-ED-VL4 ';' WS-ED-VL5 ';'
                   WS-ED-VL6
                   DELIMITED BY SIZE INTO WS-LINHA-BI
            ADD VL-PARCELA-AP     TO WS-BI-TOTAL-CONTROLE
            PERFORM P810-GRAVA-LINHA THRU P810-FIM
            .
       P247-FIM.
      * CAIXA: TODOS OS MOVIMENTOS DAS SESSOES; A UNIDADE VEM DO
      * PRIMEIRO DIGITO DA SESSAO (SERIE ZERO = ESTA INSTALACAO)
       P250-FATO-CAIXA.
            MOVE 'BI_FAT_CAIXA.CSV' TO WS-NM-ARQ-BI
            PERFORM P800-ABRE-SAIDA THRU P800-FIM
            IF SAIDA-FALHOU
                GO TO P250-FIM
            END-IF
            MOVE 'DATA_SK;HORA;SESSAO;SEQUENCIA;UNIDADE;TIPO;FORMA;'
                                  TO WS-LINHA-BI
            MOVE 'VALOR;RECIBO'   TO WS-LINHA-BI(50:)
            PERFORM P805-CABECALHO THRU P805-FIM
            SET EOF-OK            TO FALSE
            SET FS-MOV-OK         TO TRUE
            OPEN INPUT MOVIMENTOS
            IF FS-MOV-OK
                PERFORM UNTIL EOF-OK
                    READ MOVIMENTOS
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            PERFORM P255-UM-MOVIMENTO THRU P255-FIM
                    END-READ
                END-PERFORM
            END-IF
            CLOSE MOVIMENTOS
            PERFORM P820-FECHA-SAIDA THRU P820-FIM
            .
       P250-FIM.
       P255-UM-MOVIMENTO.
            MOVE DT-MOV           TO WS-DATA-TESTE
            PERFORM P170-DATA-LIMITE THRU P170-FIM
            DIVIDE NR-SESSAO-MOV BY 100000 GIVING WS-UNIDADE-MOV
            IF WS-UNIDADE-MOV EQUAL ZERO
                MOVE WS-UNI-INST-NUM TO WS-UNIDADE-MOV
            END-IF
            MOVE VL-MOV           TO WS-ED-VL1
            MOVE SPACES           TO WS-LINHA-BI
            STRING DT-MOV ';' HR-MOV ';' NR-SESSAO-MOV ';'
                   NR-SEQ-MOV ';0' WS-UNIDADE-MOV ';' TP-MOV ';'
                   FORMA-MOV ';' WS-ED-VL1 ';' NR-RECIBO-MOV
                   DELIMITED BY SIZE INTO WS-LINHA-BI
            ADD VL-MOV            TO WS-BI-TOTAL-CONTROLE
            PERFORM P810-GRAVA-LINHA THRU P810-FIM
            .
       P255-FIM.
      * DIMENSAO ALUNO: PRIMEIRO O CADASTRO, DEPOIS AS CHAVES DE
      * ALUNOS QUE JA SAIRAM DELE (HISTORICO)
       P310-DIM-ALUNO.
            MOVE 'BI_DIM_ALUNO.CSV' TO WS-NM-ARQ-BI
            PERFORM P800-ABRE-SAIDA THRU P800-FIM
            IF SAIDA-FALHOU
                GO TO P310-FIM
            END-IF
            MOVE 'ALUNO_SK;NOME;TURMA_SK;CURSO_SK;SITUACAO;IDADE;UF;'
                                  TO WS-LINHA-BI
            MOVE 'CIDADE;INGRESSO_SK' TO WS-LINHA-BI(51:)
            PERFORM P805-CABECALHO THRU P805-FIM
            SET EOF-OK            TO FALSE
            MOVE ZEROS            TO ID-ALUNO
            START ALUNOS KEY IS NOT LESS THAN ID-ALUNO
                INVALID KEY
                    SET EOF-OK    TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ ALUNOS NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        PERFORM P312-UM-ALUNO THRU P312-FIM
                END-READ
            END-PERFORM
            MOVE 'AL'             TO WS-BIC-TIPO
            PERFORM P370-HISTORICO THRU P370-FIM
            PERFORM P820-FECHA-SAIDA THRU P820-FIM
            .
       P310-FIM.
       P312-UM-ALUNO.
            MOVE ID-ALUNO         TO WS-BIC-NATURAL
            PERFORM P152-SK-ALUNO THRU P152-FIM
            MOVE TURMA            TO WS-BIC-NATURAL
            PERFORM P156-SK-TURMA THRU P156-FIM
            MOVE ZEROS            TO WS-SK-CURSO
            MOVE ID-ALUNO         TO ID-ALUNO-AC
            READ ALUNOCUR
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE ID-CURSO-AC TO WS-BIC-NATURAL
                    MOVE 'CU'     TO WS-BIC-TIPO
                    PERFORM P150-CHAVE-BI THRU P150-FIM
                    MOVE WS-BIC-SK TO WS-SK-CURSO
            END-READ
            MOVE ZEROS            TO WS-IDADE
            IF DT-NASCIMENTO-ALUNO > 0 AND
               DT-NASCIMENTO-ALUNO < WS-DATA-HOJE-8
                COMPUTE WS-IDADE =
                        (WS-DATA-HOJE-8 - DT-NASCIMENTO-ALUNO) / 10000
            END-IF
            IF PSEUDONIMIZA
                MOVE SPACES       TO WS-NM-PSEUDO WS-CIDADE-BI
                STRING 'ALUNO ' WS-SK-ALUNO
                       DELIMITED BY SIZE INTO WS-NM-PSEUDO
            ELSE
                MOVE NM-ALUNO     TO WS-NM-PSEUDO
                MOVE CIDADE-ALUNO TO WS-CIDADE-BI
            END-IF
            MOVE SPACES           TO WS-LINHA-BI
            STRING WS-SK-ALUNO ';'       DELIMITED BY SIZE
                   WS-NM-PSEUDO          DELIMITED BY '  '
                   ';' WS-SK-TURMA ';' WS-SK-CURSO ';'
                   SITUACAO OF REG-ALUNO ';' WS-IDADE ';'
                   UF-ALUNO ';'          DELIMITED BY SIZE
                   WS-CIDADE-BI          DELIMITED BY '  '
                   ';' DT-CRIACAO-ALUNO  DELIMITED BY SIZE
                   INTO WS-LINHA-BI
            ADD WS-SK-ALUNO       TO WS-BI-TOTAL-CONTROLE
            PERFORM P810-GRAVA-LINHA THRU P810-FIM
            .
       P312-FIM.
       P320-DIM-TURMA.
            MOVE 'BI_DIM_TURMA.CSV' TO WS-NM-ARQ-BI
            PERFORM P800-ABRE-SAIDA THRU P800-FIM
            IF SAIDA-FALHOU
                GO TO P320-FIM
            END-IF
            MOVE 'TURMA_SK;CODIGO;DESCRICAO;TURNO;ANO_LETIVO;'
                                  TO WS-LINHA-BI
            MOVE 'ANO_ESCOLAR;UNIDADE;PROFESSOR_SK;VAGAS;SITUACAO'
                                  TO WS-LINHA-BI(45:)
            PERFORM P805-CABECALHO THRU P805-FIM
            SET EOF-OK            TO FALSE
            MOVE LOW-VALUES       TO CD-TURMA
            START TURMAS KEY IS NOT LESS THAN CD-TURMA
                INVALID KEY
                    SET EOF-OK    TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ TURMAS NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        PERFORM P322-UMA-TURMA THRU P322-FIM
                END-READ
            END-PERFORM
            MOVE 'TU'             TO WS-BIC-TIPO
            PERFORM P370-HISTORICO THRU P370-FIM
            PERFORM P820-FECHA-SAIDA THRU P820-FIM
            .
       P320-FIM.
       P322-UMA-TURMA.
            MOVE CD-TURMA         TO WS-BIC-NATURAL
            PERFORM P156-SK-TURMA THRU P156-FIM
            MOVE ZEROS            TO WS-SK-PROFESSOR
            IF ID-PROFESSOR-TUR > 0
                MOVE ID-PROFESSOR-TUR TO WS-BIC-NATURAL
                MOVE 'PR'         TO WS-BIC-TIPO
                PERFORM P150-CHAVE-BI THRU P150-FIM
                MOVE WS-BIC-SK    TO WS-SK-PROFESSOR
            END-IF
            MOVE SPACES           TO WS-LINHA-BI
            STRING WS-SK-TURMA ';'       DELIMITED BY SIZE
                   CD-TURMA              DELIMITED BY SPACE
                   ';'                   DELIMITED BY SIZE
                   DS-TURMA              DELIMITED BY '  '
                   ';' TURNO-TUR ';' ANO-LETIVO-TUR ';'
                   ANO-ESCOLAR-TUR ';' CD-UNIDADE-TUR ';'
                   WS-SK-PROFESSOR ';' QT-MAX-TUR ';' ST-TURMA
                                         DELIMITED BY SIZE
                   INTO WS-LINHA-BI
            ADD WS-SK-TURMA       TO WS-BI-TOTAL-CONTROLE
            PERFORM P810-GRAVA-LINHA THRU P810-FIM
            .
       P322-FIM.
       P330-DIM-PROFESSOR.
            MOVE 'BI_DIM_PROFESSOR.CSV' TO WS-NM-ARQ-BI
            PERFORM P800-ABRE-SAIDA THRU P800-FIM
            IF SAIDA-FALHOU
                GO TO P330-FIM
            END-IF
            MOVE 'PROFESSOR_SK;NOME;SITUACAO' TO WS-LINHA-BI
            PERFORM P805-CABECALHO THRU P805-FIM
            SET EOF-OK            TO FALSE
            MOVE ZEROS            TO ID-PROFESSOR
            START PROFESSORES KEY IS NOT LESS THAN ID-PROFESSOR
                INVALID KEY
                    SET EOF-OK    TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ PROFESSORES NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        PERFORM P332-UM-PROFESSOR THRU P332-FIM
                END-READ
            END-PERFORM
            MOVE 'PR'             TO WS-BIC-TIPO
            PERFORM P370-HISTORICO THRU P370-FIM
            PERFORM P820-FECHA-SAIDA THRU P820-FIM
            .
       P330-FIM.
       P332-UM-PROFESSOR.
            MOVE ID-PROFESSOR     TO WS-BIC-NATURAL
            MOVE 'PR'             TO WS-BIC-TIPO
            PERFORM P150-CHAVE-BI THRU P150-FIM
            MOVE WS-BIC-SK        TO WS-SK-PROFESSOR
            IF PSEUDONIMIZA
                MOVE SPACES       TO WS-NM-PSEUDO
                STRING 'PROFESSOR ' WS-SK-PROFESSOR
                       DELIMITED BY SIZE INTO WS-NM-PSEUDO
            ELSE
                MOVE NM-PROFESSOR TO WS-NM-PSEUDO
            END-IF
            MOVE SPACES           TO WS-LINHA-BI
            STRING WS-SK-PROFESSOR ';'   DELIMITED BY SIZE
                   WS-NM-PSEUDO          DELIMITED BY '  '
                   ';' SITUACAO-PROF     DELIMITED BY SIZE
                   INTO WS-LINHA-BI
            ADD WS-SK-PROFESSOR   TO WS-BI-TOTAL-CONTROLE
            PERFORM P810-GRAVA-LINHA THRU P810-FIM
            .
       P332-FIM.
       P340-DIM-MATERIA.
            MOVE 'BI_DIM_MATERIA.CSV' TO WS-NM-ARQ-BI
            PERFORM P800-ABRE-SAIDA THRU P800-FIM
            IF SAIDA-FALHOU
                GO TO P340-FIM
            END-IF
            MOVE 'MATERIA_SK;CODIGO;NOME;NOTA_APROVACAO;CARGA_HORARIA;'
                                  TO WS-LINHA-BI
            MOVE 'VAGAS;SITUACAO' TO WS-LINHA-BI(54:)
            PERFORM P805-CABECALHO THRU P805-FIM
            SET EOF-OK            TO FALSE
            MOVE ZEROS            TO ID-MATERIA
            START MATERIAS KEY IS NOT LESS THAN ID-MATERIA
                INVALID KEY
                    SET EOF-OK    TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ MATERIAS NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        PERFORM P342-UMA-MATERIA THRU P342-FIM
                END-READ
            END-PERFORM
            MOVE 'MA'             TO WS-BIC-TIPO
            PERFORM P370-HISTORICO THRU P370-FIM
            PERFORM P820-FECHA-SAIDA THRU P820-FIM
            .
       P340-FIM.
       P342-UMA-MATERIA.
            MOVE ID-MATERIA       TO WS-BIC-NATURAL
            PERFORM P154-SK-MATERIA THRU P154-FIM
            MOVE NT-APROVACAO     TO WS-ED-NOTA1
            MOVE SPACES           TO WS-LINHA-BI
            STRING WS-SK-MATERIA ';' ID-MATERIA ';'
                                         DELIMITED BY SIZE
                   NM-MATERIA            DELIMITED BY '  '
                   ';' WS-ED-NOTA1 ';' CH-MATERIA ';'
                   QT-CAPACIDADE ';' SITUACAO OF REG-MATERIA
                                         DELIMITED BY SIZE
                   INTO WS-LINHA-BI
            ADD WS-SK-MATERIA     TO WS-BI-TOTAL-CONTROLE
            PERFORM P810-GRAVA-LINHA THRU P810-FIM
            .
       P342-FIM.
       P350-DIM-CURSO.
            MOVE 'BI_DIM_CURSO.CSV' TO WS-NM-ARQ-BI
            PERFORM P800-ABRE-SAIDA THRU P800-FIM
            IF SAIDA-FALHOU
                GO TO P350-FIM
            END-IF
            MOVE 'CURSO_SK;CODIGO;NOME;CARGA_HORARIA;SITUACAO'
                                  TO WS-LINHA-BI
            PERFORM P805-CABECALHO THRU P805-FIM
            SET EOF-OK            TO FALSE
            MOVE ZEROS            TO ID-CURSO
            START CURSOS KEY IS NOT LESS THAN ID-CURSO
                INVALID KEY
                    SET EOF-OK    TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ CURSOS NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        PERFORM P352-UM-CURSO THRU P352-FIM
                END-READ
            END-PERFORM
            MOVE 'CU'             TO WS-BIC-TIPO
            PERFORM P370-HISTORICO THRU P370-FIM
            PERFORM P820-FECHA-SAIDA THRU P820-FIM
            .
       P350-FIM.
       P352-UM-CURSO.
            MOVE ID-CURSO         TO WS-BIC-NATURAL
            MOVE 'CU'             TO WS-BIC-TIPO
            PERFORM P150-CHAVE-BI THRU P150-FIM
            MOVE WS-BIC-SK        TO WS-SK-CURSO
            MOVE SPACES           TO WS-LINHA-BI
            STRING WS-SK-CURSO ';' ID-CURSO ';'
                                         DELIMITED BY SIZE
                   NM-CURSO              DELIMITED BY '  '
                   ';' CH-TOTAL-CUR ';' ST-CURSO
                                         DELIMITED BY SIZE
                   INTO WS-LINHA-BI
            ADD WS-SK-CURSO       TO WS-BI-TOTAL-CONTROLE
            PERFORM P810-GRAVA-LINHA THRU P810-FIM
            .
       P352-FIM.
      * DIMENSAO DATA: CADA DIA ENTRE A MENOR E A MAIOR DATA DOS
      * FATOS (E HOJE), COM DIA DA SEMANA (1 = DOMINGO), DIA UTIL
      * PELO CALENDARIO LETIVO E O TERMO QUE CONTEM O DIA
       P360-DIM-DATA.
            MOVE 'BI_DIM_DATA.CSV' TO WS-NM-ARQ-BI
            PERFORM P800-ABRE-SAIDA THRU P800-FIM
            IF SAIDA-FALHOU
                GO TO P360-FIM
            END-IF
            MOVE 'DATA_SK;ANO;MES;DIA;DIA_SEMANA;DIA_UTIL;FERIADO;'
                                  TO WS-LINHA-BI
            MOVE 'TERMO'          TO WS-LINHA-BI(49:)
            PERFORM P805-CABECALHO THRU P805-FIM
            COMPUTE WS-DIA-INI = FUNCTION INTEGER-OF-DATE(WS-DT-MENOR)
            COMPUTE WS-DIA-FIM = FUNCTION INTEGER-OF-DATE(WS-DT-MAIOR)
            PERFORM VARYING WS-DIA-INT FROM WS-DIA-INI BY 1
                    UNTIL WS-DIA-INT > WS-DIA-FIM
                PERFORM P365-UM-DIA THRU P365-FIM
            END-PERFORM
            PERFORM P820-FECHA-SAIDA THRU P820-FIM
            .
       P360-FIM.
       P365-UM-DIA.
            COMPUTE WS-DATA-DIM = FUNCTION DATE-OF-INTEGER(WS-DIA-INT)
      * O DIA 1 DO CALENDARIO INTEIRO (01/01/1601) FOI UMA SEGUNDA
            COMPUTE WS-DIA-SEMANA = FUNCTION MOD(WS-DIA-INT, 7) + 1
            MOVE 'N'              TO WS-FERIADO
            PERFORM VARYING WS-IND1 FROM 1 BY 1
                    UNTIL WS-IND1 > WS-QTD-FERIADOS
                IF WS-DATA-DIM >= WS-FER-INICIO(WS-IND1) AND
                   WS-DATA-DIM <= WS-FER-FIM(WS-IND1)
                    MOVE 'S'      TO WS-FERIADO
                END-IF
            END-PERFORM
            MOVE 'S'              TO WS-DIA-UTIL
            IF WS-DIA-SEMANA EQUAL 1 OR WS-DIA-SEMANA EQUAL 7 OR
               WS-FERIADO EQUAL 'S'
                MOVE 'N'          TO WS-DIA-UTIL
            END-IF
            PERFORM P380-TERMO-DA-DATA THRU P380-FIM
            MOVE SPACES           TO WS-LINHA-BI
            STRING WS-DATA-DIM ';' WS-DIM-ANO ';' WS-DIM-MES ';'
                   WS-DIM-DIA ';' WS-DIA-SEMANA ';' WS-DIA-UTIL ';'
                   WS-FERIADO ';'        DELIMITED BY SIZE
                   WS-TERMO-DATA         DELIMITED BY SPACE
                   INTO WS-LINHA-BI
            ADD WS-DATA-DIM       TO WS-BI-TOTAL-CONTROLE
            PERFORM P810-GRAVA-LINHA THRU P810-FIM
            .
       P365-FIM.
      * CHAVES DO TIPO WS-BIC-TIPO CUJA ENTIDADE NAO ESTA MAIS NO
      * CADASTRO: SAEM COMO HISTORICO PARA NENHUM FATO FICAR ORFAO.
      * AQUI O MAPA E LIDO EM SEQUENCIA, ENTAO NADA CHAMA O P150
       P370-HISTORICO.
            SET EOF-OK            TO FALSE
            MOVE WS-BIC-TIPO      TO TP-ENTIDADE-BIC
            MOVE LOW-VALUES       TO CD-NATURAL-BIC
            START BICHAVES KEY IS NOT LESS THAN CHAVE-BI-CHAVE
                INVALID KEY
                    SET EOF-OK    TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ BICHAVES NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF TP-ENTIDADE-BIC NOT EQUAL WS-BIC-TIPO
                            SET EOF-OK TO TRUE
                        ELSE
                            PERFORM P375-UM-HISTORICO THRU P375-FIM
                        END-IF
                END-READ
            END-PERFORM
            .
       P370-FIM.
       P375-UM-HISTORICO.
            EVALUATE TP-ENTIDADE-BIC
                WHEN 'AL'
                    MOVE CD-NATURAL-BIC(1:6) TO ID-ALUNO
                    READ ALUNOS
                        INVALID KEY
                            MOVE SPACES TO WS-LINHA-BI
                            STRING SK-BIC ';ALUNO ' SK-BIC
                                   ';000000;000000;H;000;;;00000000'
                                   DELIMITED BY SIZE INTO WS-LINHA-BI
                            ADD SK-BIC TO WS-BI-TOTAL-CONTROLE
                            PERFORM P810-GRAVA-LINHA THRU P810-FIM
                    END-READ
                WHEN 'TU'
                    MOVE CD-NATURAL-BIC      TO CD-TURMA
                    READ TURMAS
                        INVALID KEY
                            MOVE SPACES TO WS-LINHA-BI
                            STRING SK-BIC ';'      DELIMITED BY SIZE
                                   CD-NATURAL-BIC  DELIMITED BY SPACE
                                   ';TURMA HISTORICA;;0000;00;;000000;'
                                   '000;H'         DELIMITED BY SIZE
                                   INTO WS-LINHA-BI
                            ADD SK-BIC TO WS-BI-TOTAL-CONTROLE
                            PERFORM P810-GRAVA-LINHA THRU P810-FIM
                    END-READ
                WHEN 'PR'
                    MOVE CD-NATURAL-BIC(1:3) TO ID-PROFESSOR
                    READ PROFESSORES
                        INVALID KEY
                            MOVE SPACES TO WS-LINHA-BI
                            STRING SK-BIC ';PROFESSOR ' SK-BIC ';H'
                                   DELIMITED BY SIZE INTO WS-LINHA-BI
                            ADD SK-BIC TO WS-BI-TOTAL-CONTROLE
                            PERFORM P810-GRAVA-LINHA THRU P810-FIM
                    END-READ
                WHEN 'MA'
                    MOVE CD-NATURAL-BIC(1:3) TO ID-MATERIA
                    READ MATERIAS
                        INVALID KEY
                            MOVE SPACES TO WS-LINHA-BI
                            STRING SK-BIC ';' CD-NATURAL-BIC(1:3)
                                   ';MATERIA HISTORICA;00,00;000;000;H'
                                   DELIMITED BY SIZE INTO WS-LINHA-BI
                            ADD SK-BIC TO WS-BI-TOTAL-CONTROLE
                            PERFORM P810-GRAVA-LINHA THRU P810-FIM
                    END-READ
                WHEN 'CU'
                    MOVE CD-NATURAL-BIC(1:3) TO ID-CURSO
                    READ CURSOS
                        INVALID KEY
                            MOVE SPACES TO WS-LINHA-BI
                            STRING SK-BIC ';' CD-NATURAL-BIC(1:3)
                                   ';CURSO HISTORICO;00000;H'
                                   DELIMITED BY SIZE INTO WS-LINHA-BI
                            ADD SK-BIC TO WS-BI-TOTAL-CONTROLE
                            PERFORM P810-GRAVA-LINHA THRU P810-FIM
                    END-READ
            END-EVALUATE
            .
       P375-FIM.
       P380-TERMO-DA-DATA.
            MOVE SPACES           TO WS-TERMO-DATA
            PERFORM VARYING WS-IND1 FROM 1 BY 1
                    UNTIL WS-IND1 > WS-QTD-TERMOS
                IF WS-DATA-DIM >= WS-TRM-INICIO(WS-IND1) AND
                   WS-DATA-DIM <= WS-TRM-FIM(WS-IND1)
                    MOVE WS-TRM-CODIGO(WS-IND1) TO WS-TERMO-DATA
                END-IF
            END-PERFORM
            .
       P380-FIM.
      * ABRE O ARQUIVO WS-NM-ARQ-BI NO DIRETORIO DO BI E GRAVA O
      * HEADER NO PADRAO DOS ARQUIVOS DO PORTAL
       P800-ABRE-SAIDA.
            MOVE ZEROS            TO WS-BI-QTD-LINHAS
                                     WS-BI-TOTAL-CONTROLE
            MOVE SPACES           TO WS-ARQ-BI-SAIDA
            STRING FUNCTION TRIM(WS-DIR-BI) DELIMITED BY SIZE
                   WS-NM-ARQ-BI             DELIMITED BY SPACE
                   INTO WS-ARQ-BI-SAIDA
            SET FS-SAI-OK         TO TRUE
            OPEN OUTPUT SAIDA-BI
            IF NOT FS-SAI-OK
                DISPLAY 'ERRO AO CRIAR ' WS-ARQ-BI-SAIDA
                DISPLAY 'FILE STATUS: ' WS-FS-SAI
                SET SAIDA-FALHOU  TO TRUE
                GO TO P800-FIM
            END-IF
            MOVE SPACES           TO WS-LINHA-BI
            STRING 'HEADER;'       DELIMITED BY SIZE
                   WS-DATA-HOJE-8  DELIMITED BY SIZE
                   ';'             DELIMITED BY SIZE
                   WS-HORA-HOJE    DELIMITED BY SIZE
                   ';'             DELIMITED BY SIZE
                   WS-NM-ARQ-BI    DELIMITED BY SPACE
                   INTO WS-LINHA-BI
            MOVE WS-LINHA-BI      TO REG-SAIDA-BI
            WRITE REG-SAIDA-BI
            .
       P800-FIM.
      * LINHA DE TITULOS DAS COLUNAS (NAO ENTRA NA CONTAGEM)
       P805-CABECALHO.
            MOVE WS-LINHA-BI      TO REG-SAIDA-BI
            WRITE REG-SAIDA-BI
            .
       P805-FIM.
       P810-GRAVA-LINHA.
            MOVE WS-LINHA-BI      TO REG-SAIDA-BI
            WRITE REG-SAIDA-BI
            ADD 1                 TO WS-BI-QTD-LINHAS
            .
       P810-FIM.
       P820-FECHA-SAIDA.
            MOVE WS-BI-QTD-LINHAS TO WS-ED-QTD
            MOVE WS-BI-TOTAL-CONTROLE TO WS-ED-TOTAL
            MOVE SPACES           TO WS-LINHA-BI
            STRING 'TRAILER;'      DELIMITED BY SIZE
                   WS-ED-QTD       DELIMITED BY SIZE
                   ';'             DELIMITED BY SIZE
                   WS-ED-TOTAL     DELIMITED BY SIZE
                   INTO WS-LINHA-BI
            MOVE WS-LINHA-BI      TO REG-SAIDA-BI
            WRITE REG-SAIDA-BI
            CLOSE SAIDA-BI
            ADD 1                 TO WS-BI-QTD-ARQUIVOS
            ADD WS-BI-QTD-LINHAS  TO WS-QTD-LINHAS-TOTAL
            DISPLAY WS-NM-ARQ-BI ': ' WS-BI-QTD-LINHAS ' LINHA(S).'
            .
       P820-FIM.
       P900-FIM.
            GOBACK.
      * RESOLVE OS CAMINHOS FISICOS PELO CONFIGSYS (PRODUCAO OU
      * TESTE); SEM CONFIGURACAO VALEM OS PADROES ACIMA
       P050-CONFIGURA.
            MOVE 'DIR-BI' TO WL-CFG-CHAVE
            MOVE WS-DIR-BI TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-DIR-BI
            MOVE 'BI-DADOS-PESSOAIS' TO WL-CFG-CHAVE
            MOVE WS-CFG-DADOS-PESSOAIS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-CFG-DADOS-PESSOAIS
            MOVE 'D3-REGISTRO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-REGISTRO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-REGISTRO
            MOVE 'TURMAS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-TURMAS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-TURMAS
            MOVE 'D3-MATERIAS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-MATERIAS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-MATERIAS
            MOVE 'PROFESSORES' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-PROFESSORES TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-PROFESSORES
            MOVE 'D3-CURSOS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-CURSOS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-CURSOS
            MOVE 'D3-ALUNOCUR' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-ALUNOCUR TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-ALUNOCUR
            MOVE 'D3-MATRICULAS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-MATRICULAS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-MATRICULAS
            MOVE 'D3-TODOS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-TODOS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-TODOS
            MOVE 'TERMOS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-TERMOS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-TERMOS
            MOVE 'D3-FREQUENCIA' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-FREQUENCIA TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-FREQUENCIA
            MOVE 'MENSALID' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-MENSALID TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-MENSALID
            MOVE 'ACORDOS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-ACORDOS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-ACORDOS
            MOVE 'ACORPARC' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-ACORPARC TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-ACORPARC
            MOVE 'CAIXAMOV' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-CAIXAMOV TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-CAIXAMOV
            MOVE 'CALENDARIO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-CALENDARIO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-CALENDARIO
            MOVE 'BICHAVES' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-BICHAVES TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-BICHAVES
            MOVE 'CONTROLE' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-CONTROLE TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-CONTROLE
            .
       P050-FIM.
       END PROGRAM SISBIEXT.

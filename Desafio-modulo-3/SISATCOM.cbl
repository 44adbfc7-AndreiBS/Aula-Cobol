      ******************************************************************
      * Author: ANDREI BATISTA
      * Date: 15/10/2026
      * Purpose: ATIVIDADES COMPLEMENTARES - CADASTRO DAS CATEGORIAS
      *          COM O TETO DE HORAS DE CADA UMA (ATVCATEG.DAT); LIVRO
      *          DO ALUNO COM AS ATIVIDADES ENTREGUES (CATEGORIA, HORAS
      *          DECLARADAS E REFERENCIA DO CERTIFICADO ARQUIVADO NA
      *          PASTA - ATIVCOMP.DAT); ANALISE DA COORDENACAO (PERFIL
      *          'N' DO AUTHOPR), QUE APROVA COM AS HORAS ACEITAS OU
      *          RECUSA COM MOTIVO; EXTRATO DO ALUNO (CHKATCOM) E
      *          RELATORIO DO TERMO PARA A COORDENACAO COM OS ALUNOS
      *          PERTO DE CONCLUIR O CURSO (PERCENTUAL DE MATERIAS
      *          CONFIGURAVEL) A QUEM AINDA FALTAM HORAS. A CARGA
      *          EXIGIDA FICA EM CURSOS.DAT (SISCURSO) E E COBRADA NA
      *          CONCLUSAO (SISCURSO) E NO CERTIFICADO (SISCERTI)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISATCOM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
               SELECT ALUNOS ASSIGN TO WS-ARQ-CFG-D3-REGISTRO
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS ID-ALUNO
               ALTERNATE RECORD KEY IS NM-ALUNO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS.

               SELECT CATEGORIAS ASSIGN TO WS-ARQ-CFG-D3-ATVCATEG
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
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

               SELECT ALUNOCUR ASSIGN TO WS-ARQ-CFG-D3-ALUNOCUR
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS ID-ALUNO-AC
               FILE STATUS IS WS-FS-AC.

               SELECT CURSOMAT ASSIGN TO WS-ARQ-CFG-D3-CURSOMAT
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-CURSO-MATERIA
               FILE STATUS IS WS-FS-CM.

               SELECT TODOS ASSIGN TO WS-ARQ-CFG-D3-TODOS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
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

               SELECT RELATORIO-OUT ASSIGN TO WS-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OUT.

       DATA DIVISION.
       FILE SECTION.
       FD ALUNOS.
          COPY FD_REGIS.
       FD CATEGORIAS.
          COPY FD_ATCAT.
       FD ATIVIDADES.
          COPY FD_ATCOM.
       FD CONTROLE.
          COPY FD_CTRL.
       FD ALUNOCUR.
          COPY FD_ALCUR.
       FD CURSOMAT.
          COPY FD_CURMA.
       FD TODOS.
          COPY FD_TODOS.
       FD TERMOS.
       01 REG-TERMO-FECHADO.
          03 TRM-DATA-FECHAMENTO           PIC 9(06).
          03 TRM-CD-TERMO                  PIC X(06).
          03 TRM-ARQ-TODOS                 PIC X(60).
       FD TODOS-ARQ.
       01 REG-TODOS-ARQ                    PIC X(153).
       FD RELATORIO-OUT.
       01 REG-RELATORIO-OUT                PIC X(100).

       WORKING-STORAGE SECTION.
       77 WS-FS                            PIC 99.
          88 FS-OK                         VALUE 0.
       77 WS-FS-ATC                        PIC 99.
          88 FS-ATC-OK                     VALUE 0.
       77 WS-FS-ATV                        PIC 99.
          88 FS-ATV-OK                     VALUE 0.
       77 WS-FS-CTRL                       PIC 99.
          88 FS-CTRL-OK                    VALUE 0.
       77 WS-FS-AC                         PIC 99.
          88 FS-AC-OK                      VALUE 0.
       77 WS-FS-CM                         PIC 99.
          88 FS-CM-OK                      VALUE 0.
       77 WS-FS-TOD                        PIC 99.
          88 FS-TOD-OK                     VALUE 0.
       77 WS-FS-TRM                        PIC 99.
          88 FS-TRM-OK                     VALUE 0.
       77 WS-FS-ARQ                        PIC 99.
          88 FS-ARQ-OK                     VALUE 0.
       77 WS-FS-OUT                        PIC 99.
          88 FS-OUT-OK                     VALUE 0.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE 'S' FALSE 'N'.
       77 WS-EOF-CM                        PIC X.
          88 EOF-CM-OK                     VALUE 'S' FALSE 'N'.
       77 WS-EOF-TRM                       PIC X.
          88 EOF-TRM-OK                    VALUE 'S' FALSE 'N'.
       77 WS-EOF-ARQ                       PIC X.
          88 EOF-ARQ-OK                    VALUE 'S' FALSE 'N'.
       77 WS-OPCAO                         PIC X.
       77 WS-DECISAO                       PIC X(01).
       77 WS-CTRL-NOVO                     PIC X VALUE 'N'.
       77 WS-ACHOU                         PIC X VALUE 'N'.
          88 ACHOU-OK                      VALUE 'S' FALSE 'N'.
       77 WS-APROVADO                      PIC X VALUE 'N'.
          88 APROVADO-OK                   VALUE 'S' FALSE 'N'.
       77 WS-FIM-ANALISE                   PIC X VALUE 'N'.
          88 FIM-ANALISE                   VALUE 'S' FALSE 'N'.
       77 WS-DATA-HOJE-8                   PIC 9(08).
       77 WS-ID-ALUNO                      PIC 9(06).
       77 WS-NM-ALUNO                      PIC X(20).
       77 WS-NR-ATIVIDADE                  PIC 9(06).
       77 WS-CD-CATEGORIA                  PIC X(04).
       77 WS-DS-CATEGORIA                  PIC X(30).
       77 WS-CH-MAXIMA                     PIC 9(04).
       77 WS-DS-ATIVIDADE                  PIC X(40).
       77 WS-DT-ATIVIDADE                  PIC 9(08).
       77 WS-CH-DECLARADA                  PIC 9(03).
       77 WS-CH-ACEITA                     PIC 9(03).
       77 WS-REF-CERTIFICADO               PIC X(20).
       77 WS-MOTIVO                        PIC X(40).
       77 WS-ST-ATIVIDADE-ED               PIC X(09).
       77 WS-QTD-ANALISADAS                PIC 9(04) VALUE ZEROS.
       77 WS-IND-CAT                       PIC 9(02).
       77 WS-CH-FALTANTE                   PIC 9(05).
      * VINCULOS ALUNO X CURSO CARREGADOS ANTES DE CHAMAR O CHKATCOM,
      * QUE ABRE O MESMO ARQUIVO
       77 WS-QTD-VINCULOS                  PIC 9(04) VALUE ZEROS.
       77 WS-IND-VIN                       PIC 9(04).
       01 WS-TABELA-VINCULOS.
          03 WS-TAB-VINCULO OCCURS 2000 TIMES.
             05 WS-VIN-ID-ALUNO            PIC 9(06).
             05 WS-VIN-ID-CURSO            PIC 9(03).
       77 WS-QTD-EXIGIDAS                  PIC 9(03) VALUE ZEROS.
       77 WS-QTD-CONCLUIDAS                PIC 9(03) VALUE ZEROS.
       77 WS-PC-PROGRESSO                  PIC 9(03)V99 VALUE ZEROS.
       77 WS-PC-PROGRESSO-ED               PIC ZZ9,99.
       77 WS-QTD-LISTADOS                  PIC 9(05) VALUE ZEROS.
       77 WS-LINHA-OUT                     PIC X(100) VALUE SPACES.
       01 WS-ARQ-RELATORIO                 PIC X(60).
       01 WS-ARQ-TODOS-HIST                PIC X(60).
       01 WS-BUF-TODOS                     PIC X(153).
       01 WS-BUF-TODOS-R REDEFINES WS-BUF-TODOS.
          03 WS-BUF-ID-ALUNO               PIC 9(06).
          03 WS-BUF-ID-MATERIA             PIC 9(03).
          03 FILLER                        PIC X(20).
          03 WS-BUF-NM-MATERIA             PIC X(20).
          03 FILLER                        PIC X(08).
          03 WS-BUF-RESULTADO              PIC X(14).
          03 FILLER                        PIC X(82).
      * PERCENTUAL DE MATERIAS CONCLUIDAS A PARTIR DO QUAL O ALUNO E
      * CONSIDERADO PERTO DE CONCLUIR O CURSO; AJUSTAVEL NO CONFIGSYS
       77 WS-CFG-PC-FORMANDO               PIC X(60) VALUE SPACES.
       77 WS-PC-FORMANDO                   PIC 9(03) VALUE 75.
          COPY ATC_AREA.
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
             VALUE 'SISATCOM'.
          03 WL-OPERACAO                   PIC X(10).
          03 WL-CHAVE                      PIC X(10).
          03 WL-VALOR-ANTIGO               PIC X(50).
          03 WL-VALOR-NOVO                 PIC X(50).

       01 WS-ARQ-CFG-D3-REGISTRO           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\REGISTRO.DAT'.
       01 WS-ARQ-CFG-D3-ATVCATEG           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\ATVCATEG.DAT'.
       01 WS-ARQ-CFG-D3-ATIVCOMP           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\ATIVCOMP.DAT'.
       01 WS-ARQ-CFG-D3-CONTROLE           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\CONTROLE.DAT'.
       01 WS-ARQ-CFG-D3-ALUNOCUR           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\ALUNOCUR.DAT'.
       01 WS-ARQ-CFG-D3-CURSOMAT           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\CURSOMAT.DAT'.
       01 WS-ARQ-CFG-D3-TODOS              PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\TODOS.DAT'.
       01 WS-ARQ-CFG-TERMOS                PIC X(60) VALUE
          'C:\COBOL\ARQUIVO_MORTO\TERMOS.DAT'.
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
            ACCEPT WS-DATA-HOJE-8 FROM DATE YYYYMMDD
            DISPLAY '**************************************************'
            DISPLAY '***        ATIVIDADES COMPLEMENTARES           ***'
            DISPLAY '**************************************************'
            DISPLAY '*** 1 - Incluir / alterar categoria            ***'
            DISPLAY '*** 2 - Listar categorias                      ***'
            DISPLAY '*** 3 - Registrar atividade entregue           ***'
            DISPLAY '*** 4 - Analisar atividades (coordenacao)      ***'
            DISPLAY '*** 5 - Extrato do aluno                       ***'
            DISPLAY '*** 6 - Formandos com horas em falta           ***'
            DISPLAY '***          <TECLE F PARA FINALIZAR>          ***'
            DISPLAY '**************************************************'
            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN '1'
                    PERFORM P310-CATEGORIA       THRU P310-FIM
                WHEN '2'
                    PERFORM P320-LISTA-CATEGORIAS THRU P320-FIM
                WHEN '3'
                    PERFORM P330-REGISTRA        THRU P330-FIM
                WHEN '4'
                    PERFORM P340-ANALISA         THRU P340-FIM
                WHEN '5'
                    PERFORM P350-EXTRATO         THRU P350-FIM
                WHEN '6'
                    PERFORM P360-FORMANDOS       THRU P360-FIM
                WHEN 'F'
                    CONTINUE
                WHEN 'f'
                    CONTINUE
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA! '
            END-EVALUATE
            .
       P300-FIM.
      * O TETO DA CATEGORIA MUDA O QUE CONTA PARA O CURSO - SO A
      * COORDENACAO (PERFIL 'N' DO AUTHOPR) MEXE NAS CATEGORIAS
       P310-CATEGORIA.
            MOVE 'N'              TO WL-FUNCAO
            CALL 'AUTHOPR' USING WL-AUTORIZACAO
            IF WL-NEGADO
                GO TO P310-FIM
            END-IF
            DISPLAY 'Informe o codigo da categoria (4 posicoes): '
            ACCEPT WS-CD-CATEGORIA
            IF WS-CD-CATEGORIA EQUAL SPACES
                DISPLAY 'CODIGO INVALIDO! '
                GO TO P310-FIM
            END-IF
            SET FS-ATC-OK         TO TRUE
            OPEN I-O CATEGORIAS
            IF WS-FS-ATC EQUAL 35 THEN
                OPEN OUTPUT CATEGORIAS
                CLOSE CATEGORIAS
                OPEN I-O CATEGORIAS
            END-IF
            IF NOT FS-ATC-OK
                DISPLAY 'ERRO AO ABRIR AS CATEGORIAS. '
                DISPLAY 'FILE STATUS: ' WS-FS-ATC
                CLOSE CATEGORIAS
                GO TO P310-FIM
            END-IF
            MOVE WS-CD-CATEGORIA  TO CD-CATEGORIA-ATC
            READ CATEGORIAS
                INVALID KEY
                    DISPLAY 'Descricao da categoria: '
                    ACCEPT WS-DS-CATEGORIA
                    DISPLAY 'Teto de horas que contam (0 = sem teto): '
                    ACCEPT WS-CH-MAXIMA
                    IF WS-DS-CATEGORIA EQUAL SPACES
                        DISPLAY 'DESCRICAO E OBRIGATORIA! '
                    ELSE
                        MOVE WS-CD-CATEGORIA TO CD-CATEGORIA-ATC
                        MOVE WS-DS-CATEGORIA TO DS-CATEGORIA-ATC
                        MOVE WS-CH-MAXIMA    TO CH-MAXIMA-ATC
                        WRITE REG-CATEGORIA-ATV
                        DISPLAY 'Categoria incluida!'
                        MOVE 'ATV-CATEG'     TO WL-OPERACAO
                        MOVE WS-CD-CATEGORIA TO WL-CHAVE
                        MOVE SPACES          TO WL-VALOR-ANTIGO
                                                WL-VALOR-NOVO
                        STRING WS-DS-CATEGORIA ' TETO ' WS-CH-MAXIMA
                               DELIMITED BY SIZE INTO WL-VALOR-NOVO
                        CALL 'AUDITLOG' USING WL-AUDITORIA
                    END-IF
                NOT INVALID KEY
                    DISPLAY 'Categoria: ' DS-CATEGORIA-ATC
                            '  teto atual: ' CH-MAXIMA-ATC
                    MOVE SPACES      TO WL-VALOR-ANTIGO
                                        WL-VALOR-NOVO
                    STRING DS-CATEGORIA-ATC ' TETO ' CH-MAXIMA-ATC
                           DELIMITED BY SIZE INTO WL-VALOR-ANTIGO
                    DISPLAY 'Nova descricao (<ENTER> mantem): '
                    MOVE SPACES      TO WS-DS-CATEGORIA
                    ACCEPT WS-DS-CATEGORIA
                    IF WS-DS-CATEGORIA NOT EQUAL SPACES
                        MOVE WS-DS-CATEGORIA TO DS-CATEGORIA-ATC
                    END-IF
                    DISPLAY 'Novo teto de horas (0 = sem teto): '
                    ACCEPT WS-CH-MAXIMA
                    MOVE WS-CH-MAXIMA TO CH-MAXIMA-ATC
                    REWRITE REG-CATEGORIA-ATV
                    DISPLAY 'Categoria alterada!'
                    MOVE 'ATV-CAT-AL'    TO WL-OPERACAO
                    MOVE WS-CD-CATEGORIA TO WL-CHAVE
                    STRING DS-CATEGORIA-ATC ' TETO ' CH-MAXIMA-ATC
                           DELIMITED BY SIZE INTO WL-VALOR-NOVO
                    CALL 'AUDITLOG' USING WL-AUDITORIA
            END-READ
            CLOSE CATEGORIAS
            .
       P310-FIM.
       P320-LISTA-CATEGORIAS.
            SET EOF-OK            TO FALSE
            SET FS-ATC-OK         TO TRUE
            OPEN INPUT CATEGORIAS
            IF WS-FS-ATC EQUAL 35
                DISPLAY 'NENHUMA CATEGORIA CADASTRADA AINDA. '
            ELSE
                IF FS-ATC-OK
                    PERFORM UNTIL EOF-OK
                        READ CATEGORIAS NEXT
                            AT END
                                SET EOF-OK TO TRUE
                            NOT AT END
                                DISPLAY CD-CATEGORIA-ATC ' - '
                                        DS-CATEGORIA-ATC
                                        '  TETO: ' CH-MAXIMA-ATC
                        END-READ
                    END-PERFORM
                ELSE
                    DISPLAY 'ERRO AO ABRIR AS CATEGORIAS. '
                    DISPLAY 'FILE STATUS: ' WS-FS-ATC
                END-IF
            END-IF
            CLOSE CATEGORIAS
            .
       P320-FIM.
      * A SECRETARIA LANCA O CERTIFICADO ENTREGUE; A ATIVIDADE FICA
      * PENDENTE ATE A ANALISE DA COORDENACAO. O MESMO CERTIFICADO NAO
      * PODE SER LANCADO DUAS VEZES PARA O ALUNO (SALVO SE RECUSADO)
       P330-REGISTRA.
            DISPLAY 'Informe o ID do aluno: '
            ACCEPT WS-ID-ALUNO
            PERFORM P700-LE-ALUNO THRU P700-FIM
            IF WS-ID-ALUNO EQUAL ZEROS
                GO TO P330-FIM
            END-IF
            DISPLAY 'Informe a categoria: '
            ACCEPT WS-CD-CATEGORIA
            PERFORM P710-LE-CATEGORIA THRU P710-FIM
            IF NOT ACHOU-OK
                GO TO P330-FIM
            END-IF
            DISPLAY 'Descricao da atividade: '
            ACCEPT WS-DS-ATIVIDADE
            IF WS-DS-ATIVIDADE EQUAL SPACES
                DISPLAY 'DESCRICAO E OBRIGATORIA! '
                GO TO P330-FIM
            END-IF
            DISPLAY 'Data da atividade (AAAAMMDD): '
            ACCEPT WS-DT-ATIVIDADE
            IF FUNCTION TEST-DATE-YYYYMMDD(WS-DT-ATIVIDADE) NOT EQUAL 0
               OR WS-DT-ATIVIDADE > WS-DATA-HOJE-8
                DISPLAY 'DATA INVALIDA! '
                GO TO P330-FIM
            END-IF
            DISPLAY 'Horas declaradas no certificado: '
            ACCEPT WS-CH-DECLARADA
            IF WS-CH-DECLARADA EQUAL ZEROS
                DISPLAY 'QUANTIDADE DE HORAS INVALIDA! '
                GO TO P330-FIM
            END-IF
            DISPLAY 'Referencia do certificado arquivado: '
            ACCEPT WS-REF-CERTIFICADO
            IF WS-REF-CERTIFICADO EQUAL SPACES
                DISPLAY 'REFERENCIA DO CERTIFICADO E OBRIGATORIA! '
                GO TO P330-FIM
            END-IF

            SET FS-ATV-OK         TO TRUE
            OPEN I-O ATIVIDADES
            IF WS-FS-ATV EQUAL 35 THEN
                OPEN OUTPUT ATIVIDADES
                CLOSE ATIVIDADES
                OPEN I-O ATIVIDADES
            END-IF
            IF NOT FS-ATV-OK
                DISPLAY 'ERRO AO ABRIR O LIVRO DE ATIVIDADES. '
                DISPLAY 'FILE STATUS: ' WS-FS-ATV
                CLOSE ATIVIDADES
                GO TO P330-FIM
            END-IF
            SET ACHOU-OK          TO FALSE
            SET EOF-OK            TO FALSE
            MOVE WS-ID-ALUNO      TO ID-ALUNO-ATV
            START ATIVIDADES KEY IS NOT LESS THAN ID-ALUNO-ATV
                INVALID KEY
                    SET EOF-OK    TO TRUE
            END-START
            PERFORM UNTIL EOF-OK OR ACHOU-OK
                READ ATIVIDADES NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF ID-ALUNO-ATV NOT EQUAL WS-ID-ALUNO
                            SET EOF-OK TO TRUE
                        ELSE
                            IF REF-CERTIFICADO-ATV EQUAL
                               WS-REF-CERTIFICADO AND
                               NOT ATV-RECUSADA
                                SET ACHOU-OK TO TRUE
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            IF ACHOU-OK
                DISPLAY 'CERTIFICADO JA LANCADO NA ATIVIDADE '
                        NR-ATIVIDADE-ATV ' (' ST-ATIVIDADE ')! '
                CLOSE ATIVIDADES
                GO TO P330-FIM
            END-IF
            PERFORM P150-PROX-ATIVIDADE THRU P150-FIM
            MOVE WS-NR-ATIVIDADE    TO NR-ATIVIDADE-ATV
            MOVE WS-ID-ALUNO        TO ID-ALUNO-ATV
            MOVE WS-CD-CATEGORIA    TO CD-CATEGORIA-ATV
            MOVE WS-DS-ATIVIDADE    TO DS-ATIVIDADE-ATV
            MOVE WS-DT-ATIVIDADE    TO DT-ATIVIDADE-ATV
            MOVE WS-CH-DECLARADA    TO CH-DECLARADA-ATV
            MOVE WS-REF-CERTIFICADO TO REF-CERTIFICADO-ATV
            MOVE WS-DATA-HOJE-8     TO DT-REGISTRO-ATV
            SET ATV-PENDENTE        TO TRUE
            MOVE ZEROS              TO CH-APROVADA-ATV
                                       DT-DECISAO-ATV
            MOVE SPACES             TO MOTIVO-RECUSA-ATV
            WRITE REG-ATIVIDADE-COMP
                INVALID KEY
                    DISPLAY 'ATIVIDADE JA CADASTRADA! '
                NOT INVALID KEY
                    DISPLAY 'Atividade ' WS-NR-ATIVIDADE
                            ' registrada - aguardando analise da '
                            'coordenacao.'
                    MOVE 'ATV-COMPL'     TO WL-OPERACAO
                    MOVE WS-NR-ATIVIDADE TO WL-CHAVE
                    MOVE SPACES          TO WL-VALOR-ANTIGO
                                            WL-VALOR-NOVO
                    STRING WS-ID-ALUNO ' ' WS-CD-CATEGORIA ' '
                           WS-CH-DECLARADA 'H ' WS-REF-CERTIFICADO
                           DELIMITED BY SIZE INTO WL-VALOR-NOVO
                    CALL 'AUDITLOG' USING WL-AUDITORIA
            END-WRITE
            CLOSE ATIVIDADES
            .
       P330-FIM.
      * ANALISE DA COORDENACAO: PERCORRE AS PENDENTES (DE UM ALUNO OU
      * DE TODOS) E APROVA COM AS HORAS ACEITAS - NUNCA MAIS QUE AS
      * DECLARADAS - OU RECUSA COM MOTIVO
       P340-ANALISA.
            MOVE 'N'              TO WL-FUNCAO
            CALL 'AUTHOPR' USING WL-AUTORIZACAO
            IF WL-NEGADO
                GO TO P340-FIM
            END-IF
            DISPLAY 'Informe o ID do aluno (0 = todos): '
            ACCEPT WS-ID-ALUNO
            SET FS-ATV-OK         TO TRUE
            OPEN I-O ATIVIDADES
            IF NOT FS-ATV-OK
                DISPLAY 'NENHUMA ATIVIDADE REGISTRADA. '
                CLOSE ATIVIDADES
                GO TO P340-FIM
            END-IF
            MOVE ZEROS            TO WS-QTD-ANALISADAS
            SET FIM-ANALISE       TO FALSE
            SET EOF-OK            TO FALSE
            IF WS-ID-ALUNO NOT EQUAL ZEROS
                MOVE WS-ID-ALUNO  TO ID-ALUNO-ATV
                START ATIVIDADES KEY IS NOT LESS THAN ID-ALUNO-ATV
                    INVALID KEY
                        SET EOF-OK TO TRUE
                END-START
            END-IF
            PERFORM UNTIL EOF-OK OR FIM-ANALISE
                READ ATIVIDADES NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF WS-ID-ALUNO NOT EQUAL ZEROS AND
                           ID-ALUNO-ATV NOT EQUAL WS-ID-ALUNO
                            SET EOF-OK TO TRUE
                        ELSE
                            IF ATV-PENDENTE
                                PERFORM P345-DECIDE THRU P345-FIM
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ATIVIDADES
            DISPLAY WS-QTD-ANALISADAS ' ATIVIDADE(S) ANALISADA(S).'
            .
       P340-FIM.
       P345-DECIDE.
            DISPLAY '--------------------------------------------------'
            DISPLAY 'ATIVIDADE ' NR-ATIVIDADE-ATV '  ALUNO '
                    ID-ALUNO-ATV '  CATEGORIA ' CD-CATEGORIA-ATV
            DISPLAY '  ' DS-ATIVIDADE-ATV '  EM ' DT-ATIVIDADE-ATV
            DISPLAY '  HORAS DECLARADAS: ' CH-DECLARADA-ATV
                    '  CERTIFICADO: ' REF-CERTIFICADO-ATV
            DISPLAY 'Aprovar (A), recusar (R), pular (<ENTER>) ou '
                    'encerrar a analise (F)? '
            MOVE SPACES           TO WS-DECISAO
            ACCEPT WS-DECISAO
            EVALUATE WS-DECISAO
                WHEN 'A'
                WHEN 'a'
                    DISPLAY 'Horas aceitas (0 = as declaradas): '
                    ACCEPT WS-CH-ACEITA
                    IF WS-CH-ACEITA EQUAL ZEROS
                        MOVE CH-DECLARADA-ATV TO WS-CH-ACEITA
                    END-IF
                    IF WS-CH-ACEITA > CH-DECLARADA-ATV
                        DISPLAY 'HORAS ACEITAS MAIORES QUE AS '
                                'DECLARADAS - ATIVIDADE MANTIDA '
                                'PENDENTE.'
                        GO TO P345-FIM
                    END-IF
                    SET ATV-APROVADA      TO TRUE
                    MOVE WS-CH-ACEITA     TO CH-APROVADA-ATV
                    MOVE WS-DATA-HOJE-8   TO DT-DECISAO-ATV
                    REWRITE REG-ATIVIDADE-COMP
                    ADD 1                 TO WS-QTD-ANALISADAS
                    DISPLAY 'Atividade aprovada com ' WS-CH-ACEITA
                            ' horas.'
                    MOVE 'ATV-APROV'      TO WL-OPERACAO
                    MOVE NR-ATIVIDADE-ATV TO WL-CHAVE
                    MOVE 'PENDENTE'       TO WL-VALOR-ANTIGO
                    MOVE SPACES           TO WL-VALOR-NOVO
                    STRING 'APROVADA ' WS-CH-ACEITA 'H'
                           DELIMITED BY SIZE INTO WL-VALOR-NOVO
                    CALL 'AUDITLOG' USING WL-AUDITORIA
                WHEN 'R'
                WHEN 'r'
                    DISPLAY 'Motivo da recusa: '
                    MOVE SPACES           TO WS-MOTIVO
                    ACCEPT WS-MOTIVO
                    IF WS-MOTIVO EQUAL SPACES
                        DISPLAY 'MOTIVO E OBRIGATORIO - ATIVIDADE '
                                'MANTIDA PENDENTE.'
                        GO TO P345-FIM
                    END-IF
                    SET ATV-RECUSADA      TO TRUE
                    MOVE ZEROS            TO CH-APROVADA-ATV
                    MOVE WS-DATA-HOJE-8   TO DT-DECISAO-ATV
                    MOVE WS-MOTIVO        TO MOTIVO-RECUSA-ATV
                    REWRITE REG-ATIVIDADE-COMP
                    ADD 1                 TO WS-QTD-ANALISADAS
                    DISPLAY 'Atividade recusada.'
                    MOVE 'ATV-RECUS'      TO WL-OPERACAO
                    MOVE NR-ATIVIDADE-ATV TO WL-CHAVE
                    MOVE 'PENDENTE'       TO WL-VALOR-ANTIGO
                    MOVE WS-MOTIVO        TO WL-VALOR-NOVO
                    CALL 'AUDITLOG' USING WL-AUDITORIA
                WHEN 'F'
                WHEN 'f'
                    SET FIM-ANALISE       TO TRUE
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            .
       P345-FIM.
       P350-EXTRATO.
            DISPLAY 'Informe o ID do aluno: '
            ACCEPT WS-ID-ALUNO
            PERFORM P700-LE-ALUNO THRU P700-FIM
            IF WS-ID-ALUNO EQUAL ZEROS
                GO TO P350-FIM
            END-IF
            DISPLAY '--- ATIVIDADES COMPLEMENTARES DE ' WS-NM-ALUNO
                    ' ---'
            SET FS-ATV-OK         TO TRUE
            OPEN INPUT ATIVIDADES
            IF FS-ATV-OK
                SET EOF-OK        TO FALSE
                MOVE WS-ID-ALUNO  TO ID-ALUNO-ATV
                START ATIVIDADES KEY IS NOT LESS THAN ID-ALUNO-ATV
                    INVALID KEY
                        SET EOF-OK TO TRUE
                END-START
                PERFORM UNTIL EOF-OK
                    READ ATIVIDADES NEXT
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            IF ID-ALUNO-ATV NOT EQUAL WS-ID-ALUNO
                                SET EOF-OK TO TRUE
                            ELSE
                                PERFORM P355-LINHA-EXTRATO
                                    THRU P355-FIM
                            END-IF
                    END-READ
                END-PERFORM
            END-IF
            CLOSE ATIVIDADES

            MOVE WS-ID-ALUNO      TO WL-ATC-ID-ALUNO
            CALL 'CHKATCOM' USING WL-PARAMETROS-ATC
            DISPLAY '--- HORAS APROVADAS POR CATEGORIA ---'
            PERFORM VARYING WS-IND-CAT FROM 1 BY 1
                    UNTIL WS-IND-CAT > WL-ATC-QT-CATEGORIAS
                IF WL-ATC-CH-CAT-APROVADA(WS-IND-CAT) > 0
                    DISPLAY '  ' WL-ATC-CD-CATEGORIA(WS-IND-CAT) ' '
                            WL-ATC-DS-CATEGORIA(WS-IND-CAT)
                            ' APROVADAS: '
                            WL-ATC-CH-CAT-APROVADA(WS-IND-CAT)
                            ' CONTAM: '
                            WL-ATC-CH-CAT-COMPUTADA(WS-IND-CAT)
                END-IF
            END-PERFORM
            DISPLAY 'HORAS QUE CONTAM PARA O CURSO: '
                    WL-ATC-CH-COMPUTADA
            DISPLAY 'CARGA EXIGIDA PELO CURSO     : '
                    WL-ATC-CH-EXIGIDA
            DISPLAY 'ATIVIDADES AGUARDANDO ANALISE: '
                    WL-ATC-QT-PENDENTES
            IF WL-ATIVIDADES-OK
                DISPLAY 'SITUACAO: CUMPRIDA'
            ELSE
                DISPLAY 'SITUACAO: PENDENTE'
            END-IF
            .
       P350-FIM.
       P355-LINHA-EXTRATO.
            EVALUATE TRUE
                WHEN ATV-PENDENTE
                    MOVE 'PENDENTE'  TO WS-ST-ATIVIDADE-ED
                WHEN ATV-APROVADA
                    MOVE 'APROVADA'  TO WS-ST-ATIVIDADE-ED
                WHEN ATV-RECUSADA
                    MOVE 'RECUSADA'  TO WS-ST-ATIVIDADE-ED
                WHEN OTHER
                    MOVE SPACES      TO WS-ST-ATIVIDADE-ED
            END-EVALUATE
            DISPLAY NR-ATIVIDADE-ATV ' ' CD-CATEGORIA-ATV ' '
                    DS-ATIVIDADE-ATV
            DISPLAY '   ' DT-ATIVIDADE-ATV '  DECLARADAS: '
                    CH-DECLARADA-ATV '  ACEITAS: ' CH-APROVADA-ATV
                    '  ' WS-ST-ATIVIDADE-ED
            IF ATV-RECUSADA
                DISPLAY '   MOTIVO: ' MOTIVO-RECUSA-ATV
            END-IF
            .
       P355-FIM.
      * RELATORIO DO TERMO PARA A COORDENACAO: ALUNOS COM CURSO QUE
      * EXIGE ATIVIDADES COMPLEMENTARES, JA PERTO DE CONCLUIR AS
      * MATERIAS (PERCENTUAL CONFIGURADO) E COM HORAS AINDA EM FALTA
       P360-FORMANDOS.
            MOVE ZEROS            TO WS-QTD-VINCULOS
                                     WS-QTD-LISTADOS
            SET FS-AC-OK          TO TRUE
            OPEN INPUT ALUNOCUR
            IF FS-AC-OK
                SET EOF-OK        TO FALSE
                PERFORM UNTIL EOF-OK
                    READ ALUNOCUR NEXT
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            IF WS-QTD-VINCULOS < 2000
                                ADD 1 TO WS-QTD-VINCULOS
                                MOVE ID-ALUNO-AC TO
                                     WS-VIN-ID-ALUNO(WS-QTD-VINCULOS)
                                MOVE ID-CURSO-AC TO
                                     WS-VIN-ID-CURSO(WS-QTD-VINCULOS)
                            END-IF
                    END-READ
                END-PERFORM
            END-IF
            CLOSE ALUNOCUR
            IF WS-QTD-VINCULOS EQUAL ZEROS
                DISPLAY 'NENHUM ALUNO VINCULADO A CURSO. '
                GO TO P360-FIM
            END-IF

            MOVE 'ATIVCOMPL'      TO WL-SPL-RELATORIO
            CALL 'SPOOLREG' USING WL-SPOOL
            IF WL-SPOOL-ABERTO
                MOVE WL-SPL-ARQUIVO TO WS-ARQ-RELATORIO
            ELSE
                MOVE 'C:\COBOL\Desafio-modulo-3\FORMANDOS_ATIVCOMP.TXT'
                  TO WS-ARQ-RELATORIO
            END-IF
            SET FS-OUT-OK         TO TRUE
            OPEN OUTPUT RELATORIO-OUT
            IF NOT FS-OUT-OK
                DISPLAY 'ERRO AO GRAVAR O RELATORIO. '
                DISPLAY 'FILE STATUS: ' WS-FS-OUT
                GO TO P360-FIM
            END-IF
            MOVE ALL '=' TO WS-LINHA-OUT
            PERFORM P760-GRAVA-LINHA THRU P760-FIM
            STRING 'FORMANDOS COM ATIVIDADES COMPLEMENTARES EM FALTA - '
                   WS-DATA-HOJE-8
                   DELIMITED BY SIZE INTO WS-LINHA-OUT
            PERFORM P760-GRAVA-LINHA THRU P760-FIM
            STRING '(ALUNOS COM ' WS-PC-FORMANDO
                   '% OU MAIS DAS MATERIAS DO CURSO CONCLUIDAS)'
                   DELIMITED BY SIZE INTO WS-LINHA-OUT
            PERFORM P760-GRAVA-LINHA THRU P760-FIM
            MOVE ALL '=' TO WS-LINHA-OUT
            PERFORM P760-GRAVA-LINHA THRU P760-FIM
            MOVE 'ALUNO  NOME                 CURSO  MATERIAS  '
              & 'HORAS/EXIGIDAS  FALTAM  EM ANALISE' TO WS-LINHA-OUT
            PERFORM P760-GRAVA-LINHA THRU P760-FIM

            SET FS-OK             TO TRUE
            SET FS-CM-OK          TO TRUE
            SET FS-TOD-OK         TO TRUE
            OPEN INPUT ALUNOS
            OPEN INPUT CURSOMAT
            OPEN INPUT TODOS
            PERFORM VARYING WS-IND-VIN FROM 1 BY 1
                    UNTIL WS-IND-VIN > WS-QTD-VINCULOS
                PERFORM P370-AVALIA-ALUNO THRU P370-FIM
            END-PERFORM
            CLOSE ALUNOS
            CLOSE CURSOMAT
            CLOSE TODOS

            MOVE ALL '-' TO WS-LINHA-OUT
            PERFORM P760-GRAVA-LINHA THRU P760-FIM
            STRING 'ALUNOS VINCULADOS ANALISADOS: ' WS-QTD-VINCULOS
                   '  LISTADOS: ' WS-QTD-LISTADOS
                   DELIMITED BY SIZE INTO WS-LINHA-OUT
            PERFORM P760-GRAVA-LINHA THRU P760-FIM
            CLOSE RELATORIO-OUT
            DISPLAY WS-QTD-LISTADOS ' ALUNO(S) LISTADO(S) EM '
                    WS-ARQ-RELATORIO
            .
       P360-FIM.
       P370-AVALIA-ALUNO.
            MOVE WS-VIN-ID-ALUNO(WS-IND-VIN) TO WS-ID-ALUNO
                                                WL-ATC-ID-ALUNO
            CALL 'CHKATCOM' USING WL-PARAMETROS-ATC
            IF WL-ATC-CH-EXIGIDA EQUAL ZEROS OR WL-ATIVIDADES-OK
                GO TO P370-FIM
            END-IF

            MOVE ZEROS            TO WS-QTD-EXIGIDAS
                                     WS-QTD-CONCLUIDAS
                                     WS-PC-PROGRESSO
            IF FS-CM-OK
                SET EOF-CM-OK     TO FALSE
                MOVE WS-VIN-ID-CURSO(WS-IND-VIN) TO ID-CURSO-CM
                MOVE ZEROS        TO ID-MATERIA-CM
                START CURSOMAT KEY IS NOT LESS THAN CHAVE-CURSO-MATERIA
                    INVALID KEY
                        SET EOF-CM-OK TO TRUE
                END-START
                PERFORM UNTIL EOF-CM-OK
                    READ CURSOMAT NEXT
                        AT END
                            SET EOF-CM-OK TO TRUE
                        NOT AT END
                            IF ID-CURSO-CM NOT EQUAL
                               WS-VIN-ID-CURSO(WS-IND-VIN)
                                SET EOF-CM-OK TO TRUE
                            ELSE
                                ADD 1 TO WS-QTD-EXIGIDAS
                                PERFORM P380-CHECA-MATERIA
                                    THRU P380-FIM
                            END-IF
                    END-READ
                END-PERFORM
            END-IF
            IF WS-QTD-EXIGIDAS > 0
                COMPUTE WS-PC-PROGRESSO ROUNDED =
                        (WS-QTD-CONCLUIDAS * 100) / WS-QTD-EXIGIDAS
            END-IF
            IF WS-PC-PROGRESSO < WS-PC-FORMANDO
                GO TO P370-FIM
            END-IF

            MOVE SPACES           TO WS-NM-ALUNO
            IF FS-OK
                MOVE WS-ID-ALUNO  TO ID-ALUNO
                READ ALUNOS
                    NOT INVALID KEY
                        MOVE NM-ALUNO TO WS-NM-ALUNO
                END-READ
            END-IF
            COMPUTE WS-CH-FALTANTE =
                    WL-ATC-CH-EXIGIDA - WL-ATC-CH-COMPUTADA
            MOVE WS-PC-PROGRESSO  TO WS-PC-PROGRESSO-ED
            STRING WS-ID-ALUNO ' ' WS-NM-ALUNO ' '
                   WS-VIN-ID-CURSO(WS-IND-VIN) '    '
                   WS-PC-PROGRESSO-ED '%   '
                   WL-ATC-CH-COMPUTADA '/' WL-ATC-CH-EXIGIDA
                   '      ' WS-CH-FALTANTE '   '
                   WL-ATC-QT-PENDENTES
                   DELIMITED BY SIZE INTO WS-LINHA-OUT
            PERFORM P760-GRAVA-LINHA THRU P760-FIM
            ADD 1                 TO WS-QTD-LISTADOS
            .
       P370-FIM.
      * MESMO CRITERIO DO PROGRESSO DO SISCURSO: APROVACAO NO TERMO
      * CORRENTE OU NOS ARQUIVOS MORTOS ('CREDITADA' E APROVACAO PELO
      * CONSELHO TAMBEM CONTAM)
       P380-CHECA-MATERIA.
            SET APROVADO-OK       TO FALSE
            IF FS-TOD-OK
                MOVE WS-ID-ALUNO      TO ID-ALUNO-2
                MOVE ID-MATERIA-CM    TO ID-MATERIA-2
                READ TODOS
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF RESULTADO-BOLETIM EQUAL 'APROVADO' OR
                           'CREDITADA' OR 'APROV-CONSELHO'
                            SET APROVADO-OK TO TRUE
                        END-IF
                END-READ
            END-IF
            IF NOT APROVADO-OK
                PERFORM P390-BUSCA-ARQUIVOS THRU P390-FIM
            END-IF
            IF APROVADO-OK
                ADD 1 TO WS-QTD-CONCLUIDAS
            END-IF
            .
       P380-FIM.
       P390-BUSCA-ARQUIVOS.
            SET EOF-TRM-OK        TO FALSE
            SET FS-TRM-OK         TO TRUE
            OPEN INPUT TERMOS
            IF FS-TRM-OK
                PERFORM UNTIL EOF-TRM-OK OR APROVADO-OK
                    READ TERMOS
                        AT END
                            SET EOF-TRM-OK TO TRUE
                        NOT AT END
                            PERFORM P395-VARRE-ARQUIVO
                                THRU P395-FIM
                    END-READ
                END-PERFORM
                CLOSE TERMOS
            END-IF
            .
       P390-FIM.
       P395-VARRE-ARQUIVO.
            MOVE TRM-ARQ-TODOS    TO WS-ARQ-TODOS-HIST
            SET EOF-ARQ-OK        TO FALSE
            SET FS-ARQ-OK         TO TRUE
            OPEN INPUT TODOS-ARQ
            IF FS-ARQ-OK
                PERFORM UNTIL EOF-ARQ-OK OR APROVADO-OK
                    READ TODOS-ARQ INTO WS-BUF-TODOS
                        AT END
                            SET EOF-ARQ-OK TO TRUE
                        NOT AT END
                            IF WS-BUF-ID-ALUNO EQUAL WS-ID-ALUNO
                               AND WS-BUF-ID-MATERIA EQUAL
                               ID-MATERIA-CM
                               AND (WS-BUF-RESULTADO EQUAL
                               'APROVADO' OR 'CREDITADA' OR
                               'APROV-CONSELHO')
                                SET APROVADO-OK TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE TODOS-ARQ
            END-IF
            .
       P395-FIM.
       P150-PROX-ATIVIDADE.
            SET FS-CTRL-OK        TO TRUE
            MOVE 'N'              TO WS-CTRL-NOVO
            OPEN I-O CONTROLE
            IF WS-FS-CTRL EQUAL 35 THEN
                OPEN OUTPUT CONTROLE
                CLOSE CONTROLE
                OPEN I-O CONTROLE
            END-IF
            MOVE 'ATIVCOMP'       TO CHAVE-CONTROLE
            READ CONTROLE
                INVALID KEY
                    MOVE 'S'          TO WS-CTRL-NOVO
                    MOVE 1            TO ULTIMO-ID
                NOT INVALID KEY
                    ADD 1             TO ULTIMO-ID
            END-READ
            MOVE 'ATIVCOMP'       TO CHAVE-CONTROLE
            IF WS-CTRL-NOVO EQUAL 'S'
                WRITE REG-CONTROLE
            ELSE
                REWRITE REG-CONTROLE
            END-IF
            IF NOT FS-CTRL-OK
                DISPLAY 'ERRO AO ATUALIZAR O CONTROLE DE ATIVIDADES. '
                DISPLAY 'FILE STATUS: ' WS-FS-CTRL
            END-IF
            MOVE ULTIMO-ID        TO WS-NR-ATIVIDADE
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
                        DISPLAY 'Aluno: ' NM-ALUNO
                END-READ
            ELSE
                DISPLAY 'ERRO AO ABRIR O CADASTRO DE ALUNOS. '
                DISPLAY 'FILE STATUS: ' WS-FS
                MOVE ZEROS        TO WS-ID-ALUNO
            END-IF
            CLOSE ALUNOS
            .
       P700-FIM.
       P710-LE-CATEGORIA.
            SET ACHOU-OK          TO FALSE
            SET FS-ATC-OK         TO TRUE
            OPEN INPUT CATEGORIAS
            IF FS-ATC-OK
                MOVE WS-CD-CATEGORIA TO CD-CATEGORIA-ATC
                READ CATEGORIAS
                    INVALID KEY
                        DISPLAY 'CATEGORIA NAO CADASTRADA! '
                    NOT INVALID KEY
                        SET ACHOU-OK TO TRUE
                        DISPLAY 'Categoria: ' DS-CATEGORIA-ATC
                                '  (teto ' CH-MAXIMA-ATC ' horas)'
                END-READ
            ELSE
                DISPLAY 'NENHUMA CATEGORIA CADASTRADA AINDA. '
            END-IF
            CLOSE CATEGORIAS
            .
       P710-FIM.
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
            MOVE 'D3-REGISTRO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-REGISTRO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-REGISTRO
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
            MOVE 'D3-ALUNOCUR' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-ALUNOCUR TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-ALUNOCUR
            MOVE 'D3-CURSOMAT' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-CURSOMAT TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-CURSOMAT
            MOVE 'D3-TODOS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-TODOS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-TODOS
            MOVE 'TERMOS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-TERMOS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-TERMOS
      * PERCENTUAL DE MATERIAS QUE CARACTERIZA O FORMANDO
            MOVE 'ATVCOMP-PC-FORMANDO' TO WL-CFG-CHAVE
            MOVE WS-CFG-PC-FORMANDO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-CFG-PC-FORMANDO
            IF WS-CFG-PC-FORMANDO(1:3) NUMERIC
                COMPUTE WS-PC-FORMANDO =
                        FUNCTION NUMVAL(WS-CFG-PC-FORMANDO(1:3))
            END-IF
            .
       P050-FIM.
       END PROGRAM SISATCOM.

      ******************************************************************
      * Author: ANDREI BATISTA
      * Date: 15/10/2026
      * Purpose: IDENTIFICACAO CIVIL DO ALUNO - OPCAO 1 PERCORRE OS
      *          ALUNOS ATIVOS SEM DATA DE NASCIMENTO OU SEM CPF
      *          (CADASTROS ANTERIORES AOS CAMPOS) E DEIXA A
      *          SECRETARIA COMPLETAR UM A UM, COM AS MESMAS
      *          VALIDACOES DO SISCADAS (VALIDCPF, CHKCPFAL); OPCAO 2
      *          IMPRIME NO SPOOL A DISTORCAO IDADE-SERIE POR TURMA:
      *          IDADE EM 31/03 DO ANO LETIVO CONTRA A IDADE ESPERADA
      *          DO ANO ESCOLAR (ANO ESCOLAR + 5), COM DISTORCAO A
      *          PARTIR DE DISTORCAO-ANOS ANOS (PADRAO 2); TURMA NAO
      *          SERIADA FICA DE FORA E ALUNO SEM NASCIMENTO E
      *          CONTADO A PARTE
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISIDALU.
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

               SELECT TURMAS ASSIGN TO WS-ARQ-CFG-TURMAS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS SEQUENTIAL
               RECORD  KEY  IS CD-TURMA
               FILE STATUS IS WS-FS-TUR.

               SELECT RELATORIO-OUT ASSIGN TO WS-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

               SELECT ARQ-SORT ASSIGN TO WS-ARQ-CFG-SORT.

       DATA DIVISION.
       FILE SECTION.
       FD ALUNOS.
          COPY FD_REGIS.
       FD TURMAS.
          COPY FD_TURMA.
       FD RELATORIO-OUT.
       01 REG-RELATORIO-OUT                PIC X(100).
      * UM REGISTRO POR ALUNO ATIVO DE TURMA SERIADA, EM ORDEM DE
      * TURMA E NOME
       SD ARQ-SORT.
       01 REG-SORT.
          03 SRT-TURMA                     PIC X(10).
          03 SRT-NOME                      PIC X(20).
          03 SRT-ID-ALUNO                  PIC 9(06).
          03 SRT-NASCIMENTO                PIC 9(08).
          03 SRT-ANO-ESCOLAR               PIC 9(02).
          03 SRT-IDADE                     PIC 9(03).
          03 SRT-ESPERADA                  PIC 9(03).
          03 SRT-SITUACAO                  PIC X(01).
             88 SRT-REGULAR                VALUE 'R'.
             88 SRT-DISTORCAO              VALUE 'D'.
             88 SRT-SEM-NASCIMENTO         VALUE 'S'.

       WORKING-STORAGE SECTION.
       77 WS-FS                            PIC 99.
          88 FS-OK                         VALUE 0.
       77 WS-FS-TUR                        PIC 99.
          88 FS-TUR-OK                     VALUE 0.
       77 WS-FS-REL                        PIC 99.
          88 FS-REL-OK                     VALUE 0.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE 'S' FALSE 'N'.
       77 WS-EOF-SORT                      PIC X.
          88 EOF-SORT-OK                   VALUE 'S' FALSE 'N'.
       77 WS-PARAR                         PIC X VALUE 'N'.
          88 PARAR                         VALUE 'S' FALSE 'N'.
       77 WS-DOC-OK                        PIC X VALUE 'S'.
          88 DOC-OK                        VALUE 'S' FALSE 'N'.
       77 WS-OPCAO                         PIC X(01) VALUE SPACES.
       77 WS-CONFIRM                       PIC X VALUE SPACES.
      * COMPLETAR DOCUMENTOS
       77 WS-DT-NASCIMENTO                 PIC 9(08).
       77 WS-CPF-ALUNO                     PIC 9(11).
       77 WS-RG-ALUNO                      PIC X(14).
       77 WS-QTD-PENDENTES                 PIC 9(06) VALUE ZEROS.
       77 WS-QTD-COMPLETADOS               PIC 9(06) VALUE ZEROS.
       01 WS-IMAGEM-ANTES-ALU              PIC X(173) VALUE SPACES.
       01 WL-PARAMETROS-CPF.
          03 WL-CPF                        PIC 9(11).
          03 WL-CPF-OK                     PIC X(01).
             88 WL-CPF-VALIDO              VALUE 'S'.
             88 WL-CPF-INVALIDO            VALUE 'N'.
          COPY CPA_AREA.
      * DISTORCAO IDADE-SERIE
       01 WS-TAB-TURMAS.
          03 WS-TUR OCCURS 300 TIMES.
             05 WS-TUR-CODIGO              PIC X(10).
             05 WS-TUR-ANO-ESCOLAR         PIC 9(02).
             05 WS-TUR-ANO-LETIVO          PIC 9(04).
       77 WS-QTD-TURMAS                    PIC 9(04) VALUE ZEROS.
       77 WS-IND                           PIC 9(04).
       77 WS-IND-TUR                       PIC 9(04).
       77 WS-ANOS-DISTORCAO                PIC 9(02) VALUE 2.
       01 WS-CFG-DISTORCAO                 PIC X(60) VALUE '02'.
       01 WS-DATA-HOJE-8                   PIC 9(08).
       01 FILLER REDEFINES WS-DATA-HOJE-8.
          03 WS-AA-HOJE                    PIC 9(04).
          03 WS-MMDD-HOJE                  PIC 9(04).
       77 WS-AA-REFERENCIA                 PIC 9(04).
       77 WS-MMDD-NASCIMENTO               PIC 9(04).
       77 WS-TURMA-ATUAL                   PIC X(10) VALUE SPACES.
       77 WS-TUR-ALUNOS                    PIC 9(05) VALUE ZEROS.
       77 WS-TUR-DISTORCAO                 PIC 9(05) VALUE ZEROS.
       77 WS-TUR-SEM-NASC                  PIC 9(05) VALUE ZEROS.
       77 WS-TOT-ALUNOS                    PIC 9(06) VALUE ZEROS.
       77 WS-TOT-DISTORCAO                 PIC 9(06) VALUE ZEROS.
       77 WS-TOT-SEM-NASC                  PIC 9(06) VALUE ZEROS.
       77 WS-TOT-FORA                      PIC 9(06) VALUE ZEROS.
       77 WS-PC-DISTORCAO                  PIC 9(03)V9.
       77 WS-PC-EDITADO                    PIC ZZ9,9.
       77 WS-DEFASAGEM                     PIC 9(03).
       77 WS-LINHA-REL                     PIC X(100) VALUE SPACES.
       01 WS-DET-DISTORCAO.
          03 FILLER                        PIC X(02) VALUE SPACES.
          03 DDT-ID-ALUNO                  PIC 9(06).
          03 FILLER                        PIC X(01) VALUE SPACES.
          03 DDT-NOME                      PIC X(20).
          03 FILLER                        PIC X(01) VALUE SPACES.
          03 DDT-NASCIMENTO                PIC 9(08).
          03 FILLER                        PIC X(03) VALUE SPACES.
          03 DDT-IDADE                     PIC ZZ9.
          03 FILLER                        PIC X(06) VALUE SPACES.
          03 DDT-ESPERADA                  PIC ZZ9.
          03 FILLER                        PIC X(06) VALUE SPACES.
          03 DDT-DEFASAGEM                 PIC ZZ9.
       01 WL-AUDITORIA.
          03 WL-PROGRAMA                   PIC X(12)
             VALUE 'SISIDALU'.
          03 WL-OPERACAO                   PIC X(10).
          03 WL-CHAVE                      PIC X(10).
          03 WL-VALOR-ANTIGO               PIC X(50).
          03 WL-VALOR-NOVO                 PIC X(50).
          COPY JRN_AREA.
       01 WL-SPOOL.
          03 WL-SPL-RELATORIO              PIC X(12).
          03 WL-SPL-ARQUIVO                PIC X(60).
          03 WL-SPL-OK                     PIC X(01).
             88 WL-SPOOL-ABERTO            VALUE 'S'.
             88 WL-SPOOL-FALHOU            VALUE 'N'.

       01 WS-ARQ-RELATORIO                 PIC X(60) VALUE
          'C:\COBOL\DISTIDADE.TXT'.
       01 WS-ARQ-CFG-D3-REGISTRO           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\REGISTRO.DAT'.
       01 WS-ARQ-CFG-TURMAS                PIC X(60) VALUE
          'C:\COBOL\TURMAS.DAT'.
       01 WS-ARQ-CFG-SORT                  PIC X(60) VALUE
          'C:\COBOL\SISIDALU.SRT'.
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
            MOVE SPACES                    TO WS-OPCAO
            DISPLAY '**************************************************'
            DISPLAY '***    IDENTIFICACAO CIVIL DO ALUNO            ***'
            DISPLAY '**************************************************'
            DISPLAY '*** 1 - Completar Nascimento/CPF/RG            ***'
            DISPLAY '*** 2 - Distorcao Idade-Serie por Turma        ***'
            DISPLAY '***          <TECLE F PARA FINALIZAR>          ***'
            DISPLAY '**************************************************'
            ACCEPT WS-OPCAO
            EVALUATE WS-OPCAO
               WHEN '1'
                   PERFORM P400-COMPLETA THRU P400-FIM
               WHEN '2'
                   PERFORM P500-DISTORCAO THRU P500-FIM
               WHEN 'F'
               WHEN 'f'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA! '
            END-EVALUATE
            .
       P300-FIM.
      ******************************************************************
      * OPCAO 1 - COMPLETAR OS DOCUMENTOS DOS ALUNOS ATIVOS
      ******************************************************************
       P400-COMPLETA.
            MOVE ZEROS            TO WS-QTD-PENDENTES WS-QTD-COMPLETADOS
            SET FS-OK             TO TRUE
            OPEN I-O ALUNOS
            IF NOT FS-OK
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ALUNOS. '
                DISPLAY 'FILE STATUS: ' WS-FS
                CLOSE ALUNOS
                GO TO P400-FIM
            END-IF
            SET EOF-OK            TO FALSE
            SET PARAR             TO FALSE
            PERFORM UNTIL EOF-OK OR PARAR
                READ ALUNOS NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF ALUNO-ATIVO AND
                           (DT-NASCIMENTO-ALUNO EQUAL ZEROS OR
                            NR-CPF-ALUNO EQUAL ZEROS)
                            PERFORM P410-UM-ALUNO THRU P410-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ALUNOS
            DISPLAY '--------------------------------------'
            DISPLAY 'ALUNOS PENDENTES VISTOS : ' WS-QTD-PENDENTES
            DISPLAY 'ALUNOS COMPLETADOS      : ' WS-QTD-COMPLETADOS
            DISPLAY '--------------------------------------'
            .
       P400-FIM.
       P410-UM-ALUNO.
            ADD 1 TO WS-QTD-PENDENTES
            DISPLAY '--------------------------------------'
            DISPLAY 'ALUNO ' ID-ALUNO ' - ' NM-ALUNO ' - TURMA ' TURMA
            DISPLAY 'Nascimento: ' DT-NASCIMENTO-ALUNO
                    '  CPF: ' NR-CPF-ALUNO '  RG: ' NR-RG-ALUNO
            DISPLAY 'TECLE: <ENTER> para completar, <P> para pular ou '
                    '<F> para encerrar: '
            MOVE SPACES           TO WS-CONFIRM
            ACCEPT WS-CONFIRM
            EVALUATE WS-CONFIRM
                WHEN 'F'
                WHEN 'f'
                    SET PARAR     TO TRUE
                    GO TO P410-FIM
                WHEN 'P'
                WHEN 'p'
                    GO TO P410-FIM
            END-EVALUATE
      * ZERO/BRANCO MANTEM O QUE JA ESTA NO CADASTRO
            DISPLAY 'Informe o nascimento (AAAAMMDD, 0 = manter): '
            ACCEPT WS-DT-NASCIMENTO
            IF WS-DT-NASCIMENTO EQUAL ZEROS
                MOVE DT-NASCIMENTO-ALUNO TO WS-DT-NASCIMENTO
            END-IF
            DISPLAY 'Informe o CPF (0 = manter): '
            ACCEPT WS-CPF-ALUNO
            IF WS-CPF-ALUNO EQUAL ZEROS
                MOVE NR-CPF-ALUNO TO WS-CPF-ALUNO
            END-IF
            DISPLAY 'Informe o RG (branco = manter): '
            MOVE SPACES           TO WS-RG-ALUNO
            ACCEPT WS-RG-ALUNO
            IF WS-RG-ALUNO EQUAL SPACES
                MOVE NR-RG-ALUNO  TO WS-RG-ALUNO
            END-IF
            IF WS-DT-NASCIMENTO EQUAL DT-NASCIMENTO-ALUNO AND
               WS-CPF-ALUNO     EQUAL NR-CPF-ALUNO AND
               WS-RG-ALUNO      EQUAL NR-RG-ALUNO
                DISPLAY 'NADA ALTERADO.'
                GO TO P410-FIM
            END-IF
            PERFORM P420-VALIDA-DOCUMENTOS THRU P420-FIM
            IF NOT DOC-OK
                DISPLAY 'ALUNO NAO ATUALIZADO.'
                GO TO P410-FIM
            END-IF

            MOVE REG-ALUNO        TO WS-IMAGEM-ANTES-ALU
            MOVE SPACES           TO WL-VALOR-ANTIGO WL-VALOR-NOVO
            STRING 'NASC ' DT-NASCIMENTO-ALUNO ' CPF ' NR-CPF-ALUNO
                   DELIMITED BY SIZE INTO WL-VALOR-ANTIGO
            MOVE WS-DT-NASCIMENTO TO DT-NASCIMENTO-ALUNO
            MOVE WS-CPF-ALUNO     TO NR-CPF-ALUNO
            MOVE WS-RG-ALUNO      TO NR-RG-ALUNO
            ACCEPT DT-ALTERACAO-ALUNO FROM DATE YYYYMMDD
            ACCEPT HR-ALTERACAO-ALUNO FROM TIME
            REWRITE REG-ALUNO
                INVALID KEY
                    DISPLAY 'ERRO AO ATUALIZAR O ALUNO. '
                    DISPLAY 'FILE STATUS: ' WS-FS
                NOT INVALID KEY
                    ADD 1 TO WS-QTD-COMPLETADOS
                    DISPLAY 'Documentos do aluno atualizados.'
                    MOVE 'DOCUMENTOS' TO WL-OPERACAO
                    MOVE ID-ALUNO     TO WL-CHAVE
                    STRING 'NASC ' DT-NASCIMENTO-ALUNO
                           ' CPF ' NR-CPF-ALUNO
                           DELIMITED BY SIZE INTO WL-VALOR-NOVO
                    CALL 'AUDITLOG' USING WL-AUDITORIA
                    MOVE 'REGISTRO'   TO WL-JRN-ARQUIVO
                    MOVE 'R'          TO WL-JRN-OPERACAO
                    MOVE ID-ALUNO     TO WL-JRN-CHAVE
                    MOVE WS-IMAGEM-ANTES-ALU TO WL-JRN-IMAGEM-ANTES
                    MOVE REG-ALUNO    TO WL-JRN-IMAGEM-DEPOIS
                    CALL 'JORNALRG' USING WL-JORNAL
            END-REWRITE
            .
       P410-FIM.
      * MESMAS REGRAS DO SISCADAS: NASCIMENTO VALIDO E NAO FUTURO;
      * CPF VALIDO E DE UM SO ALUNO
       P420-VALIDA-DOCUMENTOS.
            SET DOC-OK            TO TRUE
            ACCEPT WS-DATA-HOJE-8 FROM DATE YYYYMMDD
            IF WS-DT-NASCIMENTO NOT EQUAL ZEROS
                IF FUNCTION TEST-DATE-YYYYMMDD(WS-DT-NASCIMENTO)
                   NOT EQUAL 0
                    SET DOC-OK    TO FALSE
                    DISPLAY 'DATA DE NASCIMENTO INVALIDA (AAAAMMDD).'
                ELSE
                    IF WS-DT-NASCIMENTO > WS-DATA-HOJE-8
                        SET DOC-OK TO FALSE
                        DISPLAY 'DATA DE NASCIMENTO NO FUTURO.'
                    END-IF
                END-IF
            END-IF
            IF WS-CPF-ALUNO NOT EQUAL ZEROS
                MOVE WS-CPF-ALUNO TO WL-CPF
                CALL 'VALIDCPF' USING WL-PARAMETROS-CPF
                IF WL-CPF-INVALIDO
                    SET DOC-OK    TO FALSE
                    DISPLAY 'CPF INVALIDO! '
                ELSE
                    MOVE WS-CPF-ALUNO TO WL-CPA-CPF
                    MOVE ID-ALUNO     TO WL-CPA-ID-ALUNO
                    CALL 'CHKCPFAL' USING WL-CPF-ALUNO
                    IF WL-CPA-DUPLICADO
                        SET DOC-OK TO FALSE
                        DISPLAY 'CPF JA CADASTRADO PARA O ALUNO '
                                WL-CPA-ID-CONFLITO '.'
                    END-IF
                END-IF
            END-IF
            .
       P420-FIM.
      ******************************************************************
      * OPCAO 2 - DISTORCAO IDADE-SERIE POR TURMA
      ******************************************************************
       P500-DISTORCAO.
            MOVE ZEROS            TO WS-TOT-ALUNOS WS-TOT-DISTORCAO
                                     WS-TOT-SEM-NASC WS-TOT-FORA
            PERFORM P510-CARREGA-TURMAS THRU P510-FIM
            IF WS-QTD-TURMAS EQUAL ZEROS
                DISPLAY 'NENHUMA TURMA SERIADA (ANO ESCOLAR) NO '
                        'SISTURMA - NADA A APURAR.'
                GO TO P500-FIM
            END-IF
            ACCEPT WS-DATA-HOJE-8 FROM DATE YYYYMMDD

            SORT ARQ-SORT
                 ON ASCENDING KEY SRT-TURMA SRT-NOME
                 INPUT  PROCEDURE IS P520-SELECIONA THRU P520-FIM
                 OUTPUT PROCEDURE IS P600-IMPRIME   THRU P600-FIM

            DISPLAY 'ALUNOS AVALIADOS    : ' WS-TOT-ALUNOS
            DISPLAY 'COM DISTORCAO       : ' WS-TOT-DISTORCAO
            DISPLAY 'SEM NASCIMENTO      : ' WS-TOT-SEM-NASC
            DISPLAY 'RELATORIO: ' WS-ARQ-RELATORIO
            .
       P500-FIM.
      * SO AS TURMAS SERIADAS ENTRAM NA TABELA
       P510-CARREGA-TURMAS.
            MOVE ZEROS            TO WS-QTD-TURMAS
            INITIALIZE WS-TAB-TURMAS
            SET FS-TUR-OK         TO TRUE
            OPEN INPUT TURMAS
            IF NOT FS-TUR-OK
                DISPLAY 'ERRO AO ABRIR O CADASTRO DE TURMAS. '
                DISPLAY 'FILE STATUS: ' WS-FS-TUR
                CLOSE TURMAS
                GO TO P510-FIM
            END-IF
            SET EOF-OK            TO FALSE
            PERFORM UNTIL EOF-OK
                READ TURMAS NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF ANO-ESCOLAR-TUR > ZEROS
                            IF WS-QTD-TURMAS < 300
                                ADD 1 TO WS-QTD-TURMAS
                                MOVE CD-TURMA TO
                                    WS-TUR-CODIGO(WS-QTD-TURMAS)
                                MOVE ANO-ESCOLAR-TUR TO
                                    WS-TUR-ANO-ESCOLAR(WS-QTD-TURMAS)
                                MOVE ANO-LETIVO-TUR TO
                                    WS-TUR-ANO-LETIVO(WS-QTD-TURMAS)
                            ELSE
                                DISPLAY 'AVISO: LIMITE DE 300 TURMAS - '
                                        'TURMA ' CD-TURMA
                                        ' FORA DO RELATORIO.'
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE TURMAS
            .
       P510-FIM.
       P520-SELECIONA.
            SET FS-OK             TO TRUE
            OPEN INPUT ALUNOS
            IF NOT FS-OK
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ALUNOS. '
                DISPLAY 'FILE STATUS: ' WS-FS
                CLOSE ALUNOS
                GO TO P520-FIM
            END-IF
            SET EOF-OK            TO FALSE
            PERFORM UNTIL EOF-OK
                READ ALUNOS NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF ALUNO-ATIVO
                            PERFORM P530-UM-ALUNO THRU P530-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ALUNOS
            .
       P520-FIM.
      * IDADE NA DATA DE CORTE DO CENSO (31/03 DO ANO LETIVO DA
      * TURMA; TURMA SEM ANO LETIVO USA O ANO CORRENTE)
       P530-UM-ALUNO.
            MOVE ZEROS            TO WS-IND-TUR
            PERFORM VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND > WS-QTD-TURMAS
                       OR WS-IND-TUR NOT EQUAL ZEROS
                IF WS-TUR-CODIGO(WS-IND) EQUAL TURMA
                    MOVE WS-IND   TO WS-IND-TUR
                END-IF
            END-PERFORM
            IF WS-IND-TUR EQUAL ZEROS
                ADD 1 TO WS-TOT-FORA
                GO TO P530-FIM
            END-IF
            MOVE TURMA            TO SRT-TURMA
            MOVE NM-ALUNO         TO SRT-NOME
            MOVE ID-ALUNO         TO SRT-ID-ALUNO
            MOVE WS-TUR-ANO-ESCOLAR(WS-IND-TUR) TO SRT-ANO-ESCOLAR
            COMPUTE SRT-ESPERADA = WS-TUR-ANO-ESCOLAR(WS-IND-TUR) + 5
            MOVE ZEROS            TO SRT-IDADE SRT-NASCIMENTO
            SET SRT-REGULAR       TO TRUE
            IF DT-NASCIMENTO-ALUNO NOT NUMERIC OR
               DT-NASCIMENTO-ALUNO EQUAL ZEROS
                SET SRT-SEM-NASCIMENTO TO TRUE
                RELEASE REG-SORT
                GO TO P530-FIM
            END-IF
            MOVE DT-NASCIMENTO-ALUNO TO SRT-NASCIMENTO
            MOVE WS-TUR-ANO-LETIVO(WS-IND-TUR) TO WS-AA-REFERENCIA
            IF WS-AA-REFERENCIA EQUAL ZEROS
                MOVE WS-AA-HOJE   TO WS-AA-REFERENCIA
            END-IF
            IF AA-NASCIMENTO-ALUNO < WS-AA-REFERENCIA
                COMPUTE SRT-IDADE = WS-AA-REFERENCIA
                                  - AA-NASCIMENTO-ALUNO
                COMPUTE WS-MMDD-NASCIMENTO = MM-NASCIMENTO-ALUNO * 100
                                           + DD-NASCIMENTO-ALUNO
                IF WS-MMDD-NASCIMENTO > 0331
                    SUBTRACT 1 FROM SRT-IDADE
                END-IF
            END-IF
            IF SRT-IDADE >= SRT-ESPERADA + WS-ANOS-DISTORCAO
                SET SRT-DISTORCAO TO TRUE
            END-IF
            RELEASE REG-SORT
            .
       P530-FIM.
       P600-IMPRIME.
            MOVE 'DISTIDADE'      TO WL-SPL-RELATORIO
            CALL 'SPOOLREG' USING WL-SPOOL
            IF WL-SPOOL-ABERTO
                MOVE WL-SPL-ARQUIVO TO WS-ARQ-RELATORIO
            END-IF
            SET FS-REL-OK         TO TRUE
            OPEN OUTPUT RELATORIO-OUT
            IF NOT FS-REL-OK
                DISPLAY 'ERRO AO ABRIR O RELATORIO. '
                DISPLAY 'FILE STATUS: ' WS-FS-REL
                GO TO P600-FIM
            END-IF
            MOVE SPACES TO WS-LINHA-REL
            STRING 'DISTORCAO IDADE-SERIE POR TURMA - EMITIDO EM '
                   WS-DATA-HOJE-8 ' - DISTORCAO A PARTIR DE '
                   WS-ANOS-DISTORCAO ' ANOS'
                   DELIMITED BY SIZE INTO WS-LINHA-REL
            MOVE WS-LINHA-REL TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            MOVE 'IDADE EM 31/03 DO ANO LETIVO; IDADE ESPERADA = ANO '
                 & 'ESCOLAR + 5' TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            MOVE ALL '=' TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT

            MOVE SPACES           TO WS-TURMA-ATUAL
            SET EOF-SORT-OK       TO FALSE
            PERFORM UNTIL EOF-SORT-OK
                RETURN ARQ-SORT
                    AT END
                        SET EOF-SORT-OK TO TRUE
                    NOT AT END
                        IF SRT-TURMA NOT EQUAL WS-TURMA-ATUAL
                            IF WS-TURMA-ATUAL NOT EQUAL SPACES
                                PERFORM P620-FECHA-TURMA
                                    THRU P620-FIM
                            END-IF
                            PERFORM P610-ABRE-TURMA THRU P610-FIM
                        END-IF
                        PERFORM P630-LINHA-ALUNO THRU P630-FIM
                END-RETURN
            END-PERFORM
            IF WS-TURMA-ATUAL NOT EQUAL SPACES
                PERFORM P620-FECHA-TURMA THRU P620-FIM
            END-IF

            MOVE ALL '=' TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            MOVE ZEROS            TO WS-PC-DISTORCAO
            IF WS-TOT-ALUNOS > WS-TOT-SEM-NASC
                COMPUTE WS-PC-DISTORCAO ROUNDED =
                        WS-TOT-DISTORCAO * 100
                      / (WS-TOT-ALUNOS - WS-TOT-SEM-NASC)
            END-IF
            MOVE WS-PC-DISTORCAO  TO WS-PC-EDITADO
            MOVE SPACES TO WS-LINHA-REL
            STRING 'TOTAL GERAL - ALUNOS: ' WS-TOT-ALUNOS
                   '  COM DISTORCAO: ' WS-TOT-DISTORCAO
                   ' (' WS-PC-EDITADO '%)  SEM NASCIMENTO: '
                   WS-TOT-SEM-NASC
                   DELIMITED BY SIZE INTO WS-LINHA-REL
            MOVE WS-LINHA-REL TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            IF WS-TOT-FORA > 0
                MOVE SPACES TO WS-LINHA-REL
                STRING 'ALUNOS EM TURMA NAO SERIADA OU SEM CADASTRO '
                       '(FORA DA APURACAO): ' WS-TOT-FORA
                       DELIMITED BY SIZE INTO WS-LINHA-REL
                MOVE WS-LINHA-REL TO REG-RELATORIO-OUT
                WRITE REG-RELATORIO-OUT
            END-IF
            CLOSE RELATORIO-OUT
            .
       P600-FIM.
       P610-ABRE-TURMA.
            MOVE SRT-TURMA        TO WS-TURMA-ATUAL
            MOVE ZEROS            TO WS-TUR-ALUNOS WS-TUR-DISTORCAO
                                     WS-TUR-SEM-NASC
            MOVE SPACES TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            MOVE SPACES TO WS-LINHA-REL
            STRING 'TURMA ' SRT-TURMA ' - ANO ESCOLAR '
                   SRT-ANO-ESCOLAR ' - IDADE ESPERADA '
                   SRT-ESPERADA ' ANOS'
                   DELIMITED BY SIZE INTO WS-LINHA-REL
            MOVE WS-LINHA-REL TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            MOVE '  ID     NOME                 NASCIMENTO  IDADE  '
                 & 'ESPERADA  DEFASAGEM' TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            MOVE ALL '-' TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            .
       P610-FIM.
       P620-FECHA-TURMA.
            MOVE ZEROS            TO WS-PC-DISTORCAO
            IF WS-TUR-ALUNOS > WS-TUR-SEM-NASC
                COMPUTE WS-PC-DISTORCAO ROUNDED =
                        WS-TUR-DISTORCAO * 100
                      / (WS-TUR-ALUNOS - WS-TUR-SEM-NASC)
            END-IF
            MOVE WS-PC-DISTORCAO  TO WS-PC-EDITADO
            MOVE SPACES TO WS-LINHA-REL
            STRING '  ALUNOS: ' WS-TUR-ALUNOS
                   '  COM DISTORCAO: ' WS-TUR-DISTORCAO
                   ' (' WS-PC-EDITADO '%)  SEM NASCIMENTO: '
                   WS-TUR-SEM-NASC
                   DELIMITED BY SIZE INTO WS-LINHA-REL
            MOVE WS-LINHA-REL TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            .
       P620-FIM.
      * SO O ALUNO COM DISTORCAO SAI LINHA A LINHA; OS DEMAIS ENTRAM
      * NOS TOTAIS DA TURMA (O PERCENTUAL NAO CONTA QUEM ESTA SEM
      * NASCIMENTO)
       P630-LINHA-ALUNO.
            ADD 1 TO WS-TUR-ALUNOS WS-TOT-ALUNOS
            EVALUATE TRUE
                WHEN SRT-SEM-NASCIMENTO
                    ADD 1 TO WS-TUR-SEM-NASC WS-TOT-SEM-NASC
                WHEN SRT-DISTORCAO
                    ADD 1 TO WS-TUR-DISTORCAO WS-TOT-DISTORCAO
                    COMPUTE WS-DEFASAGEM = SRT-IDADE - SRT-ESPERADA
                    MOVE SRT-ID-ALUNO   TO DDT-ID-ALUNO
                    MOVE SRT-NOME       TO DDT-NOME
                    MOVE SRT-NASCIMENTO TO DDT-NASCIMENTO
                    MOVE SRT-IDADE      TO DDT-IDADE
                    MOVE SRT-ESPERADA   TO DDT-ESPERADA
                    MOVE WS-DEFASAGEM   TO DDT-DEFASAGEM
                    WRITE REG-RELATORIO-OUT FROM WS-DET-DISTORCAO
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            .
       P630-FIM.
       P900-FIM.
            GOBACK.
      * RESOLVE OS CAMINHOS FISICOS PELO CONFIGSYS (PRODUCAO OU
      * TESTE); SEM CONFIGURACAO VALEM OS PADROES ACIMA
       P050-CONFIGURA.
            MOVE 'D3-REGISTRO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-REGISTRO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-REGISTRO
            MOVE 'TURMAS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-TURMAS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-TURMAS
            MOVE 'SISIDALU-SRT' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-SORT TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-SORT
            MOVE 'DISTORCAO-ANOS' TO WL-CFG-CHAVE
            MOVE WS-CFG-DISTORCAO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-CFG-DISTORCAO
            IF WS-CFG-DISTORCAO(1:2) NUMERIC
                COMPUTE WS-ANOS-DISTORCAO =
                        FUNCTION NUMVAL(WS-CFG-DISTORCAO(1:2))
            END-IF
            IF WS-ANOS-DISTORCAO EQUAL ZEROS
                MOVE 2 TO WS-ANOS-DISTORCAO
            END-IF
            .
       P050-FIM.
       END PROGRAM SISIDALU.

      ******************************************************************
      * Author: ANDREI BATISTA
      * Date: 15/10/2026
      * Purpose: GUIA DE TRANSFERENCIA (DOSSIE DE SAIDA) - PARA O
      *          ALUNO CANCELADO NO SISEVADE COM MOTIVO 'TR'
      *          (TRANSFERENCIA), MONTA EM UM SO DOCUMENTO NUMERADO O
      *          HISTORICO MULTI-TERMO (RESUMO.DAT OU ARQUIVOS MORTOS
      *          DO SISROLOV, MAIS O TODOS.DAT CORRENTE), AS NOTAS
      *          PARCIAIS (LANCNOTA.DAT) E A FREQUENCIA DO TERMO EM
      *          CURSO ATE A DATA DA SAIDA, A EMENTA DE CADA MATERIA
      *          CURSADA (EMENTA.DAT) E A SITUACAO DE QUITACAO
      *          (MENSALID.DAT - O DEBITO E INFORMADO MAS NAO RETEM
      *          A GUIA); CADA EMISSAO E REGISTRADA EM GUIATRAN.DAT
      *          COM NUMERO DE VERIFICACAO, E UMA NOVA EMISSAO PARA O
      *          MESMO ALUNO SO SAI COMO 2A VIA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISGUIAT.
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

               SELECT EVASOES ASSIGN TO WS-ARQ-CFG-D3-EVASAO
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-EVASAO
               FILE STATUS IS WS-FS-EVA.

               SELECT GUIAS ASSIGN TO WS-ARQ-CFG-D3-GUIATRAN
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS NR-GUIA-GTR
               ALTERNATE RECORD KEY IS ID-ALUNO-GTR
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-GTR.

               SELECT CONTROLE ASSIGN TO WS-ARQ-CFG-D3-CONTROLE
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS CHAVE-CONTROLE
               FILE STATUS IS WS-FS-CTRL.

               SELECT RESUMO ASSIGN TO WS-ARQ-CFG-RESUMO
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-RESUMO
               FILE STATUS IS WS-FS-RES.

               SELECT TERMOS ASSIGN TO WS-ARQ-CFG-TERMOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRM.

               SELECT TODOS-ARQ ASSIGN TO WS-ARQ-TODOS-HIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARQ.

               SELECT TODOS ASSIGN TO WS-ARQ-CFG-D3-TODOS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-BOLETIM
               ALTERNATE RECORD KEY IS ID-ALUNO-2
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-TOD.

               SELECT MATRICULAS ASSIGN TO WS-ARQ-CFG-D3-MATRICULAS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-MATRICULA
               FILE STATUS IS WS-FS-MAT.

               SELECT MATERIAS ASSIGN TO WS-ARQ-CFG-D3-MATERIAS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS ID-MATERIA
               FILE STATUS IS WS-FS-MATR.

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

               SELECT EMENTA ASSIGN TO WS-ARQ-CFG-D3-EMENTA
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-EMENTA
               FILE STATUS IS WS-FS-EMT.

               SELECT CALENDARIO ASSIGN TO WS-ARQ-CFG-CALENDARIO
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-CALENDARIO
               FILE STATUS IS WS-FS-CAL.

               SELECT MENSALIDADES ASSIGN TO WS-ARQ-CFG-MENSALID
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-MENSALIDADE
               FILE STATUS IS WS-FS-MEN.

               SELECT GUIA-OUT ASSIGN TO WS-ARQ-GUIA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OUT.

       DATA DIVISION.
       FILE SECTION.
       FD ALUNOS.
          COPY FD_REGIS.
       FD EVASOES.
          COPY FD_EVASA.
       FD GUIAS.
          COPY FD_GUIAT.
       FD CONTROLE.
          COPY FD_CTRL.
       FD RESUMO.
          COPY FD_RESUM.
       FD TERMOS.
       01 REG-TERMO-FECHADO.
          03 TRM-DATA-FECHAMENTO           PIC 9(06).
          03 TRM-CD-TERMO                  PIC X(06).
          03 TRM-ARQ-TODOS                 PIC X(60).
       FD TODOS-ARQ.
       01 REG-TODOS-ARQ                    PIC X(153).
       FD TODOS.
          COPY FD_TODOS.
       FD MATRICULAS.
          COPY FD_MATRI.
       FD MATERIAS.
          COPY FD_MATER.
       FD LANCAMENTOS.
          COPY FD_LANCN.
       FD FREQUENCIA.
          COPY FD_FREQU.
       FD EMENTA.
          COPY FD_EMENT.
       FD CALENDARIO.
          COPY FD_CALEN.
       FD MENSALIDADES.
          COPY FD_MENSA.
       FD GUIA-OUT.
       01 REG-GUIA-OUT                     PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-FS                            PIC 99.
          88 FS-OK                         VALUE 0.
       77 WS-FS-EVA                        PIC 99.
          88 FS-EVA-OK                     VALUE 0.
       77 WS-FS-GTR                        PIC 99.
          88 FS-GTR-OK                     VALUE 0.
       77 WS-FS-CTRL                       PIC 99.
          88 FS-CTRL-OK                    VALUE 0.
       77 WS-FS-RES                        PIC 99.
          88 FS-RES-OK                     VALUE 0.
       77 WS-FS-TRM                        PIC 99.
          88 FS-TRM-OK                     VALUE 0.
       77 WS-FS-ARQ                        PIC 99.
          88 FS-ARQ-OK                     VALUE 0.
       77 WS-FS-TOD                        PIC 99.
          88 FS-TOD-OK                     VALUE 0.
       77 WS-FS-MAT                        PIC 99.
          88 FS-MAT-OK                     VALUE 0.
       77 WS-FS-MATR                       PIC 99.
          88 FS-MATR-OK                    VALUE 0.
       77 WS-FS-LAN                        PIC 99.
          88 FS-LAN-OK                     VALUE 0.
       77 WS-FS-FRQ                        PIC 99.
          88 FS-FRQ-OK                     VALUE 0.
       77 WS-FS-EMT                        PIC 99.
          88 FS-EMT-OK                     VALUE 0.
       77 WS-FS-CAL                        PIC 99.
          88 FS-CAL-OK                     VALUE 0.
       77 WS-FS-MEN                        PIC 99.
          88 FS-MEN-OK                     VALUE 0.
       77 WS-FS-OUT                        PIC 99.
          88 FS-OUT-OK                     VALUE 0.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE 'S' FALSE 'N'.
       77 WS-EOF-TRM                       PIC X.
          88 EOF-TRM-OK                    VALUE 'S' FALSE 'N'.
       77 WS-EOF-AUX                       PIC X.
          88 EOF-AUX-OK                    VALUE 'S' FALSE 'N'.
       77 WS-OPCAO                         PIC X.
       77 WS-CONFIRM                       PIC X VALUE SPACES.
       77 WS-ID-ALUNO                      PIC 9(06).
       77 WS-NM-ALUNO                      PIC X(20).
       77 WS-TURMA                         PIC X(10).
       77 WS-ALUNO-OK                      PIC X VALUE 'N'.
          88 ALUNO-OK                      VALUE 'S' FALSE 'N'.
       77 WS-ALUNO-CANCELADO               PIC X VALUE 'N'.
          88 ALUNO-CANCELADO               VALUE 'S' FALSE 'N'.
       77 WS-ACHOU-TRANSF                  PIC X VALUE 'N'.
          88 ACHOU-TRANSF                  VALUE 'S' FALSE 'N'.
       77 WS-DT-SAIDA                      PIC 9(08) VALUE ZEROS.
       77 WS-ESCOLA-DESTINO                PIC X(40) VALUE SPACES.
       77 WS-NR-GUIA                       PIC 9(06) VALUE ZEROS.
       77 WS-NR-GUIA-ORIGEM                PIC 9(06) VALUE ZEROS.
       77 WS-NR-VIA                        PIC 9(02) VALUE ZEROS.
       77 WS-QTD-VIAS                      PIC 9(02) VALUE ZEROS.
       77 WS-CTRL-NOVO                     PIC X VALUE 'N'.
       77 WS-DATA-HOJE-8                   PIC 9(08).
       77 WS-DT-INI-TERMO                  PIC 9(08) VALUE ZEROS.
       77 WS-DT-FIM-TERMO                  PIC 9(08) VALUE ZEROS.
       77 WS-DT-FIM-APURACAO               PIC 9(08) VALUE ZEROS.
       77 WS-CD-TERMO                      PIC X(06) VALUE SPACES.
       77 WS-TERMO-GRUPO                   PIC X(06) VALUE SPACES.
       77 WS-RESUMO-USADO                  PIC X VALUE 'N'.
          88 RESUMO-USADO                  VALUE 'S' FALSE 'N'.
       77 WS-QTD-TERMO                     PIC 9(03) VALUE ZEROS.
       77 WS-SOMA-TERMO                    PIC 9(05)V99 VALUE ZEROS.
       77 WS-COEF-TERMO                    PIC 9(02)V99.
       77 WS-QTD-GERAL                     PIC 9(04) VALUE ZEROS.
       77 WS-SOMA-GERAL                    PIC 9(06)V99 VALUE ZEROS.
       77 WS-COEF-GERAL                    PIC 9(02)V99.
       77 WS-DS-RESULTADO                  PIC X(17).
       77 WS-ID-MATERIA                    PIC 9(03).
       77 WS-NM-MATERIA                    PIC X(20).
       77 WS-CH-MATERIA                    PIC 9(03).
       77 WS-QTD-NOTAS                     PIC 9(02) VALUE ZEROS.
       77 WS-SOMA-PONDERADA                PIC 9(06)V99 VALUE ZEROS.
       77 WS-SOMA-PESOS                    PIC 9(04) VALUE ZEROS.
       77 WS-MEDIA-PARCIAL                 PIC 9(02)V99 VALUE ZEROS.
       77 WS-QTD-FALTAS                    PIC 9(04) VALUE ZEROS.
       77 WS-PC-FREQUENCIA                 PIC 9(03)V99 VALUE ZEROS.
       77 WS-QTD-CORRENTES                 PIC 9(03) VALUE ZEROS.
       77 WS-QTD-TOPICOS                   PIC 9(03) VALUE ZEROS.
       77 WS-TEM-DEBITO                    PIC X VALUE 'N'.
          88 TEM-DEBITO                    VALUE 'S' FALSE 'N'.
       77 WS-QTD-DEBITO                    PIC 9(03) VALUE ZEROS.
       77 WS-VL-DEBITO                     PIC 9(06)V99 VALUE ZEROS.
       77 WS-NR-CONSULTA                   PIC 9(06).
       77 WS-DV-CONSULTA                   PIC 9(01).
       77 WS-NOTA-ED                       PIC Z9,99.
       77 WS-PERC-ED                       PIC ZZ9,99.
       77 WS-VALOR-ED                      PIC ZZZ.ZZ9,99.
       77 WS-LINHA-OUT                     PIC X(80) VALUE SPACES.
      * MATERIAS CURSADAS (HISTORICO E TERMO EM CURSO), SEM
      * REPETICAO, PARA A SECAO DE EMENTAS DA GUIA
       77 WS-QTD-MATERIAS                  PIC 9(03) VALUE ZEROS.
       77 WS-IND-MAT                       PIC 9(03).
       77 WS-ACHOU-MAT                     PIC X VALUE 'N'.
          88 ACHOU-MAT                     VALUE 'S' FALSE 'N'.
       77 WS-GM-ID-MATERIA                 PIC 9(03).
       77 WS-GM-NM-MATERIA                 PIC X(20).
       01 WS-TABELA-MATERIAS.
          03 WS-TAB-MAT OCCURS 100 TIMES.
             05 WS-MAT-ID                  PIC 9(03).
             05 WS-MAT-NM                  PIC X(20).
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
       01 WL-PARAMETROS-AULAS.
          03 WL-AUL-ID-MATERIA             PIC 9(03).
          03 WL-AUL-DT-INICIO              PIC 9(08).
          03 WL-AUL-DT-FIM                 PIC 9(08).
          03 WL-AUL-QT-AULAS               PIC 9(04).
          03 WL-AUL-QT-PERDIDAS            PIC 9(04).
          03 WL-AUL-QT-REPOSICOES          PIC 9(04).
          COPY MED_AREA.
       01 WL-PARAMETROS-DV.
          03 WL-DV-OPERACAO                PIC X(01).
          03 WL-DV-NUMERO                  PIC 9(12).
          03 WL-DV-DIGITO                  PIC 9(01).
          03 WL-DV-OK                      PIC X(01).
             88 WL-DV-VALIDO               VALUE 'S'.
             88 WL-DV-INVALIDO             VALUE 'N'.
       01 WL-AUDITORIA.
          03 WL-PROGRAMA                   PIC X(12)
             VALUE 'SISGUIAT'.
          03 WL-OPERACAO                   PIC X(10).
          03 WL-CHAVE                      PIC X(10).
          03 WL-VALOR-ANTIGO               PIC X(50).
          03 WL-VALOR-NOVO                 PIC X(50).
       01 WS-ARQ-GUIA                      PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\GUIA_TRANSFERENCIA.TXT'.
       01 WL-SPOOL.
          03 WL-SPL-RELATORIO              PIC X(12).
          03 WL-SPL-ARQUIVO                PIC X(60).
          03 WL-SPL-OK                     PIC X(01).
             88 WL-SPOOL-ABERTO            VALUE 'S'.
             88 WL-SPOOL-FALHOU            VALUE 'N'.

       01 WS-ARQ-CFG-D3-REGISTRO           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\REGISTRO.DAT'.
       01 WS-ARQ-CFG-D3-EVASAO             PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\EVASAO.DAT'.
       01 WS-ARQ-CFG-D3-GUIATRAN           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\GUIATRAN.DAT'.
       01 WS-ARQ-CFG-D3-CONTROLE           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\CONTROLE.DAT'.
       01 WS-ARQ-CFG-RESUMO                PIC X(60) VALUE
          'C:\COBOL\ARQUIVO_MORTO\RESUMO.DAT'.
       01 WS-ARQ-CFG-TERMOS                PIC X(60) VALUE
          'C:\COBOL\ARQUIVO_MORTO\TERMOS.DAT'.
       01 WS-ARQ-CFG-D3-TODOS              PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\TODOS.DAT'.
       01 WS-ARQ-CFG-D3-MATRICULAS         PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\MATRICULAS.DAT'.
       01 WS-ARQ-CFG-D3-MATERIAS           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\MATERIAS.DAT'.
       01 WS-ARQ-CFG-D3-LANCNOTA           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\LANCNOTA.DAT'.
       01 WS-ARQ-CFG-D3-FREQUENCIA         PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\FREQUENCIA.DAT'.
       01 WS-ARQ-CFG-D3-EMENTA             PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\EMENTA.DAT'.
       01 WS-ARQ-CFG-CALENDARIO            PIC X(60) VALUE
          'C:\COBOL\CALENDARIO.DAT'.
       01 WS-ARQ-CFG-MENSALID              PIC X(60) VALUE
          'C:\COBOL\MENSALID.DAT'.
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
            DISPLAY '***        GUIA DE TRANSFERENCIA               ***'
            DISPLAY '**************************************************'
            DISPLAY '*** 1 - Emitir guia de transferencia           ***'
            DISPLAY '*** 2 - Emitir 2a via da guia                  ***'
            DISPLAY '*** 3 - Consultar guia pelo numero             ***'
            DISPLAY '***          <TECLE F PARA FINALIZAR>          ***'
            DISPLAY '**************************************************'
            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN '1'
                    PERFORM P310-EMITE       THRU P310-FIM
                WHEN '2'
                    PERFORM P315-SEGUNDA-VIA THRU P315-FIM
                WHEN '3'
                    PERFORM P318-CONSULTA    THRU P318-FIM
                WHEN 'F'
                    CONTINUE
                WHEN 'f'
                    CONTINUE
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA! '
            END-EVALUATE
            .
       P300-FIM.
      * A GUIA SO SAI PARA QUEM TEVE O CANCELAMENTO REGISTRADO NO
      * SISEVADE COM MOTIVO 'TR'; A SEGUNDA EMISSAO E SEMPRE 2A VIA
       P310-EMITE.
            DISPLAY 'Informe o ID do aluno: '
            ACCEPT WS-ID-ALUNO
            PERFORM P320-LE-ALUNO THRU P320-FIM
            IF NOT ALUNO-OK
                GO TO P310-FIM
            END-IF
            IF NOT ALUNO-CANCELADO
                DISPLAY 'O ALUNO NAO ESTA CANCELADO - REGISTRE A '
                        'SAIDA NO SISEVADE (MOTIVO TR) ANTES.'
                GO TO P310-FIM
            END-IF
            PERFORM P330-ACHA-TRANSFERENCIA THRU P330-FIM
            IF NOT ACHOU-TRANSF
                DISPLAY 'NAO HA CANCELAMENTO POR TRANSFERENCIA '
                        '(MOTIVO TR) PARA O ALUNO NO SISEVADE.'
                GO TO P310-FIM
            END-IF
            PERFORM P340-GUIAS-DO-ALUNO THRU P340-FIM
            IF WS-QTD-VIAS > 0
                DISPLAY 'GUIA DE TRANSFERENCIA JA EMITIDA (NUMERO '
                        WS-NR-GUIA-ORIGEM ') - USE A OPCAO 2 '
                        'PARA A 2A VIA.'
                GO TO P310-FIM
            END-IF
            DISPLAY 'Escola de destino: '
            ACCEPT WS-ESCOLA-DESTINO
            IF WS-ESCOLA-DESTINO EQUAL SPACES
                DISPLAY 'ESCOLA DE DESTINO OBRIGATORIA! '
                GO TO P310-FIM
            END-IF
            MOVE 1                TO WS-NR-VIA
            PERFORM P500-GERA-GUIA THRU P500-FIM
            .
       P310-FIM.
       P315-SEGUNDA-VIA.
            DISPLAY 'Informe o ID do aluno: '
            ACCEPT WS-ID-ALUNO
            PERFORM P320-LE-ALUNO THRU P320-FIM
            IF NOT ALUNO-OK
                GO TO P315-FIM
            END-IF
            PERFORM P340-GUIAS-DO-ALUNO THRU P340-FIM
            IF WS-QTD-VIAS EQUAL ZEROS
                DISPLAY 'NENHUMA GUIA EMITIDA PARA O ALUNO - USE A '
                        'OPCAO 1.'
                GO TO P315-FIM
            END-IF
            DISPLAY 'GUIA ORIGINAL ' WS-NR-GUIA-ORIGEM ' - '
                    WS-QTD-VIAS ' VIA(S) EMITIDA(S), DESTINO: '
                    WS-ESCOLA-DESTINO
            DISPLAY 'TECLE <S> para emitir nova via: '
            ACCEPT WS-CONFIRM
            IF WS-CONFIRM NOT EQUAL 'S' AND 's'
                DISPLAY 'Via nao emitida.'
                GO TO P315-FIM
            END-IF
            ADD 1 TO WS-QTD-VIAS GIVING WS-NR-VIA
            PERFORM P500-GERA-GUIA THRU P500-FIM
            .
       P315-FIM.
       P318-CONSULTA.
            DISPLAY 'Numero da guia (6 digitos): '
            ACCEPT WS-NR-CONSULTA
            DISPLAY 'Digito verificador: '
            ACCEPT WS-DV-CONSULTA
            MOVE 'V'              TO WL-DV-OPERACAO
            MOVE WS-NR-CONSULTA   TO WL-DV-NUMERO
            MOVE WS-DV-CONSULTA   TO WL-DV-DIGITO
            CALL 'DIGVERIF' USING WL-PARAMETROS-DV
            IF WL-DV-INVALIDO
                DISPLAY 'DIGITO VERIFICADOR NAO CONFERE - CONFIRA '
                        'O NUMERO DIGITADO.'
                GO TO P318-FIM
            END-IF
            SET FS-GTR-OK         TO TRUE
            OPEN INPUT GUIAS
            IF NOT FS-GTR-OK
                DISPLAY 'NENHUMA GUIA DE TRANSFERENCIA EMITIDA. '
                GO TO P318-FIM
            END-IF
            MOVE WS-NR-CONSULTA   TO NR-GUIA-GTR
            READ GUIAS
                INVALID KEY
                    DISPLAY 'GUIA NAO ENCONTRADA NO REGISTRO - '
                            'DOCUMENTO NAO AUTENTICO.'
                NOT INVALID KEY
                    DISPLAY 'GUIA AUTENTICA: ' NR-GUIA-GTR
                            ' VIA ' NR-VIA-GTR
                            ' (ORIGINAL ' NR-GUIA-ORIGEM-GTR ')'
                    DISPLAY 'ALUNO     : ' ID-ALUNO-GTR ' '
                            NM-ALUNO-GTR
                    DISPLAY 'EMITIDA EM: ' DT-EMISSAO-GTR
                            '  SAIDA EM: ' DT-SAIDA-GTR
                    DISPLAY 'DESTINO   : ' ESCOLA-DESTINO-GTR
                    DISPLAY 'MATERIAS  : ' QT-MATERIAS-GTR
                            '  QUITACAO: ' ST-QUITACAO-GTR
            END-READ
            CLOSE GUIAS
            .
       P318-FIM.
       P320-LE-ALUNO.
            SET ALUNO-OK          TO FALSE
            SET ALUNO-CANCELADO   TO FALSE
            SET FS-OK             TO TRUE
            OPEN INPUT ALUNOS
            IF FS-OK
                MOVE WS-ID-ALUNO  TO ID-ALUNO
                READ ALUNOS
                    INVALID KEY
                        DISPLAY 'ALUNO NAO EXISTE! '
                    NOT INVALID KEY
                        MOVE NM-ALUNO TO WS-NM-ALUNO
                        MOVE TURMA    TO WS-TURMA
                        SET ALUNO-OK  TO TRUE
                        IF ALUNO-INATIVO
                            SET ALUNO-CANCELADO TO TRUE
                        END-IF
                END-READ
            ELSE
                DISPLAY 'ARQUIVO DE ALUNOS INDISPONIVEL. '
                DISPLAY 'FILE STATUS: ' WS-FS
            END-IF
            CLOSE ALUNOS
            .
       P320-FIM.
      * O ULTIMO CANCELAMENTO DO ALUNO COM MOTIVO 'TR' DA A DATA
      * DA SAIDA QUE LIMITA A APURACAO DO TERMO EM CURSO
       P330-ACHA-TRANSFERENCIA.
            SET ACHOU-TRANSF      TO FALSE
            MOVE ZEROS            TO WS-DT-SAIDA
            SET EOF-OK            TO FALSE
            SET FS-EVA-OK         TO TRUE
            OPEN INPUT EVASOES
            IF NOT FS-EVA-OK
                GO TO P330-FIM
            END-IF
            MOVE WS-ID-ALUNO      TO ID-ALUNO-EVA
            MOVE ZEROS            TO DT-EVENTO-EVA
            START EVASOES KEY IS NOT LESS THAN CHAVE-EVASAO
                INVALID KEY
                    SET EOF-OK    TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ EVASOES NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF ID-ALUNO-EVA NOT EQUAL WS-ID-ALUNO
                            SET EOF-OK TO TRUE
                        ELSE
                            IF EVASAO-CANCELAMENTO AND
                               CD-MOTIVO-EVA EQUAL 'TR'
                                SET ACHOU-TRANSF TO TRUE
                                MOVE DT-EVENTO-EVA TO WS-DT-SAIDA
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE EVASOES
            .
       P330-FIM.
       P340-GUIAS-DO-ALUNO.
            MOVE ZEROS            TO WS-QTD-VIAS WS-NR-GUIA-ORIGEM
            SET EOF-OK            TO FALSE
            SET FS-GTR-OK         TO TRUE
            OPEN INPUT GUIAS
            IF NOT FS-GTR-OK
                GO TO P340-FIM
            END-IF
            MOVE WS-ID-ALUNO      TO ID-ALUNO-GTR
            START GUIAS KEY IS EQUAL ID-ALUNO-GTR
                INVALID KEY
                    SET EOF-OK    TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ GUIAS NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF ID-ALUNO-GTR NOT EQUAL WS-ID-ALUNO
                            SET EOF-OK TO TRUE
                        ELSE
                            IF NR-VIA-GTR > WS-QTD-VIAS
                                MOVE NR-VIA-GTR TO WS-QTD-VIAS
                            END-IF
                            MOVE NR-GUIA-ORIGEM-GTR
                                TO WS-NR-GUIA-ORIGEM
                            MOVE ESCOLA-DESTINO-GTR
                                TO WS-ESCOLA-DESTINO
                            MOVE DT-SAIDA-GTR TO WS-DT-SAIDA
                        END-IF
                END-READ
            END-PERFORM
            CLOSE GUIAS
            .
       P340-FIM.
      * TERMO EM CURSO NA DATA DA SAIDA (CALENDARIO); A FREQUENCIA
      * E APURADA DO INICIO DO TERMO ATE A SAIDA
       P100-ACHA-TERMO.
            MOVE ZEROS            TO WS-DT-INI-TERMO WS-DT-FIM-TERMO
                                     WS-DT-FIM-APURACAO
            MOVE SPACES           TO WS-CD-TERMO
            SET EOF-OK            TO FALSE
            SET FS-CAL-OK         TO TRUE
            OPEN INPUT CALENDARIO
            IF NOT FS-CAL-OK
                GO TO P100-FIM
            END-IF
            PERFORM UNTIL EOF-OK
                READ CALENDARIO NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF EVENTO-TERMO AND
                           DT-EVENTO-CAL <= WS-DT-SAIDA AND
                           DT-FIM-EVENTO-CAL >= WS-DT-SAIDA
                            MOVE DT-EVENTO-CAL     TO WS-DT-INI-TERMO
                            MOVE DT-FIM-EVENTO-CAL TO WS-DT-FIM-TERMO
                            MOVE CD-TERMO-CAL      TO WS-CD-TERMO
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CALENDARIO
            MOVE WS-DT-SAIDA      TO WS-DT-FIM-APURACAO
            .
       P100-FIM.
       P500-GERA-GUIA.
            PERFORM P100-ACHA-TERMO THRU P100-FIM
            PERFORM P150-PROX-GUIA  THRU P150-FIM
            IF WS-NR-VIA EQUAL 1
                MOVE WS-NR-GUIA   TO WS-NR-GUIA-ORIGEM
            END-IF
            MOVE 'C'              TO WL-DV-OPERACAO
            MOVE WS-NR-GUIA       TO WL-DV-NUMERO
            CALL 'DIGVERIF' USING WL-PARAMETROS-DV
            ACCEPT WS-DATA-HOJE-8 FROM DATE YYYYMMDD
            MOVE ZEROS            TO WS-QTD-MATERIAS
            INITIALIZE WS-TABELA-MATERIAS
            MOVE 'GUIATRANSF'     TO WL-SPL-RELATORIO
            CALL 'SPOOLREG' USING WL-SPOOL
            IF WL-SPOOL-ABERTO
                MOVE WL-SPL-ARQUIVO TO WS-ARQ-GUIA
            ELSE
                MOVE 'C:\COBOL\Desafio-modulo-3\GUIA_TRANSFERENCIA.TXT'
                    TO WS-ARQ-GUIA
            END-IF
            SET FS-OUT-OK         TO TRUE
            OPEN OUTPUT GUIA-OUT
            IF NOT FS-OUT-OK
                DISPLAY 'ERRO AO GRAVAR A GUIA DE TRANSFERENCIA. '
                DISPLAY 'FILE STATUS: ' WS-FS-OUT
                GO TO P500-FIM
            END-IF
            PERFORM P510-CABECALHO        THRU P510-FIM
            PERFORM P520-HISTORICO        THRU P520-FIM
            PERFORM P560-TERMO-EM-CURSO   THRU P560-FIM
            PERFORM P580-EMENTAS          THRU P580-FIM
            PERFORM P590-QUITACAO         THRU P590-FIM
            PERFORM P595-RODAPE           THRU P595-FIM
            CLOSE GUIA-OUT
            PERFORM P600-REGISTRA         THRU P600-FIM
            DISPLAY 'GUIA DE TRANSFERENCIA ' WS-NR-GUIA '-'
                    WL-DV-DIGITO ' (VIA ' WS-NR-VIA ') EMITIDA EM '
                    WS-ARQ-GUIA
            .
       P500-FIM.
       P510-CABECALHO.
            MOVE ALL '=' TO WS-LINHA-OUT
            PERFORM P700-GRAVA-LINHA THRU P700-FIM
            MOVE '              ESCOLA  -  SECRETARIA' TO WS-LINHA-OUT
            PERFORM P700-GRAVA-LINHA THRU P700-FIM
            MOVE ALL '=' TO WS-LINHA-OUT
            PERFORM P700-GRAVA-LINHA THRU P700-FIM
            STRING '          GUIA DE TRANSFERENCIA NUMERO '
                   WS-NR-GUIA '-' WL-DV-DIGITO
                   DELIMITED BY SIZE INTO WS-LINHA-OUT
            PERFORM P700-GRAVA-LINHA THRU P700-FIM
            IF WS-NR-VIA > 1
                STRING '          ' WS-NR-VIA 'A VIA DA GUIA '
                       WS-NR-GUIA-ORIGEM
                       DELIMITED BY SIZE INTO WS-LINHA-OUT
                PERFORM P700-GRAVA-LINHA THRU P700-FIM
            END-IF
            PERFORM P700-GRAVA-LINHA THRU P700-FIM
            STRING 'ALUNO(A): ' WS-NM-ALUNO ' (ID ' WS-ID-ALUNO
                   ', TURMA ' WS-TURMA ')'
                   DELIMITED BY SIZE INTO WS-LINHA-OUT
            PERFORM P700-GRAVA-LINHA THRU P700-FIM
            STRING 'DATA DA SAIDA: ' WS-DT-SAIDA
                   '   MOTIVO: TRANSFERENCIA'
                   DELIMITED BY SIZE INTO WS-LINHA-OUT
            PERFORM P700-GRAVA-LINHA THRU P700-FIM
            STRING 'ESCOLA DE DESTINO: ' WS-ESCOLA-DESTINO
                   DELIMITED BY SIZE INTO WS-LINHA-OUT
            PERFORM P700-GRAVA-LINHA THRU P700-FIM
            .
       P510-FIM.
      * 1. HISTORICO: RESUMO CUMULATIVO DO SISROLOV (OU VARREDURA DOS
      * ARQUIVOS MORTOS) MAIS OS BOLETINS JA FECHADOS NO TODOS.DAT
       P520-HISTORICO.
            MOVE ZEROS            TO WS-QTD-GERAL WS-SOMA-GERAL
            PERFORM P700-GRAVA-LINHA THRU P700-FIM
            MOVE '--- 1. HISTORICO ESCOLAR ---' TO WS-LINHA-OUT
            PERFORM P700-GRAVA-LINHA THRU P700-FIM
            PERFORM P525-HIST-RESUMO THRU P525-FIM
            IF NOT RESUMO-USADO
                PERFORM P535-HIST-ARQUIVADOS THRU P535-FIM
            END-IF
            PERFORM P545-HIST-CORRENTE THRU P545-FIM
            IF WS-QTD-GERAL > 0
                COMPUTE WS-COEF-GERAL =
                        WS-SOMA-GERAL / WS-QTD-GERAL
                MOVE WS-COEF-GERAL TO WS-NOTA-ED
                STRING 'MATERIAS NO HISTORICO: ' WS-QTD-GERAL
                       '   COEFICIENTE ACUMULADO: ' WS-NOTA-ED
                       DELIMITED BY SIZE INTO WS-LINHA-OUT
            ELSE
                MOVE '  (NENHUM RESULTADO FINAL REGISTRADO)'
                    TO WS-LINHA-OUT
            END-IF
            PERFORM P700-GRAVA-LINHA THRU P700-FIM
            .
       P520-FIM.
       P525-HIST-RESUMO.
            SET RESUMO-USADO      TO FALSE
            SET FS-RES-OK         TO TRUE
            OPEN INPUT RESUMO
            IF NOT FS-RES-OK
                CLOSE RESUMO
                GO TO P525-FIM
            END-IF
            SET RESUMO-USADO      TO TRUE
            MOVE SPACES           TO WS-TERMO-GRUPO
            MOVE ZEROS            TO WS-QTD-TERMO WS-SOMA-TERMO
            SET EOF-OK            TO FALSE
            MOVE WS-ID-ALUNO      TO ID-ALUNO-RES
            MOVE LOW-VALUES       TO CD-TERMO-RES
            MOVE ZEROS            TO ID-MATERIA-RES
            START RESUMO KEY IS NOT LESS THAN CHAVE-RESUMO
                INVALID KEY
                    SET EOF-OK    TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ RESUMO NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF ID-ALUNO-RES NOT EQUAL WS-ID-ALUNO
                            SET EOF-OK TO TRUE
                        ELSE
                            IF CD-TERMO-RES NOT EQUAL WS-TERMO-GRUPO
                                PERFORM P530-FECHA-TERMO
                                    THRU P530-FIM
                                MOVE CD-TERMO-RES TO WS-TERMO-GRUPO
                                STRING 'TERMO ' CD-TERMO-RES
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-OUT
                                PERFORM P700-GRAVA-LINHA
                                    THRU P700-FIM
                            END-IF
                            MOVE ID-MATERIA-RES TO WS-GM-ID-MATERIA
                            MOVE NM-MATERIA-RES TO WS-GM-NM-MATERIA
                            MOVE MEDIA-RES      TO WS-NOTA-ED
                            MOVE RESULTADO-RES  TO WS-DS-RESULTADO
                            ADD MEDIA-RES TO WS-SOMA-TERMO
                                             WS-SOMA-GERAL
                            PERFORM P540-LINHA-HIST THRU P540-FIM
                        END-IF
                END-READ
            END-PERFORM
            PERFORM P530-FECHA-TERMO THRU P530-FIM
            CLOSE RESUMO
            .
       P525-FIM.
       P530-FECHA-TERMO.
            IF WS-QTD-TERMO > 0
                COMPUTE WS-COEF-TERMO =
                        WS-SOMA-TERMO / WS-QTD-TERMO
                MOVE WS-COEF-TERMO TO WS-NOTA-ED
                STRING '    COEFICIENTE DO TERMO: ' WS-NOTA-ED
                       DELIMITED BY SIZE INTO WS-LINHA-OUT
                PERFORM P700-GRAVA-LINHA THRU P700-FIM
            END-IF
            MOVE ZEROS            TO WS-QTD-TERMO WS-SOMA-TERMO
            .
       P530-FIM.
       P535-HIST-ARQUIVADOS.
            SET EOF-TRM-OK        TO FALSE
            SET FS-TRM-OK         TO TRUE
            OPEN INPUT TERMOS
            IF NOT FS-TRM-OK
                CLOSE TERMOS
                GO TO P535-FIM
            END-IF
            PERFORM UNTIL EOF-TRM-OK
                READ TERMOS
                    AT END
                        SET EOF-TRM-OK TO TRUE
                    NOT AT END
                        PERFORM P537-ARQUIVO-TERMO THRU P537-FIM
                END-READ
            END-PERFORM
            CLOSE TERMOS
            .
       P535-FIM.
       P537-ARQUIVO-TERMO.
            MOVE TRM-ARQ-TODOS    TO WS-ARQ-TODOS-HIST
            MOVE ZEROS            TO WS-QTD-TERMO WS-SOMA-TERMO
            SET EOF-OK            TO FALSE
            SET FS-ARQ-OK         TO TRUE
            OPEN INPUT TODOS-ARQ
            IF NOT FS-ARQ-OK
                STRING 'TERMO ' TRM-CD-TERMO
                       ' - ARQUIVO INDISPONIVEL NA EMISSAO'
                       DELIMITED BY SIZE INTO WS-LINHA-OUT
                PERFORM P700-GRAVA-LINHA THRU P700-FIM
                GO TO P537-FIM
            END-IF
            MOVE TRM-CD-TERMO     TO WS-TERMO-GRUPO
            PERFORM UNTIL EOF-OK
                READ TODOS-ARQ INTO WS-BUF-TODOS
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF WS-BUF-ID-ALUNO EQUAL WS-ID-ALUNO
                            IF WS-QTD-TERMO EQUAL ZEROS
                                STRING 'TERMO ' TRM-CD-TERMO
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-OUT
                                PERFORM P700-GRAVA-LINHA
                                    THRU P700-FIM
                            END-IF
                            MOVE WS-BUF-ID-MATERIA
                                TO WS-GM-ID-MATERIA
                            MOVE WS-BUF-NM-MATERIA
                                TO WS-GM-NM-MATERIA
                            MOVE WS-BUF-MEDIA     TO WS-NOTA-ED
                            MOVE WS-BUF-RESULTADO TO WS-DS-RESULTADO
                            ADD WS-BUF-MEDIA TO WS-SOMA-TERMO
                                                WS-SOMA-GERAL
                            PERFORM P540-LINHA-HIST THRU P540-FIM
                        END-IF
                END-READ
            END-PERFORM
            PERFORM P530-FECHA-TERMO THRU P530-FIM
            CLOSE TODOS-ARQ
            .
       P537-FIM.
      * LINHA DO HISTORICO: QUEM CHAMA PREENCHE MATERIA, MEDIA E
      * RESULTADO E JA SOMA A MEDIA NOS ACUMULADORES DE SOMA
       P540-LINHA-HIST.
            ADD 1                 TO WS-QTD-TERMO WS-QTD-GERAL
            IF WS-DS-RESULTADO EQUAL 'APROV-CONSELHO'
                MOVE 'APROVADO CONSELHO' TO WS-DS-RESULTADO
            END-IF
            STRING '  ' WS-GM-ID-MATERIA ' ' WS-GM-NM-MATERIA
                   '  MEDIA ' WS-NOTA-ED '  ' WS-DS-RESULTADO
                   DELIMITED BY SIZE INTO WS-LINHA-OUT
            PERFORM P700-GRAVA-LINHA THRU P700-FIM
            PERFORM P710-GUARDA-MATERIA THRU P710-FIM
            .
       P540-FIM.
       P545-HIST-CORRENTE.
            MOVE ZEROS            TO WS-QTD-TERMO WS-SOMA-TERMO
            SET EOF-OK            TO FALSE
            SET FS-TOD-OK         TO TRUE
            OPEN INPUT TODOS
            IF NOT FS-TOD-OK
                CLOSE TODOS
                GO TO P545-FIM
            END-IF
            MOVE WS-ID-ALUNO      TO ID-ALUNO-2
            MOVE ZEROS            TO ID-MATERIA-2
            START TODOS KEY IS NOT LESS THAN CHAVE-BOLETIM
                INVALID KEY
                    SET EOF-OK    TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ TODOS NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF ID-ALUNO-2 NOT EQUAL WS-ID-ALUNO
                            SET EOF-OK TO TRUE
                        ELSE
                            IF WS-QTD-TERMO EQUAL ZEROS
                                MOVE 'BOLETINS FECHADOS NO TERMO '
                                  & 'CORRENTE' TO WS-LINHA-OUT
                                PERFORM P700-GRAVA-LINHA
                                    THRU P700-FIM
                            END-IF
                            MOVE ID-MATERIA-2  TO WS-GM-ID-MATERIA
                            MOVE NM-MATERIA-2  TO WS-GM-NM-MATERIA
                            MOVE MEDIA-BOLETIM TO WS-NOTA-ED
                            MOVE RESULTADO-BOLETIM
                                TO WS-DS-RESULTADO
                            ADD MEDIA-BOLETIM TO WS-SOMA-TERMO
                                                 WS-SOMA-GERAL
                            PERFORM P540-LINHA-HIST THRU P540-FIM
                        END-IF
                END-READ
            END-PERFORM
            PERFORM P530-FECHA-TERMO THRU P530-FIM
            CLOSE TODOS
            .
       P545-FIM.
      * 2. TERMO EM CURSO: PARA CADA MATRICULA (ATIVA OU SUSPENSA
      * PELA SAIDA) AS NOTAS LANCADAS ATE AGORA, A MEDIA PARCIAL
      * PONDERADA PELO PLANO (SEM A RECUPERACAO, COMO NO SISRISCO) E
      * A FREQUENCIA DO INICIO DO TERMO ATE A DATA DA SAIDA
       P560-TERMO-EM-CURSO.
            MOVE ZEROS            TO WS-QTD-CORRENTES
            PERFORM P700-GRAVA-LINHA THRU P700-FIM
            IF WS-CD-TERMO EQUAL SPACES
                MOVE '--- 2. TERMO EM CURSO: NENHUM NA DATA DA '
                   & 'SAIDA ---' TO WS-LINHA-OUT
            ELSE
                STRING '--- 2. TERMO EM CURSO ' WS-CD-TERMO
                       ' (' WS-DT-INI-TERMO ' A ' WS-DT-SAIDA
                       '): NOTAS PARCIAIS E FREQUENCIA ---'
                       DELIMITED BY SIZE INTO WS-LINHA-OUT
            END-IF
            PERFORM P700-GRAVA-LINHA THRU P700-FIM
            SET EOF-AUX-OK        TO FALSE
            SET FS-MAT-OK         TO TRUE
            OPEN INPUT MATRICULAS
            IF NOT FS-MAT-OK
                CLOSE MATRICULAS
                MOVE '  (MATRICULAS INDISPONIVEIS NA EMISSAO)'
                    TO WS-LINHA-OUT
                PERFORM P700-GRAVA-LINHA THRU P700-FIM
                GO TO P560-FIM
            END-IF
            MOVE WS-ID-ALUNO      TO ID-ALUNO-MAT
            MOVE ZEROS            TO ID-MATERIA-MAT
            START MATRICULAS KEY IS NOT LESS THAN CHAVE-MATRICULA
                INVALID KEY
                    SET EOF-AUX-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-AUX-OK
                READ MATRICULAS NEXT
                    AT END
                        SET EOF-AUX-OK TO TRUE
                    NOT AT END
                        IF ID-ALUNO-MAT NOT EQUAL WS-ID-ALUNO
                            SET EOF-AUX-OK TO TRUE
                        ELSE
                            IF MAT-ATIVA OR MAT-SUSPENSA
                                MOVE ID-MATERIA-MAT TO WS-ID-MATERIA
                                PERFORM P565-MATERIA-CORRENTE
                                    THRU P565-FIM
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE MATRICULAS
            IF WS-QTD-CORRENTES EQUAL ZEROS
                MOVE '  (SEM MATRICULAS NO TERMO EM CURSO)'
                    TO WS-LINHA-OUT
                PERFORM P700-GRAVA-LINHA THRU P700-FIM
            END-IF
            .
       P560-FIM.
       P565-MATERIA-CORRENTE.
            ADD 1                 TO WS-QTD-CORRENTES
            PERFORM P720-LE-MATERIA THRU P720-FIM
            MOVE WS-ID-MATERIA    TO WS-GM-ID-MATERIA
            MOVE WS-NM-MATERIA    TO WS-GM-NM-MATERIA
            PERFORM P710-GUARDA-MATERIA THRU P710-FIM
            STRING 'MATERIA ' WS-ID-MATERIA ' ' WS-NM-MATERIA
                   DELIMITED BY SIZE INTO WS-LINHA-OUT
            PERFORM P700-GRAVA-LINHA THRU P700-FIM
            PERFORM P570-NOTAS-PARCIAIS THRU P570-FIM
            PERFORM P575-FREQUENCIA     THRU P575-FIM
            .
       P565-FIM.
       P570-NOTAS-PARCIAIS.
            MOVE ZEROS            TO WS-QTD-NOTAS WS-SOMA-PONDERADA
                                     WS-SOMA-PESOS WS-MEDIA-PARCIAL
            SET EOF-OK            TO FALSE
            SET FS-LAN-OK         TO TRUE
            OPEN INPUT LANCAMENTOS
            IF NOT FS-LAN-OK
                CLOSE LANCAMENTOS
                MOVE '    (NENHUMA NOTA LANCADA)' TO WS-LINHA-OUT
                PERFORM P700-GRAVA-LINHA THRU P700-FIM
                GO TO P570-FIM
            END-IF
            MOVE WS-ID-ALUNO      TO ID-ALUNO-LAN
            MOVE WS-ID-MATERIA    TO ID-MATERIA-LAN
            MOVE ZEROS            TO NR-AVALIACAO-LAN
            START LANCAMENTOS KEY IS NOT LESS THAN CHAVE-LANCAMENTO
                INVALID KEY
                    SET EOF-OK    TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ LANCAMENTOS NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF ID-ALUNO-LAN NOT EQUAL WS-ID-ALUNO OR
                           ID-MATERIA-LAN NOT EQUAL WS-ID-MATERIA
                            SET EOF-OK TO TRUE
                        ELSE
                            PERFORM P572-NOTA THRU P572-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE LANCAMENTOS
            IF WS-QTD-NOTAS EQUAL ZEROS
                MOVE '    (NENHUMA NOTA LANCADA)' TO WS-LINHA-OUT
            ELSE
                IF WS-SOMA-PESOS > 0
                    COMPUTE WS-MEDIA-PARCIAL ROUNDED =
                            WS-SOMA-PONDERADA / WS-SOMA-PESOS
                END-IF
                MOVE WS-MEDIA-PARCIAL TO WS-NOTA-ED
                STRING '    MEDIA PARCIAL (PONDERADA): ' WS-NOTA-ED
                       DELIMITED BY SIZE INTO WS-LINHA-OUT
            END-IF
            PERFORM P700-GRAVA-LINHA THRU P700-FIM
            .
       P570-FIM.
       P572-NOTA.
            ADD 1                 TO WS-QTD-NOTAS
            MOVE 'P'              TO WL-MD-OPERACAO
            MOVE ID-MATERIA-LAN   TO WL-MD-ID-MATERIA
            MOVE NR-AVALIACAO-LAN TO WL-MD-NR-AVALIACAO
            CALL 'CALCMEDP' USING WL-PARAMETROS-MEDIA
            IF WL-MD-TP-AVALIACAO NOT EQUAL 'R'
                COMPUTE WS-SOMA-PONDERADA = WS-SOMA-PONDERADA +
                        VL-NOTA-LAN * WL-MD-PS-AVALIACAO
                ADD WL-MD-PS-AVALIACAO TO WS-SOMA-PESOS
            END-IF
            MOVE VL-NOTA-LAN      TO WS-NOTA-ED
            STRING '    AVALIACAO ' NR-AVALIACAO-LAN ' '
                   WL-MD-NM-AVALIACAO ' PESO ' WL-MD-PS-AVALIACAO
                   '  NOTA ' WS-NOTA-ED '  EM ' DT-LANCTO-LAN
                   DELIMITED BY SIZE INTO WS-LINHA-OUT
            PERFORM P700-GRAVA-LINHA THRU P700-FIM
            .
       P572-FIM.
       P575-FREQUENCIA.
            IF WS-CD-TERMO EQUAL SPACES
                MOVE '    FREQUENCIA: NAO APURADA (SEM TERMO EM CURSO)'
                    TO WS-LINHA-OUT
                PERFORM P700-GRAVA-LINHA THRU P700-FIM
                GO TO P575-FIM
            END-IF
            MOVE WS-ID-MATERIA    TO WL-AUL-ID-MATERIA
            MOVE WS-DT-INI-TERMO  TO WL-AUL-DT-INICIO
            MOVE WS-DT-FIM-APURACAO TO WL-AUL-DT-FIM
            CALL 'CHKAULAS' USING WL-PARAMETROS-AULAS
            MOVE ZEROS            TO WS-QTD-FALTAS
            SET EOF-OK            TO FALSE
            SET FS-FRQ-OK         TO TRUE
            OPEN INPUT FREQUENCIA
            IF FS-FRQ-OK
                MOVE WS-ID-MATERIA   TO ID-MATERIA-FRQ
                MOVE WS-DT-INI-TERMO TO DT-AULA-FRQ
                MOVE ZEROS           TO PERIODO-FRQ ID-ALUNO-FRQ
                START FREQUENCIA KEY IS NOT LESS THAN CHAVE-FREQUENCIA
                    INVALID KEY
                        SET EOF-OK TO TRUE
                END-START
                PERFORM UNTIL EOF-OK
                    READ FREQUENCIA NEXT
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            IF ID-MATERIA-FRQ NOT EQUAL WS-ID-MATERIA
                               OR DT-AULA-FRQ > WS-DT-FIM-APURACAO
                                SET EOF-OK TO TRUE
                            ELSE
                                IF ID-ALUNO-FRQ EQUAL WS-ID-ALUNO
                                    ADD 1 TO WS-QTD-FALTAS
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
            END-IF
            CLOSE FREQUENCIA
            IF WL-AUL-QT-AULAS > 0
                IF WS-QTD-FALTAS > WL-AUL-QT-AULAS
                    MOVE WL-AUL-QT-AULAS TO WS-QTD-FALTAS
                END-IF
                COMPUTE WS-PC-FREQUENCIA ROUNDED =
                        ((WL-AUL-QT-AULAS - WS-QTD-FALTAS) * 100)
                        / WL-AUL-QT-AULAS
            ELSE
                MOVE ZEROS        TO WS-PC-FREQUENCIA
            END-IF
            MOVE WS-PC-FREQUENCIA TO WS-PERC-ED
            STRING '    AULAS DADAS: ' WL-AUL-QT-AULAS
                   '  FALTAS: ' WS-QTD-FALTAS
                   '  FREQUENCIA: ' WS-PERC-ED '%'
                   DELIMITED BY SIZE INTO WS-LINHA-OUT
            PERFORM P700-GRAVA-LINHA THRU P700-FIM
            .
       P575-FIM.
      * 3. EMENTA DE CADA MATERIA CURSADA (HISTORICO E TERMO EM CURSO)
       P580-EMENTAS.
            PERFORM P700-GRAVA-LINHA THRU P700-FIM
            MOVE '--- 3. EMENTAS DAS MATERIAS CURSADAS ---'
                TO WS-LINHA-OUT
            PERFORM P700-GRAVA-LINHA THRU P700-FIM
            IF WS-QTD-MATERIAS EQUAL ZEROS
                MOVE '  (NENHUMA MATERIA CURSADA)' TO WS-LINHA-OUT
                PERFORM P700-GRAVA-LINHA THRU P700-FIM
                GO TO P580-FIM
            END-IF
            SET FS-EMT-OK         TO TRUE
            OPEN INPUT EMENTA
            PERFORM VARYING WS-IND-MAT FROM 1 BY 1
                    UNTIL WS-IND-MAT > WS-QTD-MATERIAS
                PERFORM P585-EMENTA-MATERIA THRU P585-FIM
            END-PERFORM
            CLOSE EMENTA
            .
       P580-FIM.
       P585-EMENTA-MATERIA.
            MOVE WS-MAT-ID(WS-IND-MAT) TO WS-ID-MATERIA
            PERFORM P720-LE-MATERIA THRU P720-FIM
            STRING 'MATERIA ' WS-MAT-ID(WS-IND-MAT) ' '
                   WS-MAT-NM(WS-IND-MAT)
                   '  CARGA HORARIA: ' WS-CH-MATERIA ' H'
                   DELIMITED BY SIZE INTO WS-LINHA-OUT
            PERFORM P700-GRAVA-LINHA THRU P700-FIM
            MOVE ZEROS            TO WS-QTD-TOPICOS
            IF NOT FS-EMT-OK
                MOVE '    (EMENTA NAO CADASTRADA)' TO WS-LINHA-OUT
                PERFORM P700-GRAVA-LINHA THRU P700-FIM
                GO TO P585-FIM
            END-IF
            SET EOF-OK            TO FALSE
            MOVE WS-ID-MATERIA    TO ID-MATERIA-EMT
            MOVE ZEROS            TO NR-TOPICO-EMT
            START EMENTA KEY IS NOT LESS THAN CHAVE-EMENTA
                INVALID KEY
                    SET EOF-OK    TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ EMENTA NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF ID-MATERIA-EMT NOT EQUAL WS-ID-MATERIA
                            SET EOF-OK TO TRUE
                        ELSE
                            ADD 1 TO WS-QTD-TOPICOS
                            STRING '    ' NR-TOPICO-EMT ' '
                                   DS-TOPICO-EMT ' '
                                   CH-PREVISTA-EMT ' H'
                                   DELIMITED BY SIZE INTO WS-LINHA-OUT
                            PERFORM P700-GRAVA-LINHA THRU P700-FIM
                            IF BIBLIOGRAFIA-EMT NOT EQUAL SPACES
                                STRING '       BIBLIOGRAFIA: '
                                       BIBLIOGRAFIA-EMT
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-OUT
                                PERFORM P700-GRAVA-LINHA
                                    THRU P700-FIM
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            IF WS-QTD-TOPICOS EQUAL ZEROS
                MOVE '    (EMENTA NAO CADASTRADA)' TO WS-LINHA-OUT
                PERFORM P700-GRAVA-LINHA THRU P700-FIM
            END-IF
            .
       P585-FIM.
      * 4. QUITACAO: O DEBITO EM ABERTO CONSTA DA GUIA, MAS NAO
      * IMPEDE A SUA EMISSAO (A COBRANCA SEGUE PELOS MEIOS PROPRIOS)
       P590-QUITACAO.
            SET TEM-DEBITO        TO FALSE
            MOVE ZEROS            TO WS-QTD-DEBITO WS-VL-DEBITO
            SET EOF-OK            TO FALSE
            SET FS-MEN-OK         TO TRUE
            OPEN INPUT MENSALIDADES
            IF FS-MEN-OK
                MOVE WS-ID-ALUNO  TO ID-ALUNO-MEN
                MOVE ZEROS        TO CP-COMPETENCIA
                START MENSALIDADES KEY IS NOT LESS THAN
                      CHAVE-MENSALIDADE
                    INVALID KEY
                        SET EOF-OK TO TRUE
                END-START
                PERFORM UNTIL EOF-OK
                    READ MENSALIDADES NEXT
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            IF ID-ALUNO-MEN NOT EQUAL WS-ID-ALUNO
                                SET EOF-OK TO TRUE
                            ELSE
                                IF MEN-ABERTA OR MEN-RENEGOCIADA
                                    SET TEM-DEBITO TO TRUE
                                    ADD 1 TO WS-QTD-DEBITO
                                    ADD VL-MENSALIDADE
                                        TO WS-VL-DEBITO
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
            END-IF
            CLOSE MENSALIDADES
            PERFORM P700-GRAVA-LINHA THRU P700-FIM
            MOVE '--- 4. SITUACAO FINANCEIRA (QUITACAO) ---'
                TO WS-LINHA-OUT
            PERFORM P700-GRAVA-LINHA THRU P700-FIM
            IF TEM-DEBITO
                MOVE WS-VL-DEBITO TO WS-VALOR-ED
                STRING '  CONSTA DEBITO: ' WS-QTD-DEBITO
                       ' MENSALIDADE(S), TOTAL ' WS-VALOR-ED
                       DELIMITED BY SIZE INTO WS-LINHA-OUT
                PERFORM P700-GRAVA-LINHA THRU P700-FIM
                MOVE '  (O DEBITO NAO IMPEDE A TRANSFERENCIA)'
                    TO WS-LINHA-OUT
            ELSE
                MOVE '  NADA CONSTA - ALUNO QUITE COM A ESCOLA '
                   & 'NESTA DATA' TO WS-LINHA-OUT
            END-IF
            PERFORM P700-GRAVA-LINHA THRU P700-FIM
            .
       P590-FIM.
       P595-RODAPE.
            PERFORM P700-GRAVA-LINHA THRU P700-FIM
            STRING 'EMITIDA EM ' WS-DATA-HOJE-8
                   '  NUMERO DE VERIFICACAO: '
                   WS-NR-GUIA '-' WL-DV-DIGITO
                   DELIMITED BY SIZE INTO WS-LINHA-OUT
            PERFORM P700-GRAVA-LINHA THRU P700-FIM
            PERFORM P700-GRAVA-LINHA THRU P700-FIM
            MOVE '  ______________________      ______________________'
                TO WS-LINHA-OUT
            PERFORM P700-GRAVA-LINHA THRU P700-FIM
            MOVE '       SECRETARIO(A)                 DIRETOR(A)'
                TO WS-LINHA-OUT
            PERFORM P700-GRAVA-LINHA THRU P700-FIM
            MOVE ALL '=' TO WS-LINHA-OUT
            PERFORM P700-GRAVA-LINHA THRU P700-FIM
            .
       P595-FIM.
       P600-REGISTRA.
            SET FS-GTR-OK         TO TRUE
            OPEN I-O GUIAS
            IF WS-FS-GTR EQUAL 35 THEN
                OPEN OUTPUT GUIAS
                CLOSE GUIAS
                OPEN I-O GUIAS
            END-IF
            IF NOT FS-GTR-OK
                DISPLAY 'ERRO AO ABRIR O REGISTRO DE GUIAS. '
                DISPLAY 'FILE STATUS: ' WS-FS-GTR
                CLOSE GUIAS
                GO TO P600-FIM
            END-IF
            MOVE WS-NR-GUIA       TO NR-GUIA-GTR
            MOVE WS-ID-ALUNO      TO ID-ALUNO-GTR
            MOVE WS-NM-ALUNO      TO NM-ALUNO-GTR
            MOVE WS-DATA-HOJE-8   TO DT-EMISSAO-GTR
            MOVE WS-DT-SAIDA      TO DT-SAIDA-GTR
            MOVE WS-NR-VIA        TO NR-VIA-GTR
            MOVE WS-NR-GUIA-ORIGEM TO NR-GUIA-ORIGEM-GTR
            MOVE WS-ESCOLA-DESTINO TO ESCOLA-DESTINO-GTR
            MOVE WS-QTD-MATERIAS  TO QT-MATERIAS-GTR
            IF TEM-DEBITO
                SET GTR-COM-DEBITO TO TRUE
            ELSE
                SET GTR-QUITADO   TO TRUE
            END-IF
            MOVE WS-VL-DEBITO     TO VL-DEBITO-GTR
            WRITE REG-GUIA-TRANSF
                INVALID KEY
                    DISPLAY 'ERRO AO REGISTRAR A GUIA. '
                NOT INVALID KEY
                    IF WS-NR-VIA EQUAL 1
                        MOVE 'GUIA-TRANS' TO WL-OPERACAO
                    ELSE
                        MOVE 'GUIA-2VIA'  TO WL-OPERACAO
                    END-IF
                    MOVE WS-NR-GUIA   TO WL-CHAVE
                    MOVE SPACES       TO WL-VALOR-ANTIGO
                                         WL-VALOR-NOVO
                    STRING 'ALUNO ' WS-ID-ALUNO ' VIA ' WS-NR-VIA
                           ' ' WS-ESCOLA-DESTINO
                           DELIMITED BY SIZE INTO WL-VALOR-NOVO
                    CALL 'AUDITLOG' USING WL-AUDITORIA
            END-WRITE
            CLOSE GUIAS
            .
       P600-FIM.
       P150-PROX-GUIA.
            SET FS-CTRL-OK        TO TRUE
            MOVE 'N'              TO WS-CTRL-NOVO
            OPEN I-O CONTROLE
            IF WS-FS-CTRL EQUAL 35 THEN
                OPEN OUTPUT CONTROLE
                CLOSE CONTROLE
                OPEN I-O CONTROLE
            END-IF
            MOVE 'GUIATRANSF'     TO CHAVE-CONTROLE
            READ CONTROLE
                INVALID KEY
                    MOVE 'S'          TO WS-CTRL-NOVO
                    MOVE 1            TO ULTIMO-ID
                NOT INVALID KEY
                    ADD 1             TO ULTIMO-ID
            END-READ
            MOVE 'GUIATRANSF'     TO CHAVE-CONTROLE
            IF WS-CTRL-NOVO EQUAL 'S'
                WRITE REG-CONTROLE
            ELSE
                REWRITE REG-CONTROLE
            END-IF
            IF NOT FS-CTRL-OK
                DISPLAY 'ERRO AO ATUALIZAR O CONTROLE DE GUIAS. '
                DISPLAY 'FILE STATUS: ' WS-FS-CTRL
            END-IF
            MOVE ULTIMO-ID        TO WS-NR-GUIA
            CLOSE CONTROLE
            .
       P150-FIM.
       P700-GRAVA-LINHA.
            MOVE WS-LINHA-OUT     TO REG-GUIA-OUT
            WRITE REG-GUIA-OUT
            MOVE SPACES           TO WS-LINHA-OUT
            .
       P700-FIM.
       P710-GUARDA-MATERIA.
            SET ACHOU-MAT         TO FALSE
            PERFORM VARYING WS-IND-MAT FROM 1 BY 1
                    UNTIL WS-IND-MAT > WS-QTD-MATERIAS OR ACHOU-MAT
                IF WS-MAT-ID(WS-IND-MAT) EQUAL WS-GM-ID-MATERIA
                    SET ACHOU-MAT TO TRUE
                END-IF
            END-PERFORM
            IF NOT ACHOU-MAT AND WS-QTD-MATERIAS < 100
                ADD 1 TO WS-QTD-MATERIAS
                MOVE WS-GM-ID-MATERIA TO WS-MAT-ID(WS-QTD-MATERIAS)
                MOVE WS-GM-NM-MATERIA TO WS-MAT-NM(WS-QTD-MATERIAS)
            END-IF
            .
       P710-FIM.
       P720-LE-MATERIA.
            MOVE SPACES           TO WS-NM-MATERIA
            MOVE ZEROS            TO WS-CH-MATERIA
            SET FS-MATR-OK        TO TRUE
            OPEN INPUT MATERIAS
            IF FS-MATR-OK
                MOVE WS-ID-MATERIA TO ID-MATERIA
                READ MATERIAS
                    INVALID KEY
                        MOVE 'MATERIA NAO CADASTRADA' TO WS-NM-MATERIA
                    NOT INVALID KEY
                        MOVE NM-MATERIA TO WS-NM-MATERIA
                        MOVE CH-MATERIA TO WS-CH-MATERIA
                END-READ
            END-IF
            CLOSE MATERIAS
            .
       P720-FIM.
       P900-FIM.
            GOBACK.
      * RESOLVE OS CAMINHOS FISICOS PELO CONFIGSYS (PRODUCAO OU
      * TESTE); SEM CONFIGURACAO VALEM OS PADROES ACIMA
       P050-CONFIGURA.
            MOVE 'D3-REGISTRO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-REGISTRO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-REGISTRO
            MOVE 'D3-EVASAO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-EVASAO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-EVASAO
            MOVE 'D3-GUIATRAN' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-GUIATRAN TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-GUIATRAN
            MOVE 'D3-CONTROLE' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-CONTROLE TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-CONTROLE
            MOVE 'RESUMO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-RESUMO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-RESUMO
            MOVE 'TERMOS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-TERMOS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-TERMOS
            MOVE 'D3-TODOS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-TODOS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-TODOS
            MOVE 'D3-MATRICULAS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-MATRICULAS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-MATRICULAS
            MOVE 'D3-MATERIAS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-MATERIAS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-MATERIAS
            MOVE 'D3-LANCNOTA' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-LANCNOTA TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-LANCNOTA
            MOVE 'D3-FREQUENCIA' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-FREQUENCIA TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-FREQUENCIA
            MOVE 'D3-EMENTA' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-EMENTA TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-EMENTA
            MOVE 'CALENDARIO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-CALENDARIO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-CALENDARIO
            MOVE 'MENSALID' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-MENSALID TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-MENSALID
            .
       P050-FIM.
       END PROGRAM SISGUIAT.

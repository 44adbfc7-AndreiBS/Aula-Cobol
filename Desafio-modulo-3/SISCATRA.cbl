      ******************************************************************
      * Author: ANDREI BATISTA
      * Date: 15/10/2026
      * Purpose: CATRACA DA PORTARIA - OPCAO 1 IMPORTA O LOG DIARIO
      *          DA CATRACA (CATRACA.TXT, UMA PASSAGEM POR LINHA COM O
      *          CODIGO DE VERIFICACAO DA CARTEIRINHA DO SISCARTE) PARA
      *          ACESSOS.DAT, CONFERINDO O DIGITO (DIGVERIF) E A VIA
      *          (CARTREG.DAT, ALUNO MESCLADO PELO CHKALIAS); REIMPORTAR
      *          O MESMO LOG NAO DUPLICA. OPCAO 2 CRUZA UM DIA DE
      *          ACESSOS COM O DIARIO DE CLASSE (AULAS DO CONTEUDO.DAT
      *          E FALTAS DO FREQUENCIA.DAT): PRESENTE NA AULA SEM TER
      *          ENTRADO NO PREDIO E ENTROU MAS FALTOU EM TODAS AS
      *          AULAS DO DIA. OPCAO 3 LISTA OS ATRASOS DO DIA POR
      *          TURMA (PRIMEIRA ENTRADA DEPOIS DO INICIO DO TURNO DA
      *          TURMA MAIS A TOLERANCIA - CONFIGSYS CATRACA-INICIO-M/
      *          T/N E CATRACA-TOLERANCIA). OPCAO 4 GERA A LISTA DE
      *          BLOQUEIO DA CATRACA (CATBLOQ.TXT) COM AS CARTEIRINHAS
      *          QUE NAO VALEM MAIS: REVOGADA, VENCIDA, SUBSTITUIDA POR
      *          VIA NOVA OU DE ALUNO INATIVO/TRANCADO NO REGISTRO.
      *          NA CADEIA NOTURNA IMPORTA O LOG E GERA O BLOQUEIO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISCATRA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
               SELECT CATRACA-IN ASSIGN TO WS-ARQ-CFG-CATRACA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CAT.

               SELECT ACESSOS ASSIGN TO WS-ARQ-CFG-D3-ACESSOS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-ACESSO
               FILE STATUS IS WS-FS-ACE.

               SELECT CARTEIRINHAS ASSIGN TO WS-ARQ-CFG-CARTREG
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-CARTEIRINHA
               FILE STATUS IS WS-FS-CRD.

               SELECT ALUNOS ASSIGN TO WS-ARQ-CFG-D3-REGISTRO
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS ID-ALUNO
               ALTERNATE RECORD KEY IS NM-ALUNO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS.

               SELECT TURMAS ASSIGN TO WS-ARQ-CFG-TURMAS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CD-TURMA
               FILE STATUS IS WS-FS-TUR.

               SELECT MATRICULAS ASSIGN TO WS-ARQ-CFG-D3-MATRICULAS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS SEQUENTIAL
               RECORD  KEY  IS CHAVE-MATRICULA
               FILE STATUS IS WS-FS-MAT.

               SELECT FREQUENCIA ASSIGN TO WS-ARQ-CFG-D3-FREQUENCIA
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS CHAVE-FREQUENCIA
               FILE STATUS IS WS-FS-FRQ.

               SELECT CONTEUDO ASSIGN TO WS-ARQ-CFG-D3-CONTEUDO
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS SEQUENTIAL
               RECORD  KEY  IS CHAVE-CONTEUDO
               FILE STATUS IS WS-FS-CTD.

               SELECT RELATORIO-OUT ASSIGN TO WS-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

               SELECT BLOQUEIO-OUT ASSIGN TO WS-ARQ-CFG-CATBLOQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BLQ.

       DATA DIVISION.
       FILE SECTION.
       FD CATRACA-IN.
       01 REG-CATRACA-IN                   PIC X(40).
       FD ACESSOS.
          COPY FD_ACESS.
       FD CARTEIRINHAS.
          COPY FD_CARTE.
       FD ALUNOS.
          COPY FD_REGIS.
       FD TURMAS.
          COPY FD_TURMA.
       FD MATRICULAS.
          COPY FD_MATRI.
       FD FREQUENCIA.
          COPY FD_FREQU.
       FD CONTEUDO.
          COPY FD_CONTE.
       FD RELATORIO-OUT.
       01 REG-RELATORIO-OUT                PIC X(100).
       FD BLOQUEIO-OUT.
       01 REG-BLOQUEIO-OUT                 PIC X(40).

       WORKING-STORAGE SECTION.
       77 WS-FS                            PIC 99.
          88 FS-OK                         VALUE 0.
       77 WS-FS-CAT                        PIC 99.
          88 FS-CAT-OK                     VALUE 0.
       77 WS-FS-ACE                        PIC 99.
          88 FS-ACE-OK                     VALUE 0.
       77 WS-FS-CRD                        PIC 99.
          88 FS-CRD-OK                     VALUE 0.
       77 WS-FS-TUR                        PIC 99.
          88 FS-TUR-OK                     VALUE 0.
       77 WS-FS-MAT                        PIC 99.
          88 FS-MAT-OK                     VALUE 0.
       77 WS-FS-FRQ                        PIC 99.
          88 FS-FRQ-OK                     VALUE 0.
       77 WS-FS-CTD                        PIC 99.
          88 FS-CTD-OK                     VALUE 0.
       77 WS-FS-REL                        PIC 99.
          88 FS-REL-OK                     VALUE 0.
       77 WS-FS-BLQ                        PIC 99.
          88 FS-BLQ-OK                     VALUE 0.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE 'S' FALSE 'N'.
       77 WS-MODO                          PIC X VALUE 'N'.
          88 MODO-CADEIA                   VALUE 'S' FALSE 'N'.
       77 WS-FALHOU                        PIC X VALUE 'N'.
          88 FALHOU                        VALUE 'S' FALSE 'N'.
       77 WS-TEM-FREQUENCIA                PIC X VALUE 'N'.
          88 TEM-FREQUENCIA                VALUE 'S' FALSE 'N'.
       77 WS-OPCAO                         PIC X(01) VALUE SPACES.
       77 WS-DATA-HOJE-8                   PIC 9(08).
       77 WS-HORA-HOJE                     PIC 9(06).
       77 WS-DT-REFERENCIA                 PIC 9(08).
      * LINHA DO LOG DA CATRACA: DATA, HORA, CODIGO DA CARTEIRINHA
      * (ID + VIA + DIGITO, COMO IMPRESSO PELO SISCARTE), SENTIDO E
      * EQUIPAMENTO
       01 WS-REG-CATRACA                   PIC X(40).
       01 WS-REG-CATRACA-R REDEFINES WS-REG-CATRACA.
          03 CAT-DATA                      PIC 9(08).
          03 CAT-HORA                      PIC 9(06).
          03 CAT-CODIGO.
             05 CAT-ID-ALUNO               PIC 9(06).
             05 CAT-NR-VIA                 PIC 9(02).
             05 CAT-DIGITO                 PIC 9(01).
          03 CAT-SENTIDO                   PIC X(01).
          03 CAT-EQUIPAMENTO               PIC X(04).
          03 FILLER                        PIC X(12).
       77 WS-MOTIVO                        PIC X(30).
       77 WS-IRREGULAR                     PIC X VALUE 'N'.
          88 IRREGULAR                     VALUE 'S' FALSE 'N'.
       77 WS-ID-VIGENTE                    PIC 9(06).
       77 WS-QTD-LIDOS                     PIC 9(06) VALUE ZEROS.
       77 WS-QTD-GRAVADOS                  PIC 9(06) VALUE ZEROS.
       77 WS-QTD-REPETIDOS                 PIC 9(06) VALUE ZEROS.
       77 WS-QTD-REJEITADOS                PIC 9(06) VALUE ZEROS.
       77 WS-QTD-IRREGULARES               PIC 9(06) VALUE ZEROS.
      * AULAS DADAS NO DIA (CONTEUDO.DAT)
       77 WS-QTD-AULAS-DIA                 PIC 9(03) VALUE ZEROS.
       01 WS-TAB-AULAS-DIA.
          03 WS-AUL OCCURS 200 TIMES.
             05 WS-AUL-MATERIA             PIC 9(03).
             05 WS-AUL-PERIODO             PIC 9(01).
      * ALUNOS DO DIA: ENTRADA NA CATRACA E AULAS/FALTAS NO DIARIO
       77 WS-QTD-ALUNOS-DIA                PIC 9(04) VALUE ZEROS.
       01 WS-TAB-ALUNOS-DIA.
          03 WS-ALD OCCURS 3000 TIMES.
             05 WS-ALD-ID                  PIC 9(06).
             05 WS-ALD-ENTROU              PIC X(01).
             05 WS-ALD-HORA                PIC 9(06).
             05 WS-ALD-AULAS               PIC 9(02).
             05 WS-ALD-FALTAS              PIC 9(02).
       77 WS-IND                           PIC 9(04).
       77 WS-IND-AUL                       PIC 9(03).
       77 WS-IND-ALD                       PIC 9(04).
       77 WS-ID-BUSCA                      PIC 9(06).
       77 WS-QTD-SEM-ENTRADA               PIC 9(05) VALUE ZEROS.
       77 WS-QTD-FALTOU-TUDO               PIC 9(05) VALUE ZEROS.
      * INICIO DE CADA TURNO E TOLERANCIA DE ATRASO (CONFIGSYS)
       77 WS-CFG-INICIO-M                  PIC X(60) VALUE '070000'.
       77 WS-CFG-INICIO-T                  PIC X(60) VALUE '130000'.
       77 WS-CFG-INICIO-N                  PIC X(60) VALUE '190000'.
       77 WS-CFG-TOLERANCIA                PIC X(60) VALUE '10'.
       77 WS-INICIO-M                      PIC 9(06) VALUE 070000.
       77 WS-INICIO-T                      PIC 9(06) VALUE 130000.
       77 WS-INICIO-N                      PIC 9(06) VALUE 190000.
       77 WS-TOLERANCIA                    PIC 9(02) VALUE 10.
       01 WS-HORA-CALC                     PIC 9(06).
       01 WS-HORA-CALC-R REDEFINES WS-HORA-CALC.
          03 WS-HC-HH                      PIC 9(02).
          03 WS-HC-MM                      PIC 9(02).
          03 WS-HC-SS                      PIC 9(02).
       77 WS-SEG-INICIO                    PIC 9(05).
       77 WS-SEG-ENTRADA                   PIC 9(05).
       77 WS-MIN-ATRASO                    PIC 9(04).
      * ATRASOS DO DIA, IMPRESSOS DEPOIS AGRUPADOS POR TURMA
       77 WS-QTD-ATRASOS                   PIC 9(04) VALUE ZEROS.
       01 WS-TAB-ATRASOS.
          03 WS-ATR OCCURS 3000 TIMES.
             05 WS-ATR-TURMA               PIC X(10).
             05 WS-ATR-ID                  PIC 9(06).
             05 WS-ATR-NOME                PIC X(20).
             05 WS-ATR-HORA                PIC 9(06).
             05 WS-ATR-MINUTOS             PIC 9(04).
       77 WS-QTD-ATR-TURMA                 PIC 9(04).
      * LISTA DE BLOQUEIO: A VIA LIDA FICA PENDENTE ATE A PROXIMA
      * MOSTRAR SE ELA FOI SUBSTITUIDA (MESMO ALUNO, VIA MAIOR)
       01 WS-VIA-PENDENTE.
          03 WS-PEN-ID-ALUNO               PIC 9(06).
          03 WS-PEN-NR-VIA                 PIC 9(02).
          03 WS-PEN-VALIDADE               PIC 9(08).
          03 WS-PEN-STATUS                 PIC X(01).
       77 WS-TEM-PENDENTE                  PIC X VALUE 'N'.
          88 TEM-PENDENTE                  VALUE 'S' FALSE 'N'.
       77 WS-SUBSTITUIDA                   PIC X VALUE 'N'.
          88 SUBSTITUIDA                   VALUE 'S' FALSE 'N'.
       77 WS-MOTIVO-BLOQUEIO               PIC X(01).
       77 WS-QTD-BLOQUEIOS                 PIC 9(06) VALUE ZEROS.
       77 WS-HASH-BLOQUEIOS                PIC 9(12) VALUE ZEROS.
       77 WS-LINHA-REL                     PIC X(100) VALUE SPACES.
       77 WS-LINHA-BLQ                     PIC X(40) VALUE SPACES.
       01 WS-CAB-ACESSO.
          03 FILLER                        PIC X(30) VALUE
             '  ID     NOME                 '.
          03 FILLER                        PIC X(30) VALUE
             'TURMA      AULAS  FALTAS  ENTR'.
          03 FILLER                        PIC X(04) VALUE 'ADA '.
       01 WS-DET-ACESSO.
          03 FILLER                        PIC X(02) VALUE SPACES.
          03 DAC-ID-ALUNO                  PIC 9(06).
          03 FILLER                        PIC X(01) VALUE SPACES.
          03 DAC-NOME                      PIC X(20).
          03 FILLER                        PIC X(01) VALUE SPACES.
          03 DAC-TURMA                     PIC X(10).
          03 FILLER                        PIC X(01) VALUE SPACES.
          03 DAC-AULAS                     PIC Z9.
          03 FILLER                        PIC X(04) VALUE SPACES.
          03 DAC-FALTAS                    PIC Z9.
          03 FILLER                        PIC X(04) VALUE SPACES.
          03 DAC-HORA                      PIC 99B99B99.
       01 WS-DET-ATRASO.
          03 FILLER                        PIC X(04) VALUE SPACES.
          03 DAT-ID-ALUNO                  PIC 9(06).
          03 FILLER                        PIC X(01) VALUE SPACES.
          03 DAT-NOME                      PIC X(20).
          03 FILLER                        PIC X(01) VALUE SPACES.
          03 DAT-HORA                      PIC 99B99B99.
          03 FILLER                        PIC X(02) VALUE SPACES.
          03 DAT-MINUTOS                   PIC ZZZ9.
          03 FILLER                        PIC X(04) VALUE ' MIN'.
       01 WS-DET-REJEICAO.
          03 FILLER                        PIC X(02) VALUE SPACES.
          03 DRJ-LINHA                     PIC X(40).
          03 FILLER                        PIC X(01) VALUE SPACES.
          03 DRJ-MOTIVO                    PIC X(30).
       01 WL-PARAMETROS-DV.
          03 WL-DV-OPERACAO                PIC X(01).
          03 WL-DV-NUMERO                  PIC 9(12).
          03 WL-DV-DIGITO                  PIC 9(01).
          03 WL-DV-OK                      PIC X(01).
             88 WL-DV-VALIDO               VALUE 'S'.
             88 WL-DV-INVALIDO             VALUE 'N'.
       01 WL-RUNLOG.
          03 WL-RL-PROGRAMA                PIC X(12)
             VALUE 'SISCATRA'.
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
          'C:\COBOL\CATRACA_REL.TXT'.
       01 WS-ARQ-CFG-CATRACA               PIC X(60) VALUE
          'C:\COBOL\CATRACA.TXT'.
       01 WS-ARQ-CFG-CATBLOQ               PIC X(60) VALUE
          'C:\COBOL\CATBLOQ.TXT'.
       01 WS-ARQ-CFG-D3-ACESSOS            PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\ACESSOS.DAT'.
       01 WS-ARQ-CFG-CARTREG               PIC X(60) VALUE
          'C:\COBOL\CARTREG.DAT'.
       01 WS-ARQ-CFG-D3-REGISTRO           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\REGISTRO.DAT'.
       01 WS-ARQ-CFG-TURMAS                PIC X(60) VALUE
          'C:\COBOL\TURMAS.DAT'.
       01 WS-ARQ-CFG-D3-MATRICULAS         PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\MATRICULAS.DAT'.
       01 WS-ARQ-CFG-D3-FREQUENCIA         PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\FREQUENCIA.DAT'.
       01 WS-ARQ-CFG-D3-CONTEUDO           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\CONTEUDO.DAT'.
          COPY ALI_AREA.
          COPY CFG_AREA.
       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM                   PIC X(50).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            PERFORM P050-CONFIGURA THRU P050-FIM
            ACCEPT WS-DATA-HOJE-8 FROM DATE YYYYMMDD
            ACCEPT WS-HORA-HOJE   FROM TIME
            IF LK-MENSAGEM(1:6) EQUAL 'CADEIA'
                SET MODO-CADEIA   TO TRUE
                PERFORM P100-CADEIA THRU P100-FIM
            ELSE
                PERFORM P300-PROCESSA THRU P300-FIM
                                        UNTIL WS-OPCAO = 'F' OR 'f'
            END-IF
            PERFORM P900-FIM
            .
      * CADEIA NOTURNA: IMPORTA O LOG DO DIA E RENOVA O BLOQUEIO.
      * LOG AUSENTE NAO E FALHA (DIA SEM AULA OU CATRACA PARADA)
       P100-CADEIA.
            MOVE 'I'              TO WL-RL-FASE
            MOVE ZEROS            TO WL-RL-REGISTROS
            MOVE SPACES           TO WL-RL-STATUS
            CALL 'RUNLOG' USING WL-RUNLOG
            MOVE ZEROS            TO RETURN-CODE
            SET FALHOU            TO FALSE
            PERFORM P400-IMPORTA  THRU P400-FIM
            PERFORM P700-BLOQUEIO THRU P700-FIM
            MOVE 'F'              TO WL-RL-FASE
            MOVE WS-QTD-GRAVADOS  TO WL-RL-REGISTROS
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
            MOVE SPACES                    TO WS-OPCAO
            DISPLAY '**************************************************'
            DISPLAY '***  CATRACA DA PORTARIA                       ***'
            DISPLAY '**************************************************'
            DISPLAY '*** 1 - Importar Log da Catraca                ***'
            DISPLAY '*** 2 - Catraca x Diario de Classe (Dia)       ***'
            DISPLAY '*** 3 - Atrasos por Turma (Dia)                ***'
            DISPLAY '*** 4 - Gerar Lista de Bloqueio                ***'
            DISPLAY '***          <TECLE F PARA FINALIZAR>          ***'
            DISPLAY '**************************************************'
            ACCEPT WS-OPCAO
            EVALUATE WS-OPCAO
               WHEN '1'
                   PERFORM P400-IMPORTA THRU P400-FIM
               WHEN '2'
                   PERFORM P200-LE-DATA THRU P200-FIM
                   PERFORM P500-CRUZAMENTO THRU P500-FIM
               WHEN '3'
                   PERFORM P200-LE-DATA THRU P200-FIM
                   PERFORM P600-ATRASOS THRU P600-FIM
               WHEN '4'
                   PERFORM P700-BLOQUEIO THRU P700-FIM
               WHEN 'F'
               WHEN 'f'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA! '
            END-EVALUATE
            .
       P300-FIM.
       P200-LE-DATA.
            DISPLAY 'Informe a data (AAAAMMDD, 0 = hoje): '
            ACCEPT WS-DT-REFERENCIA
            IF WS-DT-REFERENCIA EQUAL ZEROS
                MOVE WS-DATA-HOJE-8 TO WS-DT-REFERENCIA
            END-IF
            .
       P200-FIM.
      ******************************************************************
      * OPCAO 1 - IMPORTACAO DO LOG DA CATRACA
      ******************************************************************
       P400-IMPORTA.
            MOVE ZEROS            TO WS-QTD-LIDOS WS-QTD-GRAVADOS
                                     WS-QTD-REPETIDOS WS-QTD-REJEITADOS
                                     WS-QTD-IRREGULARES
            SET FS-CAT-OK         TO TRUE
            OPEN INPUT CATRACA-IN
            IF NOT FS-CAT-OK
                DISPLAY 'LOG DA CATRACA AUSENTE: ' WS-ARQ-CFG-CATRACA
                DISPLAY 'FILE STATUS: ' WS-FS-CAT
                GO TO P400-FIM
            END-IF
            SET FS-ACE-OK         TO TRUE
            OPEN I-O ACESSOS
            IF WS-FS-ACE EQUAL 35 THEN
                OPEN OUTPUT ACESSOS
                CLOSE ACESSOS
                OPEN I-O ACESSOS
            END-IF
            IF NOT FS-ACE-OK
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ACESSOS. '
                DISPLAY 'FILE STATUS: ' WS-FS-ACE
                CLOSE CATRACA-IN
                SET FALHOU        TO TRUE
                GO TO P400-FIM
            END-IF
            OPEN INPUT CARTEIRINHAS
            OPEN INPUT ALUNOS
            MOVE 'CATRACA'        TO WL-SPL-RELATORIO
            CALL 'SPOOLREG' USING WL-SPOOL
            IF WL-SPOOL-ABERTO
                MOVE WL-SPL-ARQUIVO TO WS-ARQ-RELATORIO
            END-IF
            OPEN OUTPUT RELATORIO-OUT
            MOVE SPACES TO WS-LINHA-REL
            STRING 'IMPORTACAO DO LOG DA CATRACA EM ' WS-DATA-HOJE-8
                   ' - PASSAGENS REJEITADAS E IRREGULARES'
                   DELIMITED BY SIZE INTO WS-LINHA-REL
            MOVE WS-LINHA-REL TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            MOVE ALL '=' TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT

            SET EOF-OK            TO FALSE
            PERFORM UNTIL EOF-OK
                READ CATRACA-IN INTO WS-REG-CATRACA
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF WS-REG-CATRACA NOT EQUAL SPACES
                            ADD 1 TO WS-QTD-LIDOS
                            PERFORM P410-UMA-PASSAGEM THRU P410-FIM
                        END-IF
                END-READ
            END-PERFORM

            MOVE ALL '=' TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            MOVE SPACES TO WS-LINHA-REL
            STRING 'LIDAS: ' WS-QTD-LIDOS '  GRAVADAS: '
                   WS-QTD-GRAVADOS '  JA IMPORTADAS: '
                   WS-QTD-REPETIDOS '  REJEITADAS: '
                   WS-QTD-REJEITADOS '  IRREGULARES: '
                   WS-QTD-IRREGULARES
                   DELIMITED BY SIZE INTO WS-LINHA-REL
            MOVE WS-LINHA-REL TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            CLOSE CATRACA-IN ACESSOS CARTEIRINHAS ALUNOS
                  RELATORIO-OUT
            DISPLAY '--------------------------------------'
            DISPLAY 'PASSAGENS LIDAS        : ' WS-QTD-LIDOS
            DISPLAY 'GRAVADAS EM ACESSOS    : ' WS-QTD-GRAVADOS
            DISPLAY 'JA IMPORTADAS ANTES    : ' WS-QTD-REPETIDOS
            DISPLAY 'REJEITADAS             : ' WS-QTD-REJEITADOS
            DISPLAY 'IRREGULARES (GRAVADAS) : ' WS-QTD-IRREGULARES
            DISPLAY '--------------------------------------'
            DISPLAY 'OCORRENCIAS DA IMPORTACAO: ' WS-ARQ-RELATORIO
            .
       P400-FIM.
      * CONFERE A LINHA, O DIGITO E A VIA; GRAVA A PASSAGEM NO ID
      * VIGENTE, MARCANDO COMO IRREGULAR A CARTEIRINHA QUE NAO VALE
       P410-UMA-PASSAGEM.
            IF CAT-DATA NOT NUMERIC OR CAT-HORA NOT NUMERIC OR
               CAT-CODIGO NOT NUMERIC OR
               (CAT-SENTIDO NOT EQUAL 'E' AND
                CAT-SENTIDO NOT EQUAL 'S')
                MOVE 'LINHA FORA DO LEIAUTE'      TO WS-MOTIVO
                PERFORM P420-REJEITA THRU P420-FIM
                GO TO P410-FIM
            END-IF
            MOVE 'V'              TO WL-DV-OPERACAO
            MOVE ZEROS            TO WL-DV-NUMERO
            MOVE CAT-ID-ALUNO     TO WL-DV-NUMERO(1:6)
            MOVE CAT-NR-VIA       TO WL-DV-NUMERO(7:2)
            MOVE CAT-DIGITO       TO WL-DV-DIGITO
            CALL 'DIGVERIF' USING WL-PARAMETROS-DV
            IF WL-DV-INVALIDO
                MOVE 'CODIGO NAO CONFERE'         TO WS-MOTIVO
                PERFORM P420-REJEITA THRU P420-FIM
                GO TO P410-FIM
            END-IF
            MOVE CAT-ID-ALUNO     TO ID-ALUNO-CRD
            MOVE CAT-NR-VIA       TO NR-VIA-CRD
            READ CARTEIRINHAS
                INVALID KEY
                    PERFORM P430-VIA-MESCLADA THRU P430-FIM
            END-READ
            IF NOT FS-CRD-OK
                MOVE 'VIA NAO REGISTRADA'         TO WS-MOTIVO
                PERFORM P420-REJEITA THRU P420-FIM
                GO TO P410-FIM
            END-IF
            MOVE ID-ALUNO-CRD     TO WS-ID-VIGENTE

            SET IRREGULAR         TO FALSE
            MOVE SPACES           TO WS-MOTIVO
            EVALUATE TRUE
                WHEN CRD-REVOGADA
                    MOVE 'CARTEIRINHA REVOGADA'   TO WS-MOTIVO
                WHEN DT-VALIDADE-CRD < CAT-DATA
                    MOVE 'CARTEIRINHA VENCIDA'    TO WS-MOTIVO
            END-EVALUATE
            IF WS-MOTIVO EQUAL SPACES
                ADD 1             TO NR-VIA-CRD
                READ CARTEIRINHAS
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE 'VIA SUBSTITUIDA'    TO WS-MOTIVO
                END-READ
            END-IF
            IF WS-MOTIVO EQUAL SPACES
                MOVE WS-ID-VIGENTE TO ID-ALUNO
                READ ALUNOS
                    INVALID KEY
                        MOVE 'ALUNO NAO CADASTRADO' TO WS-MOTIVO
                    NOT INVALID KEY
                        IF ALUNO-TRANCADO
                            MOVE 'ALUNO TRANCADO' TO WS-MOTIVO
                        END-IF
                        IF ALUNO-INATIVO
                            MOVE 'ALUNO INATIVO'  TO WS-MOTIVO
                        END-IF
                END-READ
            END-IF
            IF WS-MOTIVO NOT EQUAL SPACES
                SET IRREGULAR     TO TRUE
            END-IF

            MOVE CAT-DATA         TO DT-ACESSO-ACE
            MOVE WS-ID-VIGENTE    TO ID-ALUNO-ACE
            MOVE CAT-HORA         TO HR-ACESSO-ACE
            MOVE CAT-SENTIDO      TO TP-ACESSO-ACE
            MOVE CAT-NR-VIA       TO NR-VIA-ACE
            MOVE CAT-EQUIPAMENTO  TO CD-CATRACA-ACE
            IF IRREGULAR
                SET ACE-IRREGULAR TO TRUE
            ELSE
                SET ACE-REGULAR   TO TRUE
            END-IF
            MOVE WS-DATA-HOJE-8   TO DT-IMPORTACAO-ACE
            WRITE REG-ACESSO
                INVALID KEY
                    ADD 1 TO WS-QTD-REPETIDOS
                    GO TO P410-FIM
            END-WRITE
            ADD 1                 TO WS-QTD-GRAVADOS
            IF IRREGULAR
                ADD 1             TO WS-QTD-IRREGULARES
                MOVE WS-REG-CATRACA TO DRJ-LINHA
                STRING 'IRREGULAR: ' WS-MOTIVO
                       DELIMITED BY SIZE INTO DRJ-MOTIVO
                MOVE WS-DET-REJEICAO TO REG-RELATORIO-OUT
                WRITE REG-RELATORIO-OUT
            END-IF
            .
       P410-FIM.
       P420-REJEITA.
            ADD 1                 TO WS-QTD-REJEITADOS
            MOVE WS-REG-CATRACA   TO DRJ-LINHA
            MOVE WS-MOTIVO        TO DRJ-MOTIVO
            MOVE WS-DET-REJEICAO  TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            .
       P420-FIM.
      * CARTEIRINHA IMPRESSA ANTES DA MESCLA DO ALUNO: A VIA FOI
      * MOVIDA PARA O ID SOBREVIVENTE (CHKALIAS) COM O MESMO NUMERO
       P430-VIA-MESCLADA.
            MOVE CAT-ID-ALUNO     TO WL-ALI-ID-ALUNO
            CALL 'CHKALIAS' USING WL-ALIAS
            IF WL-ALI-MESCLADO
                MOVE WL-ALI-ID-VIGENTE TO ID-ALUNO-CRD
                MOVE CAT-NR-VIA   TO NR-VIA-CRD
                READ CARTEIRINHAS
                    INVALID KEY
                        CONTINUE
                END-READ
            END-IF
            .
       P430-FIM.
      ******************************************************************
      * OPCAO 2 - CATRACA X DIARIO DE CLASSE
      ******************************************************************
      * QUEM ESTA NO DIARIO (AULA DADA SEM FALTA LANCADA) E NAO PASSOU
      * PELA CATRACA, E QUEM PASSOU E TEM FALTA EM TODAS AS AULAS
       P500-CRUZAMENTO.
            PERFORM P510-AULAS-DO-DIA THRU P510-FIM
            IF WS-QTD-AULAS-DIA EQUAL ZEROS
                DISPLAY 'NENHUMA AULA NO DIARIO EM ' WS-DT-REFERENCIA
                        ' - NADA A CRUZAR.'
                GO TO P500-FIM
            END-IF
            PERFORM P520-ENTRADAS-DO-DIA THRU P520-FIM
            PERFORM P530-PRESENCAS-DO-DIA THRU P530-FIM

            MOVE 'CATDIARIO'      TO WL-SPL-RELATORIO
            CALL 'SPOOLREG' USING WL-SPOOL
            IF WL-SPOOL-ABERTO
                MOVE WL-SPL-ARQUIVO TO WS-ARQ-RELATORIO
            END-IF
            SET FS-REL-OK         TO TRUE
            OPEN OUTPUT RELATORIO-OUT
            IF NOT FS-REL-OK
                DISPLAY 'ERRO AO ABRIR O RELATORIO. '
                DISPLAY 'FILE STATUS: ' WS-FS-REL
                GO TO P500-FIM
            END-IF
            OPEN INPUT ALUNOS
            MOVE ZEROS            TO WS-QTD-SEM-ENTRADA
                                     WS-QTD-FALTOU-TUDO
            MOVE SPACES TO WS-LINHA-REL
            STRING 'CATRACA X DIARIO DE CLASSE - DIA '
                   WS-DT-REFERENCIA ' (' WS-QTD-AULAS-DIA
                   ' AULA(S) NO DIARIO)'
                   DELIMITED BY SIZE INTO WS-LINHA-REL
            MOVE WS-LINHA-REL TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            MOVE ALL '=' TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            MOVE 'PRESENTE NO DIARIO SEM ENTRADA NA CATRACA'
                TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            MOVE WS-CAB-ACESSO    TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            MOVE ALL '-' TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            PERFORM VARYING WS-IND-ALD FROM 1 BY 1
                    UNTIL WS-IND-ALD > WS-QTD-ALUNOS-DIA
                IF WS-ALD-ENTROU(WS-IND-ALD) EQUAL 'N' AND
                   WS-ALD-AULAS(WS-IND-ALD) > WS-ALD-FALTAS(WS-IND-ALD)
                    ADD 1 TO WS-QTD-SEM-ENTRADA
                    PERFORM P540-LINHA-ALUNO THRU P540-FIM
                END-IF
            END-PERFORM
            MOVE SPACES TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            MOVE 'ENTROU NA CATRACA E FALTOU EM TODAS AS AULAS DO DIA'
                TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            MOVE WS-CAB-ACESSO    TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            MOVE ALL '-' TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            PERFORM VARYING WS-IND-ALD FROM 1 BY 1
                    UNTIL WS-IND-ALD > WS-QTD-ALUNOS-DIA
                IF WS-ALD-ENTROU(WS-IND-ALD) EQUAL 'S' AND
                   WS-ALD-AULAS(WS-IND-ALD) > ZEROS AND
                   WS-ALD-FALTAS(WS-IND-ALD) EQUAL
                   WS-ALD-AULAS(WS-IND-ALD)
                    ADD 1 TO WS-QTD-FALTOU-TUDO
                    PERFORM P540-LINHA-ALUNO THRU P540-FIM
                END-IF
            END-PERFORM
            MOVE ALL '=' TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            MOVE SPACES TO WS-LINHA-REL
            STRING 'PRESENTES SEM ENTRADA: ' WS-QTD-SEM-ENTRADA
                   '  ENTRARAM E FALTARAM EM TUDO: '
                   WS-QTD-FALTOU-TUDO
                   DELIMITED BY SIZE INTO WS-LINHA-REL
            MOVE WS-LINHA-REL TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            CLOSE RELATORIO-OUT ALUNOS
            DISPLAY 'PRESENTES SEM ENTRADA       : ' WS-QTD-SEM-ENTRADA
            DISPLAY 'ENTRARAM E FALTARAM EM TUDO : ' WS-QTD-FALTOU-TUDO
            DISPLAY 'RELATORIO: ' WS-ARQ-RELATORIO
            .
       P500-FIM.
      * AULAS DADAS NO DIA = REGISTROS DO CONTEUDO NA DATA
       P510-AULAS-DO-DIA.
            MOVE ZEROS            TO WS-QTD-AULAS-DIA
            SET EOF-OK            TO FALSE
            SET FS-CTD-OK         TO TRUE
            OPEN INPUT CONTEUDO
            IF NOT FS-CTD-OK
                DISPLAY 'DIARIO DE CLASSE (CONTEUDO) INDISPONIVEL. '
                DISPLAY 'FILE STATUS: ' WS-FS-CTD
                GO TO P510-FIM
            END-IF
            PERFORM UNTIL EOF-OK
                READ CONTEUDO
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF DT-AULA-CTD EQUAL WS-DT-REFERENCIA AND
                           WS-QTD-AULAS-DIA < 200
                            ADD 1 TO WS-QTD-AULAS-DIA
                            MOVE ID-MATERIA-CTD
                                TO WS-AUL-MATERIA(WS-QTD-AULAS-DIA)
                            MOVE PERIODO-CTD
                                TO WS-AUL-PERIODO(WS-QTD-AULAS-DIA)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CONTEUDO
            .
       P510-FIM.
      * PRIMEIRA ENTRADA REGULAR DE CADA ALUNO NO DIA (O ACESSOS VEM
      * POR DATA, ALUNO E HORA, ENTAO A TABELA SAI ORDENADA POR ID)
       P520-ENTRADAS-DO-DIA.
            MOVE ZEROS            TO WS-QTD-ALUNOS-DIA
            SET EOF-OK            TO FALSE
            SET FS-ACE-OK         TO TRUE
            OPEN INPUT ACESSOS
            IF NOT FS-ACE-OK
                DISPLAY 'NENHUM ACESSO IMPORTADO (OPCAO 1). '
                CLOSE ACESSOS
                GO TO P520-FIM
            END-IF
            MOVE WS-DT-REFERENCIA TO DT-ACESSO-ACE
            MOVE ZEROS            TO ID-ALUNO-ACE HR-ACESSO-ACE
            START ACESSOS KEY IS NOT LESS THAN CHAVE-ACESSO
                INVALID KEY
                    SET EOF-OK    TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ ACESSOS NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF DT-ACESSO-ACE NOT EQUAL WS-DT-REFERENCIA
                            SET EOF-OK TO TRUE
                        ELSE
                            IF ACE-ENTRADA
                                PERFORM P525-UMA-ENTRADA THRU P525-FIM
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ACESSOS
            .
       P520-FIM.
       P525-UMA-ENTRADA.
            IF WS-QTD-ALUNOS-DIA > ZEROS
                IF WS-ALD-ID(WS-QTD-ALUNOS-DIA) EQUAL ID-ALUNO-ACE
                    GO TO P525-FIM
                END-IF
            END-IF
            IF WS-QTD-ALUNOS-DIA < 3000
                ADD 1 TO WS-QTD-ALUNOS-DIA
                MOVE ID-ALUNO-ACE  TO WS-ALD-ID(WS-QTD-ALUNOS-DIA)
                MOVE 'S'           TO WS-ALD-ENTROU(WS-QTD-ALUNOS-DIA)
                MOVE HR-ACESSO-ACE TO WS-ALD-HORA(WS-QTD-ALUNOS-DIA)
                MOVE ZEROS         TO WS-ALD-AULAS(WS-QTD-ALUNOS-DIA)
                                      WS-ALD-FALTAS(WS-QTD-ALUNOS-DIA)
            END-IF
            .
       P525-FIM.
      * PARA CADA MATRICULA ATIVA EM MATERIA COM AULA NO DIA, CONTA A
      * AULA E, SE HOUVER FALTA (F OU J) NO FREQUENCIA, A FALTA
       P530-PRESENCAS-DO-DIA.
            SET FS-FRQ-OK         TO TRUE
            OPEN INPUT FREQUENCIA
            IF FS-FRQ-OK
                SET TEM-FREQUENCIA TO TRUE
            ELSE
                SET TEM-FREQUENCIA TO FALSE
            END-IF
            MOVE ZEROS            TO WS-ID-BUSCA WS-IND-ALD
            SET EOF-OK            TO FALSE
            SET FS-MAT-OK         TO TRUE
            OPEN INPUT MATRICULAS
            IF NOT FS-MAT-OK
                SET EOF-OK        TO TRUE
            END-IF
            PERFORM UNTIL EOF-OK
                READ MATRICULAS
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF MAT-ATIVA
                            PERFORM P535-UMA-MATRICULA THRU P535-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE MATRICULAS
            IF TEM-FREQUENCIA
                CLOSE FREQUENCIA
            END-IF
            .
       P530-FIM.
       P535-UMA-MATRICULA.
            PERFORM VARYING WS-IND-AUL FROM 1 BY 1
                    UNTIL WS-IND-AUL > WS-QTD-AULAS-DIA
                IF WS-AUL-MATERIA(WS-IND-AUL) EQUAL ID-MATERIA-MAT
                    PERFORM P537-ACHA-ALUNO THRU P537-FIM
                    IF WS-IND-ALD > ZEROS
                        ADD 1 TO WS-ALD-AULAS(WS-IND-ALD)
                        IF TEM-FREQUENCIA
                            MOVE ID-MATERIA-MAT   TO ID-MATERIA-FRQ
                            MOVE WS-DT-REFERENCIA TO DT-AULA-FRQ
                            MOVE WS-AUL-PERIODO(WS-IND-AUL)
                                                  TO PERIODO-FRQ
                            MOVE ID-ALUNO-MAT     TO ID-ALUNO-FRQ
                            READ FREQUENCIA
                                INVALID KEY
                                    CONTINUE
                                NOT INVALID KEY
                                    ADD 1 TO WS-ALD-FALTAS(WS-IND-ALD)
                            END-READ
                        END-IF
                    END-IF
                END-IF
            END-PERFORM
            .
       P535-FIM.
      * POSICAO DO ALUNO DA MATRICULA NA TABELA DO DIA (INCLUI QUEM
      * NAO ENTROU); O MATRICULAS VEM POR ALUNO, ENTAO SO PROCURA
      * QUANDO O ALUNO MUDA
       P537-ACHA-ALUNO.
            IF ID-ALUNO-MAT EQUAL WS-ID-BUSCA
                GO TO P537-FIM
            END-IF
            MOVE ID-ALUNO-MAT     TO WS-ID-BUSCA
            MOVE ZEROS            TO WS-IND-ALD
            PERFORM VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND > WS-QTD-ALUNOS-DIA
                       OR WS-IND-ALD > ZEROS
                IF WS-ALD-ID(WS-IND) EQUAL ID-ALUNO-MAT
                    MOVE WS-IND   TO WS-IND-ALD
                END-IF
            END-PERFORM
            IF WS-IND-ALD EQUAL ZEROS AND WS-QTD-ALUNOS-DIA < 3000
                ADD 1 TO WS-QTD-ALUNOS-DIA
                MOVE WS-QTD-ALUNOS-DIA TO WS-IND-ALD
                MOVE ID-ALUNO-MAT  TO WS-ALD-ID(WS-IND-ALD)
                MOVE 'N'           TO WS-ALD-ENTROU(WS-IND-ALD)
                MOVE ZEROS         TO WS-ALD-HORA(WS-IND-ALD)
                                      WS-ALD-AULAS(WS-IND-ALD)
                                      WS-ALD-FALTAS(WS-IND-ALD)
            END-IF
            .
       P537-FIM.
       P540-LINHA-ALUNO.
            MOVE WS-ALD-ID(WS-IND-ALD) TO DAC-ID-ALUNO ID-ALUNO
            MOVE SPACES           TO DAC-NOME DAC-TURMA
            READ ALUNOS
                INVALID KEY
                    MOVE '(SEM CADASTRO)' TO DAC-NOME
                NOT INVALID KEY
                    MOVE NM-ALUNO TO DAC-NOME
                    MOVE TURMA    TO DAC-TURMA
            END-READ
            MOVE WS-ALD-AULAS(WS-IND-ALD)  TO DAC-AULAS
            MOVE WS-ALD-FALTAS(WS-IND-ALD) TO DAC-FALTAS
            MOVE WS-ALD-HORA(WS-IND-ALD)   TO DAC-HORA
            MOVE WS-DET-ACESSO    TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            .
       P540-FIM.
      ******************************************************************
      * OPCAO 3 - ATRASOS POR TURMA
      ******************************************************************
       P600-ATRASOS.
            PERFORM P520-ENTRADAS-DO-DIA THRU P520-FIM
            IF WS-QTD-ALUNOS-DIA EQUAL ZEROS
                DISPLAY 'NENHUMA ENTRADA NA CATRACA EM '
                        WS-DT-REFERENCIA '.'
                GO TO P600-FIM
            END-IF
            MOVE ZEROS            TO WS-QTD-ATRASOS
            OPEN INPUT ALUNOS TURMAS
            PERFORM VARYING WS-IND-ALD FROM 1 BY 1
                    UNTIL WS-IND-ALD > WS-QTD-ALUNOS-DIA
                PERFORM P610-CONFERE-ATRASO THRU P610-FIM
            END-PERFORM

            MOVE 'CATATRASO'      TO WL-SPL-RELATORIO
            CALL 'SPOOLREG' USING WL-SPOOL
            IF WL-SPOOL-ABERTO
                MOVE WL-SPL-ARQUIVO TO WS-ARQ-RELATORIO
            END-IF
            SET FS-REL-OK         TO TRUE
            OPEN OUTPUT RELATORIO-OUT
            IF NOT FS-REL-OK
                DISPLAY 'ERRO AO ABRIR O RELATORIO. '
                DISPLAY 'FILE STATUS: ' WS-FS-REL
                CLOSE ALUNOS TURMAS
                GO TO P600-FIM
            END-IF
            MOVE SPACES TO WS-LINHA-REL
            STRING 'ATRASOS NA ENTRADA POR TURMA - DIA '
                   WS-DT-REFERENCIA ' - TOLERANCIA ' WS-TOLERANCIA
                   ' MIN (TURNOS: M ' WS-INICIO-M ' T ' WS-INICIO-T
                   ' N ' WS-INICIO-N ')'
                   DELIMITED BY SIZE INTO WS-LINHA-REL
            MOVE WS-LINHA-REL TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            MOVE ALL '=' TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
      * UMA SECAO POR TURMA DO CADASTRO, NA ORDEM DO CODIGO
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
                        PERFORM P620-SECAO-TURMA THRU P620-FIM
                END-READ
            END-PERFORM
            MOVE ALL '=' TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            MOVE SPACES TO WS-LINHA-REL
            STRING 'ENTRADAS NO DIA: ' WS-QTD-ALUNOS-DIA
                   '  ATRASADAS: ' WS-QTD-ATRASOS
                   DELIMITED BY SIZE INTO WS-LINHA-REL
            MOVE WS-LINHA-REL TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            CLOSE RELATORIO-OUT ALUNOS TURMAS
            DISPLAY 'ENTRADAS NO DIA : ' WS-QTD-ALUNOS-DIA
            DISPLAY 'ATRASADAS       : ' WS-QTD-ATRASOS
            DISPLAY 'RELATORIO: ' WS-ARQ-RELATORIO
            .
       P600-FIM.
      * ATRASO = PRIMEIRA ENTRADA DEPOIS DO INICIO DO TURNO DA TURMA
      * DO ALUNO MAIS A TOLERANCIA; SEM TURMA CADASTRADA NAO HA TURNO
       P610-CONFERE-ATRASO.
            MOVE WS-ALD-ID(WS-IND-ALD) TO ID-ALUNO
            READ ALUNOS
                INVALID KEY
                    GO TO P610-FIM
            END-READ
            MOVE TURMA            TO CD-TURMA
            READ TURMAS
                INVALID KEY
                    GO TO P610-FIM
            END-READ
            EVALUATE TRUE
                WHEN TURNO-MANHA
                    MOVE WS-INICIO-M TO WS-HORA-CALC
                WHEN TURNO-TARDE
                    MOVE WS-INICIO-T TO WS-HORA-CALC
                WHEN TURNO-NOITE
                    MOVE WS-INICIO-N TO WS-HORA-CALC
                WHEN OTHER
                    GO TO P610-FIM
            END-EVALUATE
            COMPUTE WS-SEG-INICIO = WS-HC-HH * 3600 + WS-HC-MM * 60
                                  + WS-HC-SS + WS-TOLERANCIA * 60
            MOVE WS-ALD-HORA(WS-IND-ALD) TO WS-HORA-CALC
            COMPUTE WS-SEG-ENTRADA = WS-HC-HH * 3600 + WS-HC-MM * 60
                                   + WS-HC-SS
            IF WS-SEG-ENTRADA <= WS-SEG-INICIO OR
               WS-QTD-ATRASOS >= 3000
                GO TO P610-FIM
            END-IF
            ADD 1                 TO WS-QTD-ATRASOS
            MOVE TURMA            TO WS-ATR-TURMA(WS-QTD-ATRASOS)
            MOVE ID-ALUNO         TO WS-ATR-ID(WS-QTD-ATRASOS)
            MOVE NM-ALUNO         TO WS-ATR-NOME(WS-QTD-ATRASOS)
            MOVE WS-ALD-HORA(WS-IND-ALD)
                                  TO WS-ATR-HORA(WS-QTD-ATRASOS)
            COMPUTE WS-ATR-MINUTOS(WS-QTD-ATRASOS) =
                    (WS-SEG-ENTRADA - WS-SEG-INICIO) / 60
                  + WS-TOLERANCIA
            .
       P610-FIM.
       P620-SECAO-TURMA.
            MOVE ZEROS            TO WS-QTD-ATR-TURMA
            PERFORM VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND > WS-QTD-ATRASOS
                IF WS-ATR-TURMA(WS-IND) EQUAL CD-TURMA
                    IF WS-QTD-ATR-TURMA EQUAL ZEROS
                        MOVE SPACES TO WS-LINHA-REL
                        STRING 'TURMA ' CD-TURMA ' - ' DS-TURMA
                               ' (TURNO ' TURNO-TUR ')'
                               DELIMITED BY SIZE INTO WS-LINHA-REL
                        MOVE WS-LINHA-REL TO REG-RELATORIO-OUT
                        WRITE REG-RELATORIO-OUT
                    END-IF
                    ADD 1 TO WS-QTD-ATR-TURMA
                    MOVE WS-ATR-ID(WS-IND)      TO DAT-ID-ALUNO
                    MOVE WS-ATR-NOME(WS-IND)    TO DAT-NOME
                    MOVE WS-ATR-HORA(WS-IND)    TO DAT-HORA
                    MOVE WS-ATR-MINUTOS(WS-IND) TO DAT-MINUTOS
                    MOVE WS-DET-ATRASO TO REG-RELATORIO-OUT
                    WRITE REG-RELATORIO-OUT
                END-IF
            END-PERFORM
            IF WS-QTD-ATR-TURMA > ZEROS
                MOVE SPACES TO WS-LINHA-REL
                STRING '    ATRASOS NA TURMA: ' WS-QTD-ATR-TURMA
                       DELIMITED BY SIZE INTO WS-LINHA-REL
                MOVE WS-LINHA-REL TO REG-RELATORIO-OUT
                WRITE REG-RELATORIO-OUT
                MOVE SPACES TO REG-RELATORIO-OUT
                WRITE REG-RELATORIO-OUT
            END-IF
            .
       P620-FIM.
      ******************************************************************
      * OPCAO 4 - LISTA DE BLOQUEIO DA CATRACA
      ******************************************************************
      * UMA LINHA POR VIA QUE NAO VALE MAIS: CODIGO DE VERIFICACAO
      * (ID + VIA + DIGITO) E MOTIVO - R REVOGADA, I ALUNO INATIVO OU
      * SEM CADASTRO, T ALUNO TRANCADO, S SUBSTITUIDA, V VENCIDA.
      * HEADER E TRAILER NO PADRAO DOS ARQUIVOS DO PORTAL
       P700-BLOQUEIO.
            MOVE ZEROS            TO WS-QTD-BLOQUEIOS WS-HASH-BLOQUEIOS
            SET FS-CRD-OK         TO TRUE
            OPEN INPUT CARTEIRINHAS
            IF NOT FS-CRD-OK
                DISPLAY 'NENHUMA CARTEIRINHA REGISTRADA. '
                DISPLAY 'FILE STATUS: ' WS-FS-CRD
                CLOSE CARTEIRINHAS
                GO TO P700-FIM
            END-IF
            SET FS-BLQ-OK         TO TRUE
            OPEN OUTPUT BLOQUEIO-OUT
            IF NOT FS-BLQ-OK
                DISPLAY 'ERRO AO GRAVAR A LISTA DE BLOQUEIO. '
                DISPLAY 'FILE STATUS: ' WS-FS-BLQ
                CLOSE CARTEIRINHAS
                SET FALHOU        TO TRUE
                GO TO P700-FIM
            END-IF
            OPEN INPUT ALUNOS
            MOVE SPACES TO WS-LINHA-BLQ
            STRING 'HEADER;'       DELIMITED BY SIZE
                   WS-DATA-HOJE-8  DELIMITED BY SIZE
                   ';'             DELIMITED BY SIZE
                   WS-HORA-HOJE    DELIMITED BY SIZE
                   INTO WS-LINHA-BLQ
            MOVE WS-LINHA-BLQ     TO REG-BLOQUEIO-OUT
            WRITE REG-BLOQUEIO-OUT
            SET TEM-PENDENTE      TO FALSE
            SET EOF-OK            TO FALSE
            PERFORM UNTIL EOF-OK
                READ CARTEIRINHAS NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF TEM-PENDENTE
                            IF ID-ALUNO-CRD EQUAL WS-PEN-ID-ALUNO
                                SET SUBSTITUIDA TO TRUE
                            ELSE
                                SET SUBSTITUIDA TO FALSE
                            END-IF
                            PERFORM P710-AVALIA-VIA THRU P710-FIM
                        END-IF
                        MOVE ID-ALUNO-CRD    TO WS-PEN-ID-ALUNO
                        MOVE NR-VIA-CRD      TO WS-PEN-NR-VIA
                        MOVE DT-VALIDADE-CRD TO WS-PEN-VALIDADE
                        MOVE ST-CARTEIRINHA  TO WS-PEN-STATUS
                        SET TEM-PENDENTE     TO TRUE
                END-READ
            END-PERFORM
            IF TEM-PENDENTE
                SET SUBSTITUIDA   TO FALSE
                PERFORM P710-AVALIA-VIA THRU P710-FIM
            END-IF
            MOVE SPACES TO WS-LINHA-BLQ
            STRING 'TRAILER;'         DELIMITED BY SIZE
                   WS-QTD-BLOQUEIOS   DELIMITED BY SIZE
                   ';'                DELIMITED BY SIZE
                   WS-HASH-BLOQUEIOS  DELIMITED BY SIZE
                   INTO WS-LINHA-BLQ
            MOVE WS-LINHA-BLQ     TO REG-BLOQUEIO-OUT
            WRITE REG-BLOQUEIO-OUT
            CLOSE CARTEIRINHAS ALUNOS BLOQUEIO-OUT
            DISPLAY 'CARTEIRINHAS BLOQUEADAS: ' WS-QTD-BLOQUEIOS
            DISPLAY 'LISTA DE BLOQUEIO: ' WS-ARQ-CFG-CATBLOQ
            .
       P700-FIM.
       P710-AVALIA-VIA.
            MOVE SPACES           TO WS-MOTIVO-BLOQUEIO
            MOVE WS-PEN-ID-ALUNO  TO ID-ALUNO
            READ ALUNOS
                INVALID KEY
                    MOVE 'I'      TO WS-MOTIVO-BLOQUEIO
                NOT INVALID KEY
                    IF ALUNO-INATIVO
                        MOVE 'I'  TO WS-MOTIVO-BLOQUEIO
                    END-IF
                    IF ALUNO-TRANCADO
                        MOVE 'T'  TO WS-MOTIVO-BLOQUEIO
                    END-IF
            END-READ
            EVALUATE TRUE
                WHEN WS-PEN-STATUS EQUAL 'R'
                    MOVE 'R'      TO WS-MOTIVO-BLOQUEIO
                WHEN WS-MOTIVO-BLOQUEIO NOT EQUAL SPACES
                    CONTINUE
                WHEN SUBSTITUIDA
                    MOVE 'S'      TO WS-MOTIVO-BLOQUEIO
                WHEN WS-PEN-VALIDADE < WS-DATA-HOJE-8
                    MOVE 'V'      TO WS-MOTIVO-BLOQUEIO
            END-EVALUATE
            IF WS-MOTIVO-BLOQUEIO EQUAL SPACES
                GO TO P710-FIM
            END-IF
            MOVE 'C'              TO WL-DV-OPERACAO
            MOVE ZEROS            TO WL-DV-NUMERO
            MOVE WS-PEN-ID-ALUNO  TO WL-DV-NUMERO(1:6)
            MOVE WS-PEN-NR-VIA    TO WL-DV-NUMERO(7:2)
            CALL 'DIGVERIF' USING WL-PARAMETROS-DV
            MOVE SPACES TO WS-LINHA-BLQ
            STRING WS-PEN-ID-ALUNO WS-PEN-NR-VIA WL-DV-DIGITO ';'
                   WS-MOTIVO-BLOQUEIO
                   DELIMITED BY SIZE INTO WS-LINHA-BLQ
            MOVE WS-LINHA-BLQ     TO REG-BLOQUEIO-OUT
            WRITE REG-BLOQUEIO-OUT
            ADD 1                 TO WS-QTD-BLOQUEIOS
            ADD WS-PEN-ID-ALUNO   TO WS-HASH-BLOQUEIOS
            .
       P710-FIM.
       P900-FIM.
            GOBACK.
      * RESOLVE OS CAMINHOS FISICOS PELO CONFIGSYS (PRODUCAO OU
      * TESTE); SEM CONFIGURACAO VALEM OS PADROES ACIMA
       P050-CONFIGURA.
            MOVE 'CATRACA' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-CATRACA TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-CATRACA
            MOVE 'CATBLOQ' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-CATBLOQ TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-CATBLOQ
            MOVE 'D3-ACESSOS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-ACESSOS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-ACESSOS
            MOVE 'CARTREG' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-CARTREG TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-CARTREG
            MOVE 'D3-REGISTRO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-REGISTRO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-REGISTRO
            MOVE 'TURMAS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-TURMAS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-TURMAS
            MOVE 'D3-MATRICULAS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-MATRICULAS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-MATRICULAS
            MOVE 'D3-FREQUENCIA' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-FREQUENCIA TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-FREQUENCIA
            MOVE 'D3-CONTEUDO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-CONTEUDO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-CONTEUDO
      * INICIO DOS TURNOS E TOLERANCIA DE ATRASO AJUSTAVEIS
            MOVE 'CATRACA-INICIO-M' TO WL-CFG-CHAVE
            MOVE WS-CFG-INICIO-M TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-CFG-INICIO-M
            IF WS-CFG-INICIO-M(1:6) NUMERIC
                MOVE WS-CFG-INICIO-M(1:6) TO WS-INICIO-M
            END-IF
            MOVE 'CATRACA-INICIO-T' TO WL-CFG-CHAVE
            MOVE WS-CFG-INICIO-T TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-CFG-INICIO-T
            IF WS-CFG-INICIO-T(1:6) NUMERIC
                MOVE WS-CFG-INICIO-T(1:6) TO WS-INICIO-T
            END-IF
            MOVE 'CATRACA-INICIO-N' TO WL-CFG-CHAVE
            MOVE WS-CFG-INICIO-N TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-CFG-INICIO-N
            IF WS-CFG-INICIO-N(1:6) NUMERIC
                MOVE WS-CFG-INICIO-N(1:6) TO WS-INICIO-N
            END-IF
            MOVE 'CATRACA-TOLERANCIA' TO WL-CFG-CHAVE
            MOVE WS-CFG-TOLERANCIA TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-CFG-TOLERANCIA
            IF WS-CFG-TOLERANCIA(1:2) NUMERIC
                MOVE WS-CFG-TOLERANCIA(1:2) TO WS-TOLERANCIA
            END-IF
            .
       P050-FIM.
       END PROGRAM SISCATRA.

      ******************************************************************
      * Author: ANDREI BATISTA
      * Date: 15/10/2026
      * Purpose: RELATORIO DE EXCECOES DE AUDITORIA (SEGREGACAO DE
      *          FUNCOES E ATIVIDADE SUSPEITA) PARA A DIRECAO - CRUZA
      *          AUDITORIA.LOG, ESTORNOS, SESSOES/MOVIMENTOS DE CAIXA,
      *          BOLSAS E CORRECOES DE NOTA E APONTA, POR OPERADOR
      *          (CD-OPERADOR DA SESSAO): QUEM RECEBEU E ESTORNOU O
      *          MESMO RECIBO, QUEM PROPOS E APROVOU A MESMA BOLSA OU A
      *          CONCEDEU DIRETO, QUEM SOLICITOU E APROVOU A MESMA
      *          CORRECAO DE NOTA, QUEM FECHOU O PROPRIO CAIXA COM
      *          DIFERENCA GRANDE, ESTORNO FORA DO EXPEDIENTE,
      *          DIFERENCAS PEQUENAS REPETIDAS NO CAIXA DE UM OPERADOR
      *          E BOLSA CONCEDIDA POUCO ANTES DE UM PAGAMENTO. REGRAS
      *          E LIMITES NO CONFIGSYS (EXC-*); RODA NA CADEIA
      *          NOTURNA (DIA ANTERIOR) OU SOB DEMANDA POR PERIODO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISEXCEP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
               SELECT LOG-AUDITORIA ASSIGN TO WS-ARQ-CFG-AUDITORIA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.

               SELECT ESTORNOS ASSIGN TO WS-ARQ-CFG-ESTORNOS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS NR-RECIBO-EST
               FILE STATUS IS WS-FS-EST.

               SELECT SESSOES-CAIXA ASSIGN TO WS-ARQ-CFG-CAIXASES
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS NR-SESSAO-CXS
               FILE STATUS IS WS-FS-CXS.

               SELECT MOVIMENTOS-CAIXA ASSIGN TO WS-ARQ-CFG-CAIXAMOV
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-MOVIMENTO-CAIXA
               FILE STATUS IS WS-FS-MOV.

               SELECT BOLSAS ASSIGN TO WS-ARQ-CFG-BOLSAS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS CHAVE-BOLSA
               FILE STATUS IS WS-FS-BOL.

               SELECT PENDENCIAS ASSIGN TO WS-ARQ-CFG-D3-PENDNOTA
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS NR-SOLICITACAO
               FILE STATUS IS WS-FS-PEN.

               SELECT MENSALIDADES ASSIGN TO WS-ARQ-CFG-MENSALID
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-MENSALIDADE
               FILE STATUS IS WS-FS-MEN.

               SELECT OPERADORES ASSIGN TO WS-ARQ-CFG-OPERADOR
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS CD-OPERADOR
               FILE STATUS IS WS-FS-OPE.

               SELECT SESSAO ASSIGN TO WS-ARQ-CFG-SESSAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SES.

               SELECT RELATORIO-OUT ASSIGN TO WS-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD LOG-AUDITORIA.
       01 REG-LOG-AUDITORIA                PIC X(180).
       FD ESTORNOS.
          COPY FD_ESTOR.
       FD SESSOES-CAIXA.
          COPY FD_CXSES.
       FD MOVIMENTOS-CAIXA.
          COPY FD_CXMOV.
       FD BOLSAS.
          COPY FD_BOLSA.
       FD PENDENCIAS.
          COPY FD_PENDN.
       FD MENSALIDADES.
          COPY FD_MENSA.
       FD OPERADORES.
          COPY FD_OPERA.
       FD SESSAO.
       01 REG-SESSAO.
          03 SES-CD-OPERADOR               PIC X(06).
          03 SES-NM-OPERADOR               PIC X(20).
          03 SES-PERFIL                    PIC X(01).
          03 SES-ID-PROFESSOR              PIC 9(03).
       FD RELATORIO-OUT.
       01 REG-RELATORIO-OUT                PIC X(100).

       WORKING-STORAGE SECTION.
       77 WS-FS-LOG                        PIC 99.
          88 FS-LOG-OK                     VALUE 0.
       77 WS-FS-EST                        PIC 99.
          88 FS-EST-OK                     VALUE 0.
       77 WS-FS-CXS                        PIC 99.
          88 FS-CXS-OK                     VALUE 0.
       77 WS-FS-MOV                        PIC 99.
          88 FS-MOV-OK                     VALUE 0.
       77 WS-FS-BOL                        PIC 99.
          88 FS-BOL-OK                     VALUE 0.
       77 WS-FS-PEN                        PIC 99.
          88 FS-PEN-OK                     VALUE 0.
       77 WS-FS-MEN                        PIC 99.
          88 FS-MEN-OK                     VALUE 0.
       77 WS-FS-OPE                        PIC 99.
          88 FS-OPE-OK                     VALUE 0.
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
       77 WS-MODO-CADEIA                   PIC X VALUE 'N'.
          88 MODO-CADEIA                   VALUE 'S' FALSE 'N'.
       77 WS-OPE-ABERTO                    PIC X VALUE 'N'.
          88 OPE-ABERTO                    VALUE 'S' FALSE 'N'.
       77 WS-OPCAO                         PIC X.
       77 WS-OPERADOR                      PIC X(06) VALUE SPACES.
       77 WS-DATA-HOJE-8                   PIC 9(08).
       77 WS-HORA-AGORA                    PIC 9(08).
       77 WS-DT-INICIO                     PIC 9(08).
       77 WS-DT-FIM                        PIC 9(08).
       77 WS-DT-CARGA                      PIC 9(08).
       77 WS-DT-JANELA                     PIC 9(08).
       77 WS-DT-LOG                        PIC 9(08).
       77 WS-DIAS-CORRIDOS                 PIC 9(07).

      * REGRAS LIGADAS/DESLIGADAS (CONFIGSYS 'EXC-REGRAS', UMA POSICAO
      * S/N POR REGRA NA ORDEM DA TABELA ABAIXO) E LIMITES
       01 WS-REGRAS-ATIVAS                 PIC X(08) VALUE 'SSSSSSSS'.
       01 WS-REGRAS-ATIVAS-R REDEFINES WS-REGRAS-ATIVAS.
          03 WS-REGRA-LIGADA               PIC X(01) OCCURS 8 TIMES.
       77 WS-EXC-DIAS                      PIC 9(03) VALUE 1.
       77 WS-EXC-JANELA                    PIC 9(03) VALUE 30.
       77 WS-EXC-HORA-INICIO               PIC 9(06) VALUE 070000.
       77 WS-EXC-HORA-FIM                  PIC 9(06) VALUE 190000.
       77 WS-EXC-DIF-GRANDE                PIC 9(06)V99 VALUE 50.
       77 WS-EXC-DIF-PEQUENA               PIC 9(06)V99 VALUE 5.
       77 WS-EXC-QTD-DIF-PEQ               PIC 9(03) VALUE 3.
       77 WS-EXC-MIN-DESCONTO              PIC 9(05) VALUE 60.
       77 WS-CFG-NUMERO                    PIC X(60).

       01 WS-TAB-REGRAS-V.
          03 FILLER PIC X(42) VALUE
             'RERECEBEU E ESTORNOU O MESMO RECIBO       '.
          03 FILLER PIC X(42) VALUE
             'BPPROPOS E APROVOU A MESMA BOLSA          '.
          03 FILLER PIC X(42) VALUE
             'BIBOLSA CONCEDIDA DIRETO (SEM APROVADOR)  '.
          03 FILLER PIC X(42) VALUE
             'NPSOLICITOU E APROVOU A MESMA NOTA        '.
          03 FILLER PIC X(42) VALUE
             'CDFECHOU O PROPRIO CAIXA C/ DIF. GRANDE   '.
          03 FILLER PIC X(42) VALUE
             'EHESTORNO FORA DO EXPEDIENTE              '.
          03 FILLER PIC X(42) VALUE
             'DPDIFERENCAS PEQUENAS REPETIDAS NO CAIXA  '.
          03 FILLER PIC X(42) VALUE
             'DABOLSA POUCO ANTES DE UM PAGAMENTO       '.
       01 WS-TAB-REGRAS REDEFINES WS-TAB-REGRAS-V.
          03 WS-REGRA OCCURS 8 TIMES.
             05 WS-REG-CODIGO              PIC X(02).
             05 WS-REG-DESCRICAO           PIC X(40).
       77 WS-QTD-REGRAS                    PIC 9(02) VALUE 8.
       01 WS-TAB-QTD-REGRA.
          03 WS-QTD-POR-REGRA              PIC 9(05) OCCURS 8 TIMES.
       77 WS-IND-REGRA                     PIC 9(02).

      * ENTRADAS DA AUDITORIA QUE INTERESSAM AS REGRAS, DESDE O INICIO
      * DA JANELA (UMA SOLICITACAO OU PROPOSTA PODE SER DE DIAS ANTES)
       77 WS-QTD-LOG                       PIC 9(05) VALUE ZEROS.
       77 WS-LOG-CHEIO                     PIC X VALUE 'N'.
          88 LOG-CHEIO                     VALUE 'S' FALSE 'N'.
       01 WS-TABELA-LOG.
          03 WS-TLG OCCURS 3000 TIMES.
             05 WS-TLG-DATA                PIC 9(08).
             05 WS-TLG-HORA                PIC 9(06).
             05 WS-TLG-PROGRAMA            PIC X(08).
             05 WS-TLG-OPERACAO            PIC X(10).
             05 WS-TLG-CHAVE               PIC X(10).
             05 WS-TLG-DE                  PIC X(20).
             05 WS-TLG-PARA                PIC X(20).
             05 WS-TLG-OPERADOR            PIC X(06).
       77 WS-IND-LOG                       PIC 9(05).
       77 WS-IND-LOG-2                     PIC 9(05).

      * EXCECOES ENCONTRADAS, ORDENADAS POR OPERADOR/DATA/HORA ANTES
      * DA IMPRESSAO
       77 WS-QTD-EXC                       PIC 9(04) VALUE ZEROS.
       77 WS-EXC-CHEIA                     PIC X VALUE 'N'.
          88 EXC-CHEIA                     VALUE 'S' FALSE 'N'.
       01 WS-TABELA-EXC.
          03 WS-EXC OCCURS 500 TIMES.
             05 WS-EXC-ORDEM.
                07 WS-EXC-OPERADOR         PIC X(06).
                07 WS-EXC-DATA             PIC 9(08).
                07 WS-EXC-HORA             PIC 9(06).
             05 WS-EXC-REGRA               PIC 9(02).
             05 WS-EXC-DETALHE             PIC X(60).
       01 WS-EXC-TROCA                     PIC X(82).
       77 WS-IND1                          PIC 9(04).
       77 WS-IND2                          PIC 9(04).

      * SESSOES DE CAIXA COM DIFERENCA PEQUENA NA JANELA, POR OPERADOR
       77 WS-QTD-OPE-DIF                   PIC 9(03) VALUE ZEROS.
       01 WS-TABELA-OPE-DIF.
          03 WS-TOD OCCURS 100 TIMES.
             05 WS-TOD-OPERADOR            PIC X(06).
             05 WS-TOD-QTD                 PIC 9(05).
             05 WS-TOD-SOMA                PIC S9(08)V99.
             05 WS-TOD-ULT-DATA            PIC 9(08).
             05 WS-TOD-ULT-HORA            PIC 9(06).
       77 WS-IND-OPE                       PIC 9(03).

      * NOVA EXCECAO A REGISTRAR
       77 WS-NV-OPERADOR                   PIC X(06).
       77 WS-NV-DATA                       PIC 9(08).
       77 WS-NV-HORA                       PIC 9(06).
       77 WS-NV-REGRA                      PIC 9(02).
       77 WS-NV-DETALHE                    PIC X(60).

      * BUSCA DO RECEBIMENTO DE UM RECIBO NO MOVIMENTO DO CAIXA
       77 WS-BUSCA-RECIBO                  PIC 9(06).
       77 WS-REC-SESSAO                    PIC 9(06).
       77 WS-REC-DATA                      PIC 9(08).
       77 WS-REC-HORA                      PIC 9(06).
       77 WS-REC-OPERADOR                  PIC X(06).

       77 WS-EST-OPERADOR                  PIC X(06).
       77 WS-EST-DATA                      PIC 9(08).
       77 WS-EST-HORA                      PIC 9(06).
       77 WS-ID-ALUNO                      PIC 9(06).
       77 WS-CD-TERMO                      PIC X(06).
       77 WS-VL-DIF-ABS                    PIC 9(08)V99.
       77 WS-MIN-EVENTO                    PIC 9(11).
       77 WS-MIN-PAGTO                     PIC 9(11).
       77 WS-MIN-INTERVALO                 PIC S9(11).
       77 WS-HH                            PIC 9(02).
       77 WS-MM                            PIC 9(02).
       77 WS-QTD-OPERADORES                PIC 9(04).
       77 WS-OPE-ANTERIOR                  PIC X(06).
       77 WS-ED-VALOR                      PIC ZZZ.ZZ9,99.
       77 WS-ED-VALOR-S                    PIC -ZZZ.ZZ9,99.
       77 WS-ED-QTD                        PIC ZZZZ9.
       77 WS-ED-MINUTOS                    PIC ZZZZ9.
       01 WS-LINHA-REL                     PIC X(100).

       01 WS-LINHA-LOG                     PIC X(180).
       01 WS-LINHA-LOG-R REDEFINES WS-LINHA-LOG.
          03 WS-LOG-DATA                   PIC 9(06).
          03 FILLER                        PIC X(01).
          03 WS-LOG-HORA                   PIC 9(06).
          03 FILLER                        PIC X(01).
          03 WS-LOG-PROGRAMA               PIC X(12).
          03 FILLER                        PIC X(01).
          03 WS-LOG-OPERACAO               PIC X(10).
          03 FILLER                        PIC X(07).
          03 WS-LOG-CHAVE                  PIC X(10).
          03 FILLER                        PIC X(05).
          03 WS-LOG-DE                     PIC X(50).
          03 FILLER                        PIC X(08).
          03 WS-LOG-PARA                   PIC X(50).
          03 FILLER                        PIC X(05).
          03 WS-LOG-OPERADOR               PIC X(06).
          03 FILLER                        PIC X(02).

       01 WL-PARAMETROS-DIA.
          03 WL-DIA-ENTRADA                PIC 9(08).
          03 WL-DIA-SAIDA                  PIC 9(08).
       01 WL-SPOOL.
          03 WL-SPL-RELATORIO              PIC X(12).
          03 WL-SPL-ARQUIVO                PIC X(60).
          03 WL-SPL-OK                     PIC X(01).
             88 WL-SPOOL-ABERTO            VALUE 'S'.
             88 WL-SPOOL-FALHOU            VALUE 'N'.
       01 WL-RUNLOG.
          03 WL-RL-PROGRAMA                PIC X(12)
             VALUE 'SISEXCEP'.
          03 WL-RL-FASE                    PIC X(01).
          03 WL-RL-REGISTROS               PIC 9(07).
          03 WL-RL-STATUS                  PIC X(08).

       01 WS-ARQ-RELATORIO                 PIC X(60) VALUE
          'C:\COBOL\EXCECOES.TXT'.
       01 WS-ARQ-CFG-AUDITORIA             PIC X(60) VALUE
          'C:\COBOL\AUDITORIA.LOG'.
       01 WS-ARQ-CFG-ESTORNOS              PIC X(60) VALUE
          'C:\COBOL\ESTORNOS.DAT'.
       01 WS-ARQ-CFG-CAIXASES              PIC X(60) VALUE
          'C:\COBOL\CAIXASES.DAT'.
       01 WS-ARQ-CFG-CAIXAMOV              PIC X(60) VALUE
          'C:\COBOL\CAIXAMOV.DAT'.
       01 WS-ARQ-CFG-BOLSAS                PIC X(60) VALUE
          'C:\COBOL\BOLSAS.DAT'.
       01 WS-ARQ-CFG-D3-PENDNOTA           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\PENDNOTA.DAT'.
       01 WS-ARQ-CFG-MENSALID              PIC X(60) VALUE
          'C:\COBOL\MENSALID.DAT'.
       01 WS-ARQ-CFG-OPERADOR              PIC X(60) VALUE
          'C:\COBOL\OPERADOR.DAT'.
       01 WS-ARQ-CFG-SESSAO                PIC X(60) VALUE
          'C:\COBOL\SESSAO.DAT'.
          COPY CFG_AREA.
       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM                   PIC X(50).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            PERFORM P050-CONFIGURA THRU P050-FIM
      * NA CADEIA NOTURNA EMITE DIRETO O RELATORIO DOS ULTIMOS
      * EXC-DIAS DIAS (PADRAO: ONTEM) - SEM MENU
            IF LK-MENSAGEM(1:6) EQUAL 'CADEIA'
                SET MODO-CADEIA   TO TRUE
                MOVE 'NOTURNO'    TO WS-OPERADOR
                ACCEPT WS-DATA-HOJE-8 FROM DATE YYYYMMDD
                COMPUTE WS-DIAS-CORRIDOS =
                        FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE-8) - 1
                COMPUTE WS-DT-FIM =
                        FUNCTION DATE-OF-INTEGER(WS-DIAS-CORRIDOS)
                COMPUTE WS-DIAS-CORRIDOS =
                        WS-DIAS-CORRIDOS - WS-EXC-DIAS + 1
                COMPUTE WS-DT-INICIO =
                        FUNCTION DATE-OF-INTEGER(WS-DIAS-CORRIDOS)
                MOVE 'I'          TO WL-RL-FASE
                MOVE ZEROS        TO WL-RL-REGISTROS
                MOVE SPACES       TO WL-RL-STATUS
                CALL 'RUNLOG' USING WL-RUNLOG
                MOVE ZEROS        TO RETURN-CODE
                PERFORM P400-EMITE THRU P400-FIM
                MOVE 'F'          TO WL-RL-FASE
                MOVE WS-QTD-EXC   TO WL-RL-REGISTROS
                IF RETURN-CODE EQUAL ZEROS
                    MOVE 'OK'     TO WL-RL-STATUS
                ELSE
                    MOVE 'FALHA'  TO WL-RL-STATUS
                END-IF
                CALL 'RUNLOG' USING WL-RUNLOG
                PERFORM P900-FIM
            END-IF
            PERFORM P340-OPERADOR  THRU P340-FIM
            PERFORM P300-PROCESSA  THRU P300-FIM
                                    UNTIL WS-OPCAO = 'F' OR 'f'
            PERFORM P900-FIM
            .
       P300-PROCESSA.
            MOVE SPACES             TO WS-OPCAO
            DISPLAY '**************************************************'
            DISPLAY '***     EXCECOES DE AUDITORIA (SEGREGACAO)     ***'
            DISPLAY '**************************************************'
            DISPLAY '*** 1 - Emitir relatorio de um periodo         ***'
            DISPLAY '*** 2 - Regras e limites em vigor              ***'
            DISPLAY '***          <TECLE F PARA FINALIZAR>          ***'
            DISPLAY '**************************************************'
            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN '1'
                    PERFORM P310-PERIODO   THRU P310-FIM
                WHEN '2'
                    PERFORM P320-REGRAS    THRU P320-FIM
                WHEN 'F'
                    CONTINUE
                WHEN 'f'
                    CONTINUE
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA! '
            END-EVALUATE
            .
       P300-FIM.
       P310-PERIODO.
            DISPLAY 'Informe a data inicial (AAAAMMDD): '
            ACCEPT WS-DT-INICIO
            DISPLAY 'Informe a data final (AAAAMMDD): '
            ACCEPT WS-DT-FIM
            IF FUNCTION TEST-DATE-YYYYMMDD(WS-DT-INICIO) NOT EQUAL 0
               OR FUNCTION TEST-DATE-YYYYMMDD(WS-DT-FIM) NOT EQUAL 0
               OR WS-DT-INICIO > WS-DT-FIM
                DISPLAY 'PERIODO INVALIDO! '
                GO TO P310-FIM
            END-IF
            PERFORM P400-EMITE THRU P400-FIM
            .
       P310-FIM.
       P320-REGRAS.
            DISPLAY '--- REGRAS (CONFIGSYS EXC-REGRAS) ---'
            PERFORM VARYING WS-IND-REGRA FROM 1 BY 1
                    UNTIL WS-IND-REGRA > WS-QTD-REGRAS
                DISPLAY WS-REG-CODIGO(WS-IND-REGRA) ' '
                        WS-REG-DESCRICAO(WS-IND-REGRA) ' : '
                        WS-REGRA-LIGADA(WS-IND-REGRA)
            END-PERFORM
            DISPLAY '--- LIMITES ---'
            DISPLAY 'DIAS NA CADEIA NOTURNA    (EXC-DIAS)         : '
                    WS-EXC-DIAS
            DISPLAY 'JANELA EM DIAS            (EXC-JANELA-DIAS)  : '
                    WS-EXC-JANELA
            DISPLAY 'INICIO DO EXPEDIENTE      (EXC-HORA-INICIO)  : '
                    WS-EXC-HORA-INICIO
            DISPLAY 'FIM DO EXPEDIENTE         (EXC-HORA-FIM)     : '
                    WS-EXC-HORA-FIM
            MOVE WS-EXC-DIF-GRANDE TO WS-ED-VALOR
            DISPLAY 'DIFERENCA GRANDE          (EXC-DIF-GRANDE)   : '
                    WS-ED-VALOR
            MOVE WS-EXC-DIF-PEQUENA TO WS-ED-VALOR
            DISPLAY 'DIFERENCA PEQUENA ATE     (EXC-DIF-PEQUENA)  : '
                    WS-ED-VALOR
            DISPLAY 'QTD. DIFERENCAS PEQUENAS  (EXC-QTD-DIF-PEQ)  : '
                    WS-EXC-QTD-DIF-PEQ
            DISPLAY 'MINUTOS BOLSA X PAGAMENTO (EXC-MIN-DESCONTO) : '
                    WS-EXC-MIN-DESCONTO
            .
       P320-FIM.
       P340-OPERADOR.
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
       P340-FIM.
      ******************************************************************
      * APURACAO E EMISSAO DO PERIODO WS-DT-INICIO A WS-DT-FIM
      ******************************************************************
       P400-EMITE.
            MOVE ZEROS            TO WS-QTD-EXC WS-QTD-LOG
                                     WS-QTD-OPE-DIF
            MOVE ZEROS            TO WS-TAB-QTD-REGRA
            SET EXC-CHEIA         TO FALSE
            SET LOG-CHEIO         TO FALSE
            COMPUTE WS-DIAS-CORRIDOS =
                    FUNCTION INTEGER-OF-DATE(WS-DT-INICIO)
                    - WS-EXC-JANELA
            COMPUTE WS-DT-CARGA =
                    FUNCTION DATE-OF-INTEGER(WS-DIAS-CORRIDOS)
            COMPUTE WS-DIAS-CORRIDOS =
                    FUNCTION INTEGER-OF-DATE(WS-DT-FIM)
                    - WS-EXC-JANELA + 1
            COMPUTE WS-DT-JANELA =
                    FUNCTION DATE-OF-INTEGER(WS-DIAS-CORRIDOS)
            IF WS-DT-JANELA < WS-DT-CARGA
                MOVE WS-DT-JANELA TO WS-DT-CARGA
            END-IF

            PERFORM P410-CARREGA-LOG THRU P410-FIM
            IF NOT FS-LOG-OK AND WS-FS-LOG NOT EQUAL 35
                IF MODO-CADEIA
                    MOVE 8 TO RETURN-CODE
                END-IF
                GO TO P400-FIM
            END-IF

            SET FS-MOV-OK         TO TRUE
            SET FS-CXS-OK         TO TRUE
            OPEN INPUT MOVIMENTOS-CAIXA
            OPEN INPUT SESSOES-CAIXA
            IF WS-REGRA-LIGADA(1) EQUAL 'S' OR
               WS-REGRA-LIGADA(6) EQUAL 'S'
                PERFORM P500-ESTORNOS      THRU P500-FIM
            END-IF
            IF WS-REGRA-LIGADA(2) EQUAL 'S' OR
               WS-REGRA-LIGADA(3) EQUAL 'S' OR
               WS-REGRA-LIGADA(8) EQUAL 'S'
                PERFORM P520-BOLSAS        THRU P520-FIM
            END-IF
            IF WS-REGRA-LIGADA(4) EQUAL 'S'
                PERFORM P540-NOTAS         THRU P540-FIM
            END-IF
            IF WS-REGRA-LIGADA(5) EQUAL 'S' OR
               WS-REGRA-LIGADA(7) EQUAL 'S'
                PERFORM P560-CAIXAS        THRU P560-FIM
            END-IF
            CLOSE MOVIMENTOS-CAIXA
            CLOSE SESSOES-CAIXA

            PERFORM P700-ORDENA   THRU P700-FIM
            PERFORM P800-IMPRIME  THRU P800-FIM
            .
       P400-FIM.
      * CARREGA DA AUDITORIA SO AS OPERACOES QUE AS REGRAS CRUZAM
      * (CAIXA, FECHAMENTO, BOLSAS E CORRECAO DE NOTAS); A DATA DO LOG
      * E AAMMDD
       P410-CARREGA-LOG.
            SET EOF-OK            TO FALSE
            SET FS-LOG-OK         TO TRUE
            OPEN INPUT LOG-AUDITORIA
            IF WS-FS-LOG EQUAL 35
                DISPLAY 'AUDITORIA.LOG AINDA NAO EXISTE - SO AS '
                        'REGRAS DE CAIXA SERAO APURADAS. '
                GO TO P410-FIM
            END-IF
            IF NOT FS-LOG-OK
                DISPLAY 'ERRO AO ABRIR A AUDITORIA. '
                DISPLAY 'FILE STATUS: ' WS-FS-LOG
                GO TO P410-FIM
            END-IF
            PERFORM UNTIL EOF-OK
                READ LOG-AUDITORIA INTO WS-LINHA-LOG
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF WS-LOG-DATA NUMERIC
                            COMPUTE WS-DT-LOG = 20000000 + WS-LOG-DATA
                            IF WS-DT-LOG >= WS-DT-CARGA AND
                               WS-DT-LOG <= WS-DT-FIM
                                PERFORM P415-GUARDA-LOG THRU P415-FIM
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE LOG-AUDITORIA
            IF LOG-CHEIO
                DISPLAY 'ATENCAO: MAIS DE 3000 ENTRADAS DE AUDITORIA '
                        'NA JANELA - AS MAIS RECENTES FICARAM DE FORA.'
            END-IF
            .
       P410-FIM.
       P415-GUARDA-LOG.
            IF NOT ((WS-LOG-PROGRAMA EQUAL 'SISCAIXA' AND
                     WS-LOG-OPERACAO EQUAL 'ESTORNO') OR
                    (WS-LOG-PROGRAMA EQUAL 'SISFECHA' AND
                     WS-LOG-OPERACAO EQUAL 'FECHAMENTO') OR
                    (WS-LOG-PROGRAMA EQUAL 'SISBOLSA') OR
                    (WS-LOG-PROGRAMA EQUAL 'SISNOTAP' AND
                     (WS-LOG-OPERACAO EQUAL 'SOLICITA' OR
                      WS-LOG-OPERACAO EQUAL 'APROVA')))
                GO TO P415-FIM
            END-IF
            IF WS-QTD-LOG >= 3000
                SET LOG-CHEIO     TO TRUE
                GO TO P415-FIM
            END-IF
            ADD 1                 TO WS-QTD-LOG
            MOVE WS-DT-LOG        TO WS-TLG-DATA(WS-QTD-LOG)
            MOVE WS-LOG-HORA      TO WS-TLG-HORA(WS-QTD-LOG)
            MOVE WS-LOG-PROGRAMA  TO WS-TLG-PROGRAMA(WS-QTD-LOG)
            MOVE WS-LOG-OPERACAO  TO WS-TLG-OPERACAO(WS-QTD-LOG)
            MOVE WS-LOG-CHAVE     TO WS-TLG-CHAVE(WS-QTD-LOG)
            MOVE WS-LOG-DE        TO WS-TLG-DE(WS-QTD-LOG)
            MOVE WS-LOG-PARA      TO WS-TLG-PARA(WS-QTD-LOG)
            MOVE WS-LOG-OPERADOR  TO WS-TLG-OPERADOR(WS-QTD-LOG)
            .
       P415-FIM.
      ******************************************************************
      * RE / EH - ESTORNOS DO PERIODO: QUEM ESTORNOU (OPERADOR DA
      * AUDITORIA) CONTRA QUEM RECEBEU (DONO DA SESSAO DE CAIXA DO
      * RECEBIMENTO) E A HORA DO ESTORNO CONTRA O EXPEDIENTE
      ******************************************************************
       P500-ESTORNOS.
            SET EOF-OK            TO FALSE
            SET FS-EST-OK         TO TRUE
            OPEN INPUT ESTORNOS
            IF NOT FS-EST-OK
                IF WS-FS-EST NOT EQUAL 35
                    DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ESTORNOS. '
                    DISPLAY 'FILE STATUS: ' WS-FS-EST
                END-IF
                CLOSE ESTORNOS
                GO TO P500-FIM
            END-IF
            PERFORM UNTIL EOF-OK
                READ ESTORNOS NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF DT-ESTORNO >= WS-DT-INICIO AND
                           DT-ESTORNO <= WS-DT-FIM
                            PERFORM P505-UM-ESTORNO THRU P505-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ESTORNOS
            .
       P500-FIM.
       P505-UM-ESTORNO.
      * OPERADOR E HORA DO ESTORNO: A ULTIMA ENTRADA 'ESTORNO' DA
      * AUDITORIA PARA O RECIBO
            MOVE SPACES           TO WS-EST-OPERADOR
            MOVE DT-ESTORNO       TO WS-EST-DATA
            MOVE ZEROS            TO WS-EST-HORA
            PERFORM VARYING WS-IND-LOG FROM 1 BY 1
                    UNTIL WS-IND-LOG > WS-QTD-LOG
                IF WS-TLG-OPERACAO(WS-IND-LOG) EQUAL 'ESTORNO' AND
                   WS-TLG-CHAVE(WS-IND-LOG)(1:6) EQUAL NR-RECIBO-EST
                    MOVE WS-TLG-OPERADOR(WS-IND-LOG)
                        TO WS-EST-OPERADOR
                    MOVE WS-TLG-DATA(WS-IND-LOG) TO WS-EST-DATA
                    MOVE WS-TLG-HORA(WS-IND-LOG) TO WS-EST-HORA
                END-IF
            END-PERFORM
            IF WS-EST-OPERADOR EQUAL SPACES
                MOVE '??????'     TO WS-EST-OPERADOR
            END-IF
            MOVE VL-ESTORNADO     TO WS-ED-VALOR

            IF WS-REGRA-LIGADA(1) EQUAL 'S'
                MOVE NR-RECIBO-EST TO WS-BUSCA-RECIBO
                PERFORM P600-BUSCA-RECEBIMENTO THRU P600-FIM
                IF WS-REC-OPERADOR NOT EQUAL SPACES AND
                   WS-REC-OPERADOR EQUAL WS-EST-OPERADOR
                    MOVE WS-EST-OPERADOR TO WS-NV-OPERADOR
                    MOVE WS-EST-DATA  TO WS-NV-DATA
                    MOVE WS-EST-HORA  TO WS-NV-HORA
                    MOVE 1            TO WS-NV-REGRA
                    MOVE SPACES       TO WS-NV-DETALHE
                    STRING 'RECIBO ' NR-RECIBO-EST
                           ' ALUNO ' ID-ALUNO-EST
                           ' VL ' WS-ED-VALOR
                           ' SESSAO ' WS-REC-SESSAO
                           DELIMITED BY SIZE INTO WS-NV-DETALHE
                    PERFORM P650-REGISTRA THRU P650-FIM
                END-IF
            END-IF

            IF WS-REGRA-LIGADA(6) EQUAL 'S'
                MOVE WS-EST-DATA  TO WL-DIA-ENTRADA
                CALL 'DIAUTIL' USING WL-PARAMETROS-DIA
                IF WL-DIA-SAIDA NOT EQUAL WL-DIA-ENTRADA OR
                   (WS-EST-HORA NOT EQUAL ZEROS AND
                    (WS-EST-HORA < WS-EXC-HORA-INICIO OR
                     WS-EST-HORA > WS-EXC-HORA-FIM))
                    MOVE WS-EST-OPERADOR TO WS-NV-OPERADOR
                    MOVE WS-EST-DATA  TO WS-NV-DATA
                    MOVE WS-EST-HORA  TO WS-NV-HORA
                    MOVE 6            TO WS-NV-REGRA
                    MOVE SPACES       TO WS-NV-DETALHE
                    IF WL-DIA-SAIDA NOT EQUAL WL-DIA-ENTRADA
                        STRING 'RECIBO ' NR-RECIBO-EST
                               ' VL ' WS-ED-VALOR
                               ' EM DIA NAO UTIL'
                               DELIMITED BY SIZE INTO WS-NV-DETALHE
                    ELSE
                        STRING 'RECIBO ' NR-RECIBO-EST
                               ' VL ' WS-ED-VALOR
                               ' FORA DO HORARIO'
                               DELIMITED BY SIZE INTO WS-NV-DETALHE
                    END-IF
                    PERFORM P650-REGISTRA THRU P650-FIM
                END-IF
            END-IF
            .
       P505-FIM.
      ******************************************************************
      * BP / BI / DA - TRILHA DAS BOLSAS (SISBOLSA): CHAVE = ALUNO,
      * TERMO NAS 6 PRIMEIRAS POSICOES DO VALOR NOVO
      ******************************************************************
       P520-BOLSAS.
            SET FS-BOL-OK         TO TRUE
            SET FS-MEN-OK         TO TRUE
            OPEN INPUT BOLSAS
            OPEN INPUT MENSALIDADES
            PERFORM VARYING WS-IND-LOG FROM 1 BY 1
                    UNTIL WS-IND-LOG > WS-QTD-LOG
                IF WS-TLG-PROGRAMA(WS-IND-LOG) EQUAL 'SISBOLSA' AND
                   WS-TLG-DATA(WS-IND-LOG) >= WS-DT-INICIO AND
                   (WS-TLG-OPERACAO(WS-IND-LOG) EQUAL 'BOLSA-INC' OR
                    WS-TLG-OPERACAO(WS-IND-LOG) EQUAL 'BOLSA-APR')
                    PERFORM P525-UMA-BOLSA THRU P525-FIM
                END-IF
            END-PERFORM
            CLOSE BOLSAS
            CLOSE MENSALIDADES
            .
       P520-FIM.
       P525-UMA-BOLSA.
            MOVE WS-TLG-CHAVE(WS-IND-LOG)(1:6) TO WS-ID-ALUNO
            MOVE WS-TLG-PARA(WS-IND-LOG)(1:6)  TO WS-CD-TERMO
            MOVE WS-TLG-OPERADOR(WS-IND-LOG)   TO WS-NV-OPERADOR
            MOVE WS-TLG-DATA(WS-IND-LOG)       TO WS-NV-DATA
            MOVE WS-TLG-HORA(WS-IND-LOG)       TO WS-NV-HORA
            MOVE ZEROS            TO PC-BOLSA
            MOVE SPACES           TO ST-BOLSA
            IF FS-BOL-OK
                MOVE WS-ID-ALUNO  TO ID-ALUNO-BOL
                MOVE WS-CD-TERMO  TO CD-TERMO-BOL
                READ BOLSAS
                    INVALID KEY
                        MOVE ZEROS  TO PC-BOLSA
                        MOVE SPACES TO ST-BOLSA
                END-READ
            END-IF

            IF WS-TLG-OPERACAO(WS-IND-LOG) EQUAL 'BOLSA-INC' AND
               WS-REGRA-LIGADA(3) EQUAL 'S'
                MOVE 3            TO WS-NV-REGRA
                MOVE SPACES       TO WS-NV-DETALHE
                STRING 'ALUNO ' WS-ID-ALUNO ' TERMO ' WS-CD-TERMO
                       ' ' WS-TLG-PARA(WS-IND-LOG)(12:3) '% SIT '
                       ST-BOLSA
                       DELIMITED BY SIZE INTO WS-NV-DETALHE
                PERFORM P650-REGISTRA THRU P650-FIM
            END-IF

            IF WS-TLG-OPERACAO(WS-IND-LOG) EQUAL 'BOLSA-APR' AND
               WS-REGRA-LIGADA(2) EQUAL 'S'
                SET ACHOU-OK      TO FALSE
                PERFORM VARYING WS-IND-LOG-2 FROM 1 BY 1
                        UNTIL WS-IND-LOG-2 >= WS-IND-LOG
                    IF WS-TLG-OPERACAO(WS-IND-LOG-2) EQUAL 'BOLSA-PRO'
                       AND WS-TLG-CHAVE(WS-IND-LOG-2) EQUAL
                           WS-TLG-CHAVE(WS-IND-LOG)
                       AND WS-TLG-PARA(WS-IND-LOG-2)(1:6) EQUAL
                           WS-CD-TERMO
                       AND WS-TLG-OPERADOR(WS-IND-LOG-2) EQUAL
                           WS-NV-OPERADOR
                        SET ACHOU-OK TO TRUE
                    END-IF
                END-PERFORM
                IF ACHOU-OK
                    MOVE 2        TO WS-NV-REGRA
                    MOVE SPACES   TO WS-NV-DETALHE
                    STRING 'ALUNO ' WS-ID-ALUNO ' TERMO ' WS-CD-TERMO
                           ' ' WS-TLG-PARA(WS-IND-LOG)(12:3) '% SIT '
                           ST-BOLSA
                           DELIMITED BY SIZE INTO WS-NV-DETALHE
                    PERFORM P650-REGISTRA THRU P650-FIM
                END-IF
            END-IF

            IF WS-REGRA-LIGADA(8) EQUAL 'S'
                PERFORM P530-PAGTO-APOS THRU P530-FIM
            END-IF
            .
       P525-FIM.
      * DA - PAGAMENTO DO MESMO ALUNO ATE EXC-MIN-DESCONTO MINUTOS
      * DEPOIS DA BOLSA (HORA DO RECEBIMENTO NO MOVIMENTO DO CAIXA)
       P530-PAGTO-APOS.
            IF NOT FS-MEN-OK
                GO TO P530-FIM
            END-IF
            MOVE WS-NV-HORA(1:2)  TO WS-HH
            MOVE WS-NV-HORA(3:2)  TO WS-MM
            COMPUTE WS-MIN-EVENTO =
                    FUNCTION INTEGER-OF-DATE(WS-NV-DATA) * 1440
                    + WS-HH * 60 + WS-MM
            MOVE WS-ID-ALUNO      TO ID-ALUNO-MEN
            MOVE ZEROS            TO CP-COMPETENCIA
            SET EOF-2-OK          TO FALSE
            START MENSALIDADES KEY IS NOT LESS THAN CHAVE-MENSALIDADE
                INVALID KEY
                    SET EOF-2-OK  TO TRUE
            END-START
            PERFORM UNTIL EOF-2-OK
                READ MENSALIDADES NEXT
                    AT END
                        SET EOF-2-OK TO TRUE
                    NOT AT END
                        IF ID-ALUNO-MEN NOT EQUAL WS-ID-ALUNO
                            SET EOF-2-OK TO TRUE
                        ELSE
                            IF MEN-PAGA AND
                               DT-PAGAMENTO-MEN >= WS-NV-DATA AND
                               NR-RECIBO-MEN NOT EQUAL ZEROS
                                PERFORM P535-CONFERE-PAGTO
                                    THRU P535-FIM
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            .
       P530-FIM.
       P535-CONFERE-PAGTO.
            MOVE NR-RECIBO-MEN    TO WS-BUSCA-RECIBO
            PERFORM P600-BUSCA-RECEBIMENTO THRU P600-FIM
            IF WS-REC-DATA EQUAL ZEROS
                GO TO P535-FIM
            END-IF
            MOVE WS-REC-HORA(1:2) TO WS-HH
            MOVE WS-REC-HORA(3:2) TO WS-MM
            COMPUTE WS-MIN-PAGTO =
                    FUNCTION INTEGER-OF-DATE(WS-REC-DATA) * 1440
                    + WS-HH * 60 + WS-MM
            COMPUTE WS-MIN-INTERVALO = WS-MIN-PAGTO - WS-MIN-EVENTO
            IF WS-MIN-INTERVALO >= 0 AND
               WS-MIN-INTERVALO <= WS-EXC-MIN-DESCONTO
                MOVE 8            TO WS-NV-REGRA
                MOVE WS-MIN-INTERVALO TO WS-ED-MINUTOS
                MOVE VL-PAGO-MEN  TO WS-ED-VALOR
                MOVE SPACES       TO WS-NV-DETALHE
                STRING 'ALUNO ' WS-ID-ALUNO ' RECIBO ' NR-RECIBO-MEN
                       ' VL ' WS-ED-VALOR ' APOS ' WS-ED-MINUTOS
                       ' MIN (' WS-REC-OPERADOR ')'
                       DELIMITED BY SIZE INTO WS-NV-DETALHE
                PERFORM P650-REGISTRA THRU P650-FIM
            END-IF
            .
       P535-FIM.
      ******************************************************************
      * NP - CORRECAO DE NOTA APROVADA PELO MESMO OPERADOR QUE A
      * SOLICITOU (PIN EMPRESTADO): PAR SOLICITA/APROVA DO SISNOTAP
      * COM MESMO ALUNO E MESMAS NOTAS; A SOLICITACAO VEM DO PENDNOTA
      ******************************************************************
       P540-NOTAS.
            SET FS-PEN-OK         TO TRUE
            OPEN INPUT PENDENCIAS
            PERFORM VARYING WS-IND-LOG FROM 1 BY 1
                    UNTIL WS-IND-LOG > WS-QTD-LOG
                IF WS-TLG-PROGRAMA(WS-IND-LOG) EQUAL 'SISNOTAP' AND
                   WS-TLG-OPERACAO(WS-IND-LOG) EQUAL 'APROVA' AND
                   WS-TLG-DATA(WS-IND-LOG) >= WS-DT-INICIO
                    SET ACHOU-OK  TO FALSE
                    PERFORM VARYING WS-IND-LOG-2 FROM 1 BY 1
                            UNTIL WS-IND-LOG-2 >= WS-IND-LOG
                        IF WS-TLG-PROGRAMA(WS-IND-LOG-2) EQUAL
                           'SISNOTAP'
                           AND WS-TLG-OPERACAO(WS-IND-LOG-2) EQUAL
                               'SOLICITA'
                           AND WS-TLG-CHAVE(WS-IND-LOG-2) EQUAL
                               WS-TLG-CHAVE(WS-IND-LOG)
                           AND WS-TLG-DE(WS-IND-LOG-2) EQUAL
                               WS-TLG-DE(WS-IND-LOG)
                           AND WS-TLG-PARA(WS-IND-LOG-2) EQUAL
                               WS-TLG-PARA(WS-IND-LOG)
                           AND WS-TLG-OPERADOR(WS-IND-LOG-2) EQUAL
                               WS-TLG-OPERADOR(WS-IND-LOG)
                            SET ACHOU-OK TO TRUE
                        END-IF
                    END-PERFORM
                    IF ACHOU-OK
                        PERFORM P545-UMA-NOTA THRU P545-FIM
                    END-IF
                END-IF
            END-PERFORM
            CLOSE PENDENCIAS
            .
       P540-FIM.
       P545-UMA-NOTA.
            MOVE WS-TLG-CHAVE(WS-IND-LOG)(1:6) TO WS-ID-ALUNO
            MOVE WS-TLG-OPERADOR(WS-IND-LOG)   TO WS-NV-OPERADOR
            MOVE WS-TLG-DATA(WS-IND-LOG)       TO WS-NV-DATA
            MOVE WS-TLG-HORA(WS-IND-LOG)       TO WS-NV-HORA
            MOVE 4                TO WS-NV-REGRA
            MOVE ZEROS            TO NR-SOLICITACAO
            MOVE SPACES           TO SOLICITANTE-PEN
            SET ACHOU-OK          TO FALSE
            IF FS-PEN-OK
                SET EOF-2-OK      TO FALSE
                START PENDENCIAS KEY IS NOT LESS THAN NR-SOLICITACAO
                    INVALID KEY
                        SET EOF-2-OK TO TRUE
                END-START
                PERFORM UNTIL EOF-2-OK OR ACHOU-OK
                    READ PENDENCIAS NEXT
                        AT END
                            SET EOF-2-OK TO TRUE
                        NOT AT END
                            IF PEN-APROVADA AND
                               ID-ALUNO-PEN EQUAL WS-ID-ALUNO AND
                               VL-NOTA-ANTIGA EQUAL
                                   WS-TLG-DE(WS-IND-LOG)(1:4) AND
                               VL-NOTA-NOVA EQUAL
                                   WS-TLG-PARA(WS-IND-LOG)(1:4)
                                SET ACHOU-OK TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
            END-IF
            MOVE SPACES           TO WS-NV-DETALHE
            IF ACHOU-OK
                STRING 'ALUNO ' WS-ID-ALUNO ' SOLIC ' NR-SOLICITACAO
                       ' MAT ' ID-MATERIA-PEN ' NOTA ' NR-NOTA-PEN
                       ' DE ' WS-TLG-DE(WS-IND-LOG)(1:4)
                       ' P/ ' WS-TLG-PARA(WS-IND-LOG)(1:4)
                       ' (' SOLICITANTE-PEN ')'
                       DELIMITED BY SIZE INTO WS-NV-DETALHE
            ELSE
                STRING 'ALUNO ' WS-ID-ALUNO
                       ' DE ' WS-TLG-DE(WS-IND-LOG)(1:4)
                       ' P/ ' WS-TLG-PARA(WS-IND-LOG)(1:4)
                       DELIMITED BY SIZE INTO WS-NV-DETALHE
            END-IF
            PERFORM P650-REGISTRA THRU P650-FIM
            .
       P545-FIM.
      ******************************************************************
      * CD / DP - SESSOES DE CAIXA FECHADAS: DIFERENCA GRANDE FECHADA
      * PELO PROPRIO DONO NO PERIODO; DIFERENCAS PEQUENAS QUE SE
      * REPETEM NO MESMO OPERADOR DENTRO DA JANELA
      ******************************************************************
       P560-CAIXAS.
            IF NOT FS-CXS-OK
                GO TO P560-FIM
            END-IF
            SET EOF-OK            TO FALSE
            MOVE ZEROS            TO NR-SESSAO-CXS
            START SESSOES-CAIXA KEY IS NOT LESS THAN NR-SESSAO-CXS
                INVALID KEY
                    SET EOF-OK    TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ SESSOES-CAIXA NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF CXS-FECHADA AND
                           DT-FECHAMENTO-CXS >= WS-DT-JANELA AND
                           DT-FECHAMENTO-CXS <= WS-DT-FIM
                            PERFORM P565-UMA-SESSAO THRU P565-FIM
                        END-IF
                END-READ
            END-PERFORM
            IF WS-REGRA-LIGADA(7) EQUAL 'S'
                PERFORM VARYING WS-IND-OPE FROM 1 BY 1
                        UNTIL WS-IND-OPE > WS-QTD-OPE-DIF
                    IF WS-TOD-QTD(WS-IND-OPE) >= WS-EXC-QTD-DIF-PEQ
                       AND WS-TOD-ULT-DATA(WS-IND-OPE) >=
                           WS-DT-INICIO
                        MOVE WS-TOD-OPERADOR(WS-IND-OPE)
                            TO WS-NV-OPERADOR
                        MOVE WS-TOD-ULT-DATA(WS-IND-OPE)
                            TO WS-NV-DATA
                        MOVE WS-TOD-ULT-HORA(WS-IND-OPE)
                            TO WS-NV-HORA
                        MOVE 7    TO WS-NV-REGRA
                        MOVE WS-TOD-QTD(WS-IND-OPE) TO WS-ED-QTD
                        MOVE WS-TOD-SOMA(WS-IND-OPE) TO WS-ED-VALOR-S
                        MOVE SPACES TO WS-NV-DETALHE
                        STRING WS-ED-QTD ' SESSOES EM ' WS-EXC-JANELA
                               ' DIAS - SOMA ' WS-ED-VALOR-S
                               DELIMITED BY SIZE INTO WS-NV-DETALHE
                        PERFORM P650-REGISTRA THRU P650-FIM
                    END-IF
                END-PERFORM
            END-IF
            .
       P560-FIM.
       P565-UMA-SESSAO.
            IF VL-DIFERENCA-CXS < 0
                COMPUTE WS-VL-DIF-ABS = 0 - VL-DIFERENCA-CXS
            ELSE
                MOVE VL-DIFERENCA-CXS TO WS-VL-DIF-ABS
            END-IF
            MOVE VL-DIFERENCA-CXS TO WS-ED-VALOR-S

            IF WS-REGRA-LIGADA(5) EQUAL 'S' AND
               DT-FECHAMENTO-CXS >= WS-DT-INICIO AND
               WS-VL-DIF-ABS > WS-EXC-DIF-GRANDE
      * QUEM FECHOU: OPERADOR DO 'FECHAMENTO' NA AUDITORIA; SEM A
      * ENTRADA, O SISFECHA SO FECHA A SESSAO DO PROPRIO OPERADOR
                MOVE CD-OPERADOR-CXS TO WS-NV-OPERADOR
                PERFORM VARYING WS-IND-LOG FROM 1 BY 1
                        UNTIL WS-IND-LOG > WS-QTD-LOG
                    IF WS-TLG-OPERACAO(WS-IND-LOG) EQUAL 'FECHAMENTO'
                       AND WS-TLG-CHAVE(WS-IND-LOG)(1:6) EQUAL
                           NR-SESSAO-CXS
                        MOVE WS-TLG-OPERADOR(WS-IND-LOG)
                            TO WS-NV-OPERADOR
                    END-IF
                END-PERFORM
                IF WS-NV-OPERADOR EQUAL CD-OPERADOR-CXS
                    MOVE DT-FECHAMENTO-CXS TO WS-NV-DATA
                    MOVE HR-FECHAMENTO-CXS TO WS-NV-HORA
                    MOVE 5        TO WS-NV-REGRA
                    MOVE SPACES   TO WS-NV-DETALHE
                    STRING 'SESSAO ' NR-SESSAO-CXS
                           ' DIFERENCA ' WS-ED-VALOR-S
                           DELIMITED BY SIZE INTO WS-NV-DETALHE
                    PERFORM P650-REGISTRA THRU P650-FIM
                END-IF
            END-IF

            IF WS-VL-DIF-ABS > 0 AND
               WS-VL-DIF-ABS <= WS-EXC-DIF-PEQUENA
                SET ACHOU-OK      TO FALSE
                PERFORM VARYING WS-IND-OPE FROM 1 BY 1
                        UNTIL WS-IND-OPE > WS-QTD-OPE-DIF
                    IF WS-TOD-OPERADOR(WS-IND-OPE) EQUAL
                       CD-OPERADOR-CXS
                        SET ACHOU-OK TO TRUE
                        EXIT PERFORM
                    END-IF
                END-PERFORM
                IF NOT ACHOU-OK
                    IF WS-QTD-OPE-DIF >= 100
                        GO TO P565-FIM
                    END-IF
                    ADD 1         TO WS-QTD-OPE-DIF
                    MOVE WS-QTD-OPE-DIF TO WS-IND-OPE
                    MOVE CD-OPERADOR-CXS TO WS-TOD-OPERADOR(WS-IND-OPE)
                    MOVE ZEROS    TO WS-TOD-QTD(WS-IND-OPE)
                                     WS-TOD-SOMA(WS-IND-OPE)
                                     WS-TOD-ULT-DATA(WS-IND-OPE)
                                     WS-TOD-ULT-HORA(WS-IND-OPE)
                END-IF
                ADD 1             TO WS-TOD-QTD(WS-IND-OPE)
                ADD VL-DIFERENCA-CXS TO WS-TOD-SOMA(WS-IND-OPE)
                IF DT-FECHAMENTO-CXS > WS-TOD-ULT-DATA(WS-IND-OPE)
                   OR (DT-FECHAMENTO-CXS EQUAL
                       WS-TOD-ULT-DATA(WS-IND-OPE) AND
                       HR-FECHAMENTO-CXS >
                       WS-TOD-ULT-HORA(WS-IND-OPE))
                    MOVE DT-FECHAMENTO-CXS
                        TO WS-TOD-ULT-DATA(WS-IND-OPE)
                    MOVE HR-FECHAMENTO-CXS
                        TO WS-TOD-ULT-HORA(WS-IND-OPE)
                END-IF
            END-IF
            .
       P565-FIM.
      * RECEBIMENTO ('R') DE UM RECIBO NO MOVIMENTO DO CAIXA: SESSAO,
      * DATA/HORA E DONO DA SESSAO (QUEM RECEBEU)
       P600-BUSCA-RECEBIMENTO.
            MOVE ZEROS            TO WS-REC-SESSAO WS-REC-DATA
                                     WS-REC-HORA
            MOVE SPACES           TO WS-REC-OPERADOR
            IF NOT FS-MOV-OK
                GO TO P600-FIM
            END-IF
            SET EOF-2-OK          TO FALSE
            MOVE ZEROS            TO CHAVE-MOVIMENTO-CAIXA
            START MOVIMENTOS-CAIXA
                  KEY IS NOT LESS THAN CHAVE-MOVIMENTO-CAIXA
                INVALID KEY
                    SET EOF-2-OK  TO TRUE
            END-START
            PERFORM UNTIL EOF-2-OK
                READ MOVIMENTOS-CAIXA NEXT
                    AT END
                        SET EOF-2-OK TO TRUE
                    NOT AT END
                        IF MOV-RECEBIMENTO AND
                           NR-RECIBO-MOV EQUAL WS-BUSCA-RECIBO
                            MOVE NR-SESSAO-MOV TO WS-REC-SESSAO
                            MOVE DT-MOV   TO WS-REC-DATA
                            MOVE HR-MOV   TO WS-REC-HORA
                            SET EOF-2-OK  TO TRUE
                        END-IF
                END-READ
            END-PERFORM
            IF WS-REC-SESSAO NOT EQUAL ZEROS AND FS-CXS-OK
                MOVE WS-REC-SESSAO TO NR-SESSAO-CXS
                READ SESSOES-CAIXA
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE CD-OPERADOR-CXS TO WS-REC-OPERADOR
                END-READ
            END-IF
            .
       P600-FIM.
       P650-REGISTRA.
            IF WS-QTD-EXC >= 500
                SET EXC-CHEIA     TO TRUE
                GO TO P650-FIM
            END-IF
            ADD 1                 TO WS-QTD-EXC
            MOVE WS-NV-OPERADOR   TO WS-EXC-OPERADOR(WS-QTD-EXC)
            MOVE WS-NV-DATA       TO WS-EXC-DATA(WS-QTD-EXC)
            MOVE WS-NV-HORA       TO WS-EXC-HORA(WS-QTD-EXC)
            MOVE WS-NV-REGRA      TO WS-EXC-REGRA(WS-QTD-EXC)
            MOVE WS-NV-DETALHE    TO WS-EXC-DETALHE(WS-QTD-EXC)
            ADD 1                 TO WS-QTD-POR-REGRA(WS-NV-REGRA)
            .
       P650-FIM.
       P700-ORDENA.
            PERFORM VARYING WS-IND1 FROM 1 BY 1
                    UNTIL WS-IND1 >= WS-QTD-EXC
                PERFORM VARYING WS-IND2 FROM 1 BY 1
                        UNTIL WS-IND2 > WS-QTD-EXC - WS-IND1
                    IF WS-EXC-ORDEM(WS-IND2) >
                       WS-EXC-ORDEM(WS-IND2 + 1)
                        MOVE WS-EXC(WS-IND2)     TO WS-EXC-TROCA
                        MOVE WS-EXC(WS-IND2 + 1) TO WS-EXC(WS-IND2)
                        MOVE WS-EXC-TROCA        TO WS-EXC(WS-IND2 + 1)
                    END-IF
                END-PERFORM
            END-PERFORM
            .
       P700-FIM.
      ******************************************************************
      * RELATORIO NO SPOOL ('EXCECOES') - POR OPERADOR, COM O RESUMO
      * POR REGRA NO FIM
      ******************************************************************
       P800-IMPRIME.
            MOVE 'EXCECOES'       TO WL-SPL-RELATORIO
            CALL 'SPOOLREG' USING WL-SPOOL
            IF WL-SPOOL-ABERTO
                MOVE WL-SPL-ARQUIVO TO WS-ARQ-RELATORIO
            END-IF
            SET FS-REL-OK         TO TRUE
            OPEN OUTPUT RELATORIO-OUT
            IF NOT FS-REL-OK
                DISPLAY 'ERRO AO GRAVAR O RELATORIO. '
                DISPLAY 'FILE STATUS: ' WS-FS-REL
                IF MODO-CADEIA
                    MOVE 8 TO RETURN-CODE
                END-IF
                GO TO P800-FIM
            END-IF
            SET FS-OPE-OK         TO TRUE
            OPEN INPUT OPERADORES
            IF FS-OPE-OK
                SET OPE-ABERTO    TO TRUE
            ELSE
                SET OPE-ABERTO    TO FALSE
            END-IF
            ACCEPT WS-DATA-HOJE-8 FROM DATE YYYYMMDD
            ACCEPT WS-HORA-AGORA  FROM TIME

            MOVE ALL '=' TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            MOVE SPACES TO WS-LINHA-REL
            STRING 'A DIRECAO - EXCECOES DE AUDITORIA (SEGREGACAO DE '
                   'FUNCOES E ATIVIDADE SUSPEITA)'
                   DELIMITED BY SIZE INTO WS-LINHA-REL
            MOVE WS-LINHA-REL TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            MOVE SPACES TO WS-LINHA-REL
            STRING 'PERIODO ' WS-DT-INICIO ' A ' WS-DT-FIM
                   ' - EMITIDO EM ' WS-DATA-HOJE-8 ' '
                   WS-HORA-AGORA(1:6) ' POR ' WS-OPERADOR
                   DELIMITED BY SIZE INTO WS-LINHA-REL
            MOVE WS-LINHA-REL TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            MOVE ALL '=' TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT

            MOVE SPACES           TO WS-OPE-ANTERIOR
            MOVE ZEROS            TO WS-QTD-OPERADORES
            PERFORM VARYING WS-IND1 FROM 1 BY 1
                    UNTIL WS-IND1 > WS-QTD-EXC
                IF WS-IND1 EQUAL 1 OR
                   WS-EXC-OPERADOR(WS-IND1) NOT EQUAL WS-OPE-ANTERIOR
                    PERFORM P810-CABECALHO-OPE THRU P810-FIM
                END-IF
                MOVE WS-EXC-REGRA(WS-IND1) TO WS-IND-REGRA
                MOVE SPACES       TO WS-LINHA-REL
                STRING '  ' WS-EXC-DATA(WS-IND1) ' '
                       WS-EXC-HORA(WS-IND1) '  '
                       WS-REG-CODIGO(WS-IND-REGRA) '  '
                       WS-EXC-DETALHE(WS-IND1)
                       DELIMITED BY SIZE INTO WS-LINHA-REL
                MOVE WS-LINHA-REL TO REG-RELATORIO-OUT
                WRITE REG-RELATORIO-OUT
            END-PERFORM
            IF WS-QTD-EXC EQUAL ZEROS
                MOVE '  NENHUMA EXCECAO NO PERIODO.'
                     TO REG-RELATORIO-OUT
                WRITE REG-RELATORIO-OUT
            END-IF

            MOVE ALL '=' TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            MOVE 'RESUMO POR REGRA                              LIGADA'
                 TO WS-LINHA-REL
            MOVE 'QTD'            TO WS-LINHA-REL(56:3)
            MOVE WS-LINHA-REL     TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            PERFORM VARYING WS-IND-REGRA FROM 1 BY 1
                    UNTIL WS-IND-REGRA > WS-QTD-REGRAS
                MOVE WS-QTD-POR-REGRA(WS-IND-REGRA) TO WS-ED-QTD
                MOVE SPACES       TO WS-LINHA-REL
                STRING '  ' WS-REG-CODIGO(WS-IND-REGRA) ' '
                       WS-REG-DESCRICAO(WS-IND-REGRA) '   '
                       WS-REGRA-LIGADA(WS-IND-REGRA) '   '
                       WS-ED-QTD
                       DELIMITED BY SIZE INTO WS-LINHA-REL
                MOVE WS-LINHA-REL TO REG-RELATORIO-OUT
                WRITE REG-RELATORIO-OUT
            END-PERFORM
            MOVE WS-QTD-EXC       TO WS-ED-QTD
            MOVE SPACES           TO WS-LINHA-REL
            STRING 'TOTAL DE EXCECOES: ' WS-ED-QTD
                   '   OPERADORES ENVOLVIDOS: ' WS-QTD-OPERADORES
                   DELIMITED BY SIZE INTO WS-LINHA-REL
            MOVE WS-LINHA-REL     TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            IF EXC-CHEIA
                MOVE 'ATENCAO: LIMITE DE 500 EXCECOES ATINGIDO - '
                     TO WS-LINHA-REL
                MOVE 'REDUZA O PERIODO.' TO WS-LINHA-REL(44:17)
                MOVE WS-LINHA-REL TO REG-RELATORIO-OUT
                WRITE REG-RELATORIO-OUT
            END-IF
            IF LOG-CHEIO
                MOVE 'ATENCAO: AUDITORIA TRUNCADA EM 3000 ENTRADAS - '
                     TO WS-LINHA-REL
                MOVE 'REDUZA O PERIODO.' TO WS-LINHA-REL(48:17)
                MOVE WS-LINHA-REL TO REG-RELATORIO-OUT
                WRITE REG-RELATORIO-OUT
            END-IF
            CLOSE RELATORIO-OUT
            IF OPE-ABERTO
                CLOSE OPERADORES
            END-IF
            DISPLAY WS-QTD-EXC ' excecao(oes) no periodo - relatorio '
                    'no spool (EXCECOES).'
            .
       P800-FIM.
       P810-CABECALHO-OPE.
            MOVE WS-EXC-OPERADOR(WS-IND1) TO WS-OPE-ANTERIOR
            ADD 1                 TO WS-QTD-OPERADORES
            MOVE SPACES           TO NM-OPERADOR
            IF OPE-ABERTO
                MOVE WS-OPE-ANTERIOR TO CD-OPERADOR
                READ OPERADORES
                    INVALID KEY
                        MOVE '(NAO CADASTRADO)' TO NM-OPERADOR
                END-READ
            END-IF
            MOVE SPACES           TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            MOVE SPACES           TO WS-LINHA-REL
            STRING 'OPERADOR: ' WS-OPE-ANTERIOR ' ' NM-OPERADOR
                   DELIMITED BY SIZE INTO WS-LINHA-REL
            MOVE WS-LINHA-REL     TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            MOVE '  DATA     HORA    REGRA DETALHE'
                 TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            MOVE ALL '-'          TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            .
       P810-FIM.
       P900-FIM.
            GOBACK.
      * RESOLVE OS CAMINHOS FISICOS PELO CONFIGSYS (PRODUCAO OU
      * TESTE); SEM CONFIGURACAO VALEM OS PADROES ACIMA
       P050-CONFIGURA.
            MOVE 'AUDITORIA' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-AUDITORIA TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-AUDITORIA
            MOVE 'ESTORNOS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-ESTORNOS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-ESTORNOS
            MOVE 'CAIXASES' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-CAIXASES TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-CAIXASES
            MOVE 'CAIXAMOV' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-CAIXAMOV TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-CAIXAMOV
            MOVE 'BOLSAS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-BOLSAS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-BOLSAS
            MOVE 'D3-PENDNOTA' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-PENDNOTA TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-PENDNOTA
            MOVE 'MENSALID' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-MENSALID TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-MENSALID
            MOVE 'OPERADOR' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-OPERADOR TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-OPERADOR
            MOVE 'SESSAO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-SESSAO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-SESSAO
      * REGRAS LIGADAS (S/N NA ORDEM RE BP BI NP CD EH DP DA)
            MOVE 'EXC-REGRAS' TO WL-CFG-CHAVE
            MOVE WS-REGRAS-ATIVAS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR(1:8) TO WS-REGRAS-ATIVAS
            INSPECT WS-REGRAS-ATIVAS REPLACING ALL 's' BY 'S'
                                                ALL ' ' BY 'S'
      * LIMITES; VALOR AUSENTE OU ZERADO MANTEM O PADRAO
            MOVE 'EXC-DIAS' TO WL-CFG-CHAVE
            MOVE SPACES TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-CFG-NUMERO
            IF WS-CFG-NUMERO(1:1) NUMERIC
                COMPUTE WS-EXC-DIAS =
                        FUNCTION NUMVAL(WS-CFG-NUMERO(1:3))
                IF WS-EXC-DIAS EQUAL ZEROS
                    MOVE 1 TO WS-EXC-DIAS
                END-IF
            END-IF
            MOVE 'EXC-JANELA-DIAS' TO WL-CFG-CHAVE
            MOVE SPACES TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-CFG-NUMERO
            IF WS-CFG-NUMERO(1:1) NUMERIC
                COMPUTE WS-EXC-JANELA =
                        FUNCTION NUMVAL(WS-CFG-NUMERO(1:3))
                IF WS-EXC-JANELA EQUAL ZEROS
                    MOVE 30 TO WS-EXC-JANELA
                END-IF
            END-IF
            MOVE 'EXC-HORA-INICIO' TO WL-CFG-CHAVE
            MOVE SPACES TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-CFG-NUMERO
            IF WS-CFG-NUMERO(1:6) NUMERIC
                MOVE WS-CFG-NUMERO(1:6) TO WS-EXC-HORA-INICIO
            END-IF
            MOVE 'EXC-HORA-FIM' TO WL-CFG-CHAVE
            MOVE SPACES TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-CFG-NUMERO
            IF WS-CFG-NUMERO(1:6) NUMERIC
                MOVE WS-CFG-NUMERO(1:6) TO WS-EXC-HORA-FIM
            END-IF
            MOVE 'EXC-DIF-GRANDE' TO WL-CFG-CHAVE
            MOVE SPACES TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-CFG-NUMERO
            IF WS-CFG-NUMERO(1:1) NUMERIC
                COMPUTE WS-EXC-DIF-GRANDE =
                        FUNCTION NUMVAL(WS-CFG-NUMERO(1:10))
                IF WS-EXC-DIF-GRANDE EQUAL ZEROS
                    MOVE 50 TO WS-EXC-DIF-GRANDE
                END-IF
            END-IF
            MOVE 'EXC-DIF-PEQUENA' TO WL-CFG-CHAVE
            MOVE SPACES TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-CFG-NUMERO
            IF WS-CFG-NUMERO(1:1) NUMERIC
                COMPUTE WS-EXC-DIF-PEQUENA =
                        FUNCTION NUMVAL(WS-CFG-NUMERO(1:10))
                IF WS-EXC-DIF-PEQUENA EQUAL ZEROS
                    MOVE 5 TO WS-EXC-DIF-PEQUENA
                END-IF
            END-IF
            MOVE 'EXC-QTD-DIF-PEQ' TO WL-CFG-CHAVE
            MOVE SPACES TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-CFG-NUMERO
            IF WS-CFG-NUMERO(1:1) NUMERIC
                COMPUTE WS-EXC-QTD-DIF-PEQ =
                        FUNCTION NUMVAL(WS-CFG-NUMERO(1:3))
                IF WS-EXC-QTD-DIF-PEQ EQUAL ZEROS
                    MOVE 3 TO WS-EXC-QTD-DIF-PEQ
                END-IF
            END-IF
            MOVE 'EXC-MIN-DESCONTO' TO WL-CFG-CHAVE
            MOVE SPACES TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-CFG-NUMERO
            IF WS-CFG-NUMERO(1:1) NUMERIC
                COMPUTE WS-EXC-MIN-DESCONTO =
                        FUNCTION NUMVAL(WS-CFG-NUMERO(1:5))
                IF WS-EXC-MIN-DESCONTO EQUAL ZEROS
                    MOVE 60 TO WS-EXC-MIN-DESCONTO
                END-IF
            END-IF
            .
       P050-FIM.
       END PROGRAM SISEXCEP.

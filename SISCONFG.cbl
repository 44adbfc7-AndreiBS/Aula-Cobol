      ******************************************************************
      * Author: ANDREI BATISTA
      * Date: 15/10/2026
      * Purpose: MANUTENCAO DO CONFIGSYS.DAT (SO ADMINISTRADOR, AUTHOPR
      *          'K') - LISTA, INCLUI E ALTERA CHAVES VALIDANDO O
      *          VALOR PELO TIPO DO CATALOGO (TB_CFGCH): DIRETORIO
      *          EXISTE, ARQUIVO ABRE, NUMERO NA FAIXA, DATA, HORA;
      *          CHAVE FORA DO CATALOGO SO ENTRA FORCADA. TODA
      *          ALTERACAO VAI PARA O CFGHIST.DAT COM OPERADOR, VALOR
      *          ANTERIOR E NOVO, E O ARQUIVO ANTERIOR FICA COPIADO EM
      *          <ARQUIVO>.ANT. MANTEM O CONFIGSYS DE PRODUCAO OU O DE
      *          TREINO (CFG-TREINO), VALIDA TODAS AS CHAVES DE UMA
      *          VEZ E COMPARA OS DOIS AMBIENTES
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISCONFG.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
               SELECT CONFIG ASSIGN TO WS-ARQ-CONFIG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CFG.

               SELECT CONFIG-ANT ASSIGN TO WS-ARQ-CONFIG-ANT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ANT.

               SELECT ARQ-TESTE ASSIGN TO WS-ARQ-TESTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TST.

               SELECT HISTORICO ASSIGN TO WS-ARQ-CFG-CFGHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HIS.

               SELECT SESSAO ASSIGN TO WS-ARQ-CFG-SESSAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SES.

       DATA DIVISION.
       FILE SECTION.
       FD CONFIG.
       01 REG-CONFIG                       PIC X(90).
       FD CONFIG-ANT.
       01 REG-CONFIG-ANT                   PIC X(90).
       FD ARQ-TESTE.
       01 REG-ARQ-TESTE                    PIC X(01).
       FD HISTORICO.
          COPY FD_CFGHI.
       FD SESSAO.
       01 REG-SESSAO.
          03 SES-CD-OPERADOR               PIC X(06).
          03 SES-NM-OPERADOR               PIC X(20).
          03 SES-PERFIL                    PIC X(01).
          03 SES-ID-PROFESSOR              PIC 9(03).

       WORKING-STORAGE SECTION.
       77 WS-FS-CFG                        PIC 99.
          88 FS-CFG-OK                     VALUE 0.
       77 WS-FS-ANT                        PIC 99.
          88 FS-ANT-OK                     VALUE 0.
       77 WS-FS-TST                        PIC 99.
          88 FS-TST-OK                     VALUE 0.
       77 WS-FS-HIS                        PIC 99.
          88 FS-HIS-OK                     VALUE 0.
       77 WS-FS-SES                        PIC 99.
          88 FS-SES-OK                     VALUE 0.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE 'S' FALSE 'N'.
       77 WS-ACHOU                         PIC X VALUE 'N'.
          88 ACHOU-OK                      VALUE 'S' FALSE 'N'.
       77 WS-VALIDO                        PIC X VALUE 'N'.
          88 VALOR-VALIDO                  VALUE 'S' FALSE 'N'.
       77 WS-AVISO                         PIC X VALUE 'N'.
          88 VALOR-COM-AVISO               VALUE 'S' FALSE 'N'.
       77 WS-OPCAO                         PIC X.
       77 WS-CONFIRM                       PIC X VALUE SPACES.
       77 WS-FORCAR                        PIC X VALUE SPACES.
       77 WS-INCLUSAO                      PIC X VALUE 'N'.
          88 CHAVE-NOVA                    VALUE 'S' FALSE 'N'.
       77 WS-OPERADOR                      PIC X(06) VALUE SPACES.
       77 WS-DATA-HOJE-8                   PIC 9(08).
       77 WS-HORA-AGORA                    PIC 9(08).

      * ARQUIVO EM MANUTENCAO: P = PRODUCAO (O QUE O CONFIGSYS LE),
      * T = TREINO
       77 WS-AMBIENTE-MANUT                PIC X(01) VALUE 'P'.
          88 MANUT-PRODUCAO                VALUE 'P'.
          88 MANUT-TREINO                  VALUE 'T'.
       01 WS-ARQ-CONFIG                    PIC X(60).
       01 WS-ARQ-CONFIG-ANT                PIC X(60).
       01 WS-ARQ-TESTE                     PIC X(60).

      * LINHAS DO ARQUIVO EM MANUTENCAO, NA ORDEM ORIGINAL (LINHAS EM
      * BRANCO E COMENTARIOS SAO REGRAVADAS COMO ESTAO)
       77 WS-QTD-LINHAS                    PIC 9(03) VALUE ZEROS.
       01 WS-TABELA-LINHAS.
          03 WS-LINHA OCCURS 500 TIMES     PIC X(90).
       77 WS-IND-LIN                       PIC 9(03).
       77 WS-IND-ACHADA                    PIC 9(03).

      * CHAVES DOS DOIS AMBIENTES PARA A COMPARACAO
       77 WS-QTD-PRD                       PIC 9(03) VALUE ZEROS.
       01 WS-TABELA-PRD.
          03 WS-PRD OCCURS 500 TIMES.
             05 WS-PRD-CHAVE               PIC X(20).
             05 WS-PRD-VALOR               PIC X(60).
       77 WS-QTD-TRN                       PIC 9(03) VALUE ZEROS.
       01 WS-TABELA-TRN.
          03 WS-TRN OCCURS 500 TIMES.
             05 WS-TRN-CHAVE               PIC X(20).
             05 WS-TRN-VALOR               PIC X(60).
             05 WS-TRN-CASADA              PIC X(01).
       77 WS-IND-PRD                       PIC 9(03).
       77 WS-IND-TRN                       PIC 9(03).
       77 WS-QTD-SO-PRD                    PIC 9(03).
       77 WS-QTD-SO-TRN                    PIC 9(03).
       77 WS-QTD-DIFERENTES                PIC 9(03).
       77 WS-QTD-SO-DIRETORIO              PIC 9(03).
       77 WS-IGNORA-DIR                    PIC X VALUE 'N'.
          88 IGNORA-DIRETORIO              VALUE 'S' 's'.

          COPY TB_CFGCH.
       77 WS-IND-CAT                       PIC 9(03).
       77 WS-CAT-ACHADO                    PIC 9(03).

       77 WS-CHAVE                         PIC X(20).
       77 WS-VALOR                         PIC X(60).
       77 WS-VALOR-ANTERIOR                PIC X(60).
       77 WS-CHAVE-LIDA                    PIC X(20).
       77 WS-VALOR-LIDO                    PIC X(60).
       77 WS-FILTRO                        PIC X(20).
       77 WS-TAM-FILTRO                    PIC 9(02).
       77 WS-MARCA                         PIC X(01).
       77 WS-QTD-LISTADAS                  PIC 9(03).
       77 WS-QTD-INVALIDAS                 PIC 9(03).
       77 WS-QTD-AVISOS                    PIC 9(03).
       77 WS-QTD-FORA-CAT                  PIC 9(03).
       77 WS-MOTIVO                        PIC X(50).

      * APOIO A VALIDACAO
       77 WS-TAM                           PIC 9(02).
       77 WS-POS                           PIC 9(02).
       77 WS-POS-BARRA                     PIC 9(02).
       77 WS-QTD-VIRGULAS                  PIC 9(02).
       77 WS-TOKEN                         PIC X(20).
       77 WS-NUMERO                        PIC 9(09)V99.
       01 WS-HORA-CFG.
          03 WS-HH-CFG                     PIC 9(02).
          03 WS-MM-CFG                     PIC 9(02).
          03 WS-SS-CFG                     PIC 9(02).
       77 WS-DATA-CFG                      PIC 9(08).
       01 WS-DIRETORIO                     PIC X(60).
       01 WS-DETALHE-ARQ                   PIC X(16).
       01 WS-NOME-BASE                     PIC X(60).
       01 WS-BASE-PRD                      PIC X(60).
       01 WS-BASE-TRN                      PIC X(60).

       01 WS-ARQ-CFG-PRODUCAO              PIC X(60) VALUE
          'C:\COBOL\CONFIGSYS.DAT'.
       01 WS-ARQ-CFG-CFG-TREINO            PIC X(60) VALUE
          'C:\COBOL\TREINO\CONFIGSYS.DAT'.
       01 WS-ARQ-CFG-CFGHIST               PIC X(60) VALUE
          'C:\COBOL\CFGHIST.DAT'.
       01 WS-ARQ-CFG-SESSAO                PIC X(60) VALUE
          'C:\COBOL\SESSAO.DAT'.
          COPY CFG_AREA.
       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM                   PIC X(50).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            PERFORM P050-CONFIGURA THRU P050-FIM
            PERFORM P340-OPERADOR  THRU P340-FIM
            PERFORM P300-PROCESSA  THRU P300-FIM
                                    UNTIL WS-OPCAO = 'F' OR 'f'
            PERFORM P900-FIM
            .
       P300-PROCESSA.
            MOVE SPACES             TO WS-OPCAO
            IF MANUT-PRODUCAO
                MOVE WS-ARQ-CFG-PRODUCAO   TO WS-ARQ-CONFIG
            ELSE
                MOVE WS-ARQ-CFG-CFG-TREINO TO WS-ARQ-CONFIG
            END-IF
            DISPLAY '**************************************************'
            DISPLAY '***      CONFIGURACAO DO SISTEMA (CONFIGSYS)   ***'
            DISPLAY '**************************************************'
            DISPLAY '*** 1 - Listar chaves                          ***'
            DISPLAY '*** 2 - Incluir/Alterar chave                  ***'
            DISPLAY '*** 3 - Validar todas as chaves                ***'
            DISPLAY '*** 4 - Comparar producao x treino             ***'
            DISPLAY '*** 5 - Historico de alteracoes                ***'
            DISPLAY '*** 6 - Trocar arquivo (producao/treino)       ***'
            DISPLAY '***          <TECLE F PARA FINALIZAR>          ***'
            DISPLAY '**************************************************'
            IF MANUT-PRODUCAO
                DISPLAY 'EM MANUTENCAO: PRODUCAO - ' WS-ARQ-CONFIG
            ELSE
                DISPLAY 'EM MANUTENCAO: TREINO   - ' WS-ARQ-CONFIG
            END-IF
            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN '1'
                    PERFORM P310-LISTA     THRU P310-FIM
                WHEN '2'
                    PERFORM P320-ALTERA    THRU P320-FIM
                WHEN '3'
                    PERFORM P330-VALIDA-TUDO THRU P330-FIM
                WHEN '4'
                    PERFORM P400-COMPARA   THRU P400-FIM
                WHEN '5'
                    PERFORM P450-HISTORICO THRU P450-FIM
                WHEN '6'
                    IF MANUT-PRODUCAO
                        SET MANUT-TREINO   TO TRUE
                    ELSE
                        SET MANUT-PRODUCAO TO TRUE
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
      * OPCAO 1 - LISTA AS CHAVES DO ARQUIVO, COM O TIPO DO CATALOGO;
      * '?' = FORA DO CATALOGO, '!' = VALOR INVALIDO, '*' = AVISO
      ******************************************************************
       P310-LISTA.
            PERFORM P200-CARREGA   THRU P200-FIM
            IF NOT FS-CFG-OK
                GO TO P310-FIM
            END-IF
            DISPLAY 'Informe o inicio da chave (ENTER = todas): '
            MOVE SPACES           TO WS-FILTRO
            ACCEPT WS-FILTRO
            MOVE ZEROS            TO WS-TAM-FILTRO
            INSPECT WS-FILTRO TALLYING WS-TAM-FILTRO
                    FOR CHARACTERS BEFORE INITIAL SPACE
            MOVE ZEROS            TO WS-QTD-LISTADAS
            DISPLAY '  CHAVE                T VALOR'
            PERFORM VARYING WS-IND-LIN FROM 1 BY 1
                    UNTIL WS-IND-LIN > WS-QTD-LINHAS
                PERFORM P210-SEPARA THRU P210-FIM
                IF WS-CHAVE-LIDA NOT EQUAL SPACES AND
                   (WS-TAM-FILTRO EQUAL ZEROS OR
                    WS-CHAVE-LIDA(1:WS-TAM-FILTRO) EQUAL
                    WS-FILTRO(1:WS-TAM-FILTRO))
                    MOVE WS-CHAVE-LIDA TO WS-CHAVE
                    MOVE WS-VALOR-LIDO TO WS-VALOR
                    PERFORM P500-VALIDA THRU P500-FIM
                    EVALUATE TRUE
                        WHEN WS-CAT-ACHADO EQUAL ZEROS
                            MOVE '?' TO WS-MARCA
                        WHEN NOT VALOR-VALIDO
                            MOVE '!' TO WS-MARCA
                        WHEN VALOR-COM-AVISO
                            MOVE '*' TO WS-MARCA
                        WHEN OTHER
                            MOVE ' ' TO WS-MARCA
                    END-EVALUATE
                    IF WS-CAT-ACHADO EQUAL ZEROS
                        DISPLAY WS-MARCA ' ' WS-CHAVE ' ? '
                                WS-VALOR
                    ELSE
                        DISPLAY WS-MARCA ' ' WS-CHAVE ' '
                                WS-CAT-TIPO(WS-CAT-ACHADO) ' '
                                WS-VALOR
                    END-IF
                    ADD 1 TO WS-QTD-LISTADAS
                END-IF
            END-PERFORM
            DISPLAY WS-QTD-LISTADAS ' chave(s) listada(s). '
                    '(? FORA DO CATALOGO  ! INVALIDA  * AVISO)'
            .
       P310-FIM.
      ******************************************************************
      * OPCAO 2 - INCLUI OU ALTERA UMA CHAVE
      ******************************************************************
       P320-ALTERA.
            PERFORM P200-CARREGA   THRU P200-FIM
            IF NOT FS-CFG-OK AND WS-FS-CFG NOT EQUAL 35
                GO TO P320-FIM
            END-IF
            DISPLAY 'Informe a chave: '
            MOVE SPACES           TO WS-CHAVE
            ACCEPT WS-CHAVE
            MOVE FUNCTION UPPER-CASE(WS-CHAVE) TO WS-CHAVE
            IF WS-CHAVE EQUAL SPACES OR WS-CHAVE(1:1) EQUAL SPACE
                DISPLAY 'CHAVE INVALIDA! '
                GO TO P320-FIM
            END-IF
            MOVE ZEROS            TO WS-POS
            INSPECT WS-CHAVE TALLYING WS-POS FOR ALL '='
            IF WS-POS > 0
                DISPLAY 'A CHAVE NAO PODE TER "=". '
                GO TO P320-FIM
            END-IF

            MOVE SPACES           TO WS-FORCAR
            PERFORM P510-BUSCA-CATALOGO THRU P510-FIM
            IF WS-CAT-ACHADO EQUAL ZEROS
                DISPLAY 'CHAVE ' WS-CHAVE ' NAO CONSTA DO CATALOGO - '
                        'NENHUM PROGRAMA A LE.'
                DISPLAY 'TECLE <S> PARA FORCAR A GRAVACAO OU '
                        '<QUALQUER TECLA> PARA ABORTAR.'
                ACCEPT WS-FORCAR
                IF WS-FORCAR NOT EQUAL 'S' AND 's'
                    DISPLAY 'Nenhuma alteracao feita.'
                    GO TO P320-FIM
                END-IF
                MOVE 'S'          TO WS-FORCAR
            ELSE
                PERFORM P520-MOSTRA-TIPO THRU P520-FIM
            END-IF

            MOVE ZEROS            TO WS-IND-ACHADA
            MOVE SPACES           TO WS-VALOR-ANTERIOR
            PERFORM VARYING WS-IND-LIN FROM 1 BY 1
                    UNTIL WS-IND-LIN > WS-QTD-LINHAS
                PERFORM P210-SEPARA THRU P210-FIM
                IF WS-CHAVE-LIDA EQUAL WS-CHAVE
                    MOVE WS-IND-LIN    TO WS-IND-ACHADA
                    MOVE WS-VALOR-LIDO TO WS-VALOR-ANTERIOR
                END-IF
            END-PERFORM
            SET CHAVE-NOVA        TO FALSE
            IF WS-IND-ACHADA EQUAL ZEROS
                SET CHAVE-NOVA    TO TRUE
                DISPLAY 'CHAVE NOVA NESTE ARQUIVO.'
                IF WS-QTD-LINHAS >= 500
                    DISPLAY 'ARQUIVO JA TEM 500 LINHAS - LIMITE DO '
                            'CONFIGSYS. '
                    GO TO P320-FIM
                END-IF
            ELSE
                DISPLAY 'VALOR ATUAL: ' WS-VALOR-ANTERIOR
            END-IF
            DISPLAY 'Informe o novo valor: '
            MOVE SPACES           TO WS-VALOR
            ACCEPT WS-VALOR
            IF WS-IND-ACHADA NOT EQUAL ZEROS AND
               WS-VALOR EQUAL WS-VALOR-ANTERIOR
                DISPLAY 'Valor igual ao atual - nada a gravar.'
                GO TO P320-FIM
            END-IF

            PERFORM P500-VALIDA   THRU P500-FIM
            IF NOT VALOR-VALIDO
                DISPLAY 'VALOR RECUSADO: ' WS-MOTIVO
                GO TO P320-FIM
            END-IF
            IF VALOR-COM-AVISO
                DISPLAY 'ATENCAO: ' WS-MOTIVO
            END-IF
            DISPLAY WS-CHAVE '=' WS-VALOR
            DISPLAY 'TECLE: <S> para gravar ou <QUALQUER TECLA> para '
                    'abortar.'
            ACCEPT WS-CONFIRM
            IF WS-CONFIRM NOT EQUAL 'S' AND 's'
                DISPLAY 'Nenhuma alteracao feita.'
                GO TO P320-FIM
            END-IF

            IF WS-IND-ACHADA EQUAL ZEROS
                ADD 1             TO WS-QTD-LINHAS
                MOVE WS-QTD-LINHAS TO WS-IND-ACHADA
            END-IF
            MOVE SPACES           TO WS-LINHA(WS-IND-ACHADA)
            STRING WS-CHAVE DELIMITED BY SPACE
                   '='  DELIMITED BY SIZE
                   WS-VALOR DELIMITED BY SIZE
                   INTO WS-LINHA(WS-IND-ACHADA)
            PERFORM P220-GRAVA    THRU P220-FIM
            IF FS-CFG-OK
                PERFORM P230-HISTORICO THRU P230-FIM
                DISPLAY 'Chave gravada! Vale a partir da proxima '
                        'execucao de cada programa.'
            END-IF
            .
       P320-FIM.
      ******************************************************************
      * OPCAO 3 - VALIDA TODAS AS CHAVES DO ARQUIVO DE UMA VEZ (O ERRO
      * DE DIGITACAO APARECE AQUI E NAO NA CADEIA NOTURNA)
      ******************************************************************
       P330-VALIDA-TUDO.
            PERFORM P200-CARREGA   THRU P200-FIM
            IF NOT FS-CFG-OK
                GO TO P330-FIM
            END-IF
            MOVE ZEROS            TO WS-QTD-LISTADAS WS-QTD-INVALIDAS
                                     WS-QTD-AVISOS WS-QTD-FORA-CAT
            PERFORM VARYING WS-IND-LIN FROM 1 BY 1
                    UNTIL WS-IND-LIN > WS-QTD-LINHAS
                PERFORM P210-SEPARA THRU P210-FIM
                IF WS-CHAVE-LIDA NOT EQUAL SPACES
                    ADD 1 TO WS-QTD-LISTADAS
                    MOVE WS-CHAVE-LIDA TO WS-CHAVE
                    MOVE WS-VALOR-LIDO TO WS-VALOR
                    PERFORM P500-VALIDA THRU P500-FIM
                    EVALUATE TRUE
                        WHEN WS-CAT-ACHADO EQUAL ZEROS
                            ADD 1 TO WS-QTD-FORA-CAT
                            DISPLAY '? ' WS-CHAVE
                                    ' FORA DO CATALOGO'
                        WHEN NOT VALOR-VALIDO
                            ADD 1 TO WS-QTD-INVALIDAS
                            DISPLAY '! ' WS-CHAVE ' ' WS-MOTIVO
                            DISPLAY '    VALOR: ' WS-VALOR
                        WHEN VALOR-COM-AVISO
                            ADD 1 TO WS-QTD-AVISOS
                            DISPLAY '* ' WS-CHAVE ' ' WS-MOTIVO
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
                END-IF
            END-PERFORM
            DISPLAY '--------------------------------------'
            DISPLAY 'CHAVES CONFERIDAS : ' WS-QTD-LISTADAS
            DISPLAY 'INVALIDAS         : ' WS-QTD-INVALIDAS
            DISPLAY 'COM AVISO         : ' WS-QTD-AVISOS
            DISPLAY 'FORA DO CATALOGO  : ' WS-QTD-FORA-CAT
            DISPLAY '--------------------------------------'
            .
       P330-FIM.
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
      * OPCAO 4 - DIFERENCAS ENTRE O CONFIGSYS DE PRODUCAO E O DE
      * TREINO; OPCIONALMENTE IGNORA CAMINHOS QUE SO MUDAM DE
      * DIRETORIO (O NORMAL NO TREINO)
      ******************************************************************
       P400-COMPARA.
            DISPLAY 'Ignorar caminhos que so mudam de diretorio? '
                    '(S/N): '
            MOVE 'N'              TO WS-IGNORA-DIR
            ACCEPT WS-IGNORA-DIR
            MOVE ZEROS            TO WS-QTD-PRD WS-QTD-TRN
                                     WS-QTD-SO-PRD WS-QTD-SO-TRN
                                     WS-QTD-DIFERENTES
                                     WS-QTD-SO-DIRETORIO

            MOVE WS-ARQ-CFG-PRODUCAO TO WS-ARQ-CONFIG
            PERFORM P200-CARREGA  THRU P200-FIM
            IF NOT FS-CFG-OK
                GO TO P400-FIM
            END-IF
            PERFORM VARYING WS-IND-LIN FROM 1 BY 1
                    UNTIL WS-IND-LIN > WS-QTD-LINHAS
                PERFORM P210-SEPARA THRU P210-FIM
                IF WS-CHAVE-LIDA NOT EQUAL SPACES
                    ADD 1 TO WS-QTD-PRD
                    MOVE WS-CHAVE-LIDA TO WS-PRD-CHAVE(WS-QTD-PRD)
                    MOVE WS-VALOR-LIDO TO WS-PRD-VALOR(WS-QTD-PRD)
                END-IF
            END-PERFORM

            MOVE WS-ARQ-CFG-CFG-TREINO TO WS-ARQ-CONFIG
            PERFORM P200-CARREGA  THRU P200-FIM
            IF NOT FS-CFG-OK
                GO TO P400-FIM
            END-IF
            PERFORM VARYING WS-IND-LIN FROM 1 BY 1
                    UNTIL WS-IND-LIN > WS-QTD-LINHAS
                PERFORM P210-SEPARA THRU P210-FIM
                IF WS-CHAVE-LIDA NOT EQUAL SPACES
                    ADD 1 TO WS-QTD-TRN
                    MOVE WS-CHAVE-LIDA TO WS-TRN-CHAVE(WS-QTD-TRN)
                    MOVE WS-VALOR-LIDO TO WS-TRN-VALOR(WS-QTD-TRN)
                    MOVE 'N'           TO WS-TRN-CASADA(WS-QTD-TRN)
                END-IF
            END-PERFORM

            DISPLAY '--- PRODUCAO x TREINO ---'
            PERFORM VARYING WS-IND-PRD FROM 1 BY 1
                    UNTIL WS-IND-PRD > WS-QTD-PRD
                SET ACHOU-OK      TO FALSE
                PERFORM VARYING WS-IND-TRN FROM 1 BY 1
                        UNTIL WS-IND-TRN > WS-QTD-TRN OR ACHOU-OK
                    IF WS-TRN-CHAVE(WS-IND-TRN) EQUAL
                       WS-PRD-CHAVE(WS-IND-PRD)
                        SET ACHOU-OK TO TRUE
                        MOVE 'S' TO WS-TRN-CASADA(WS-IND-TRN)
                        PERFORM P410-COMPARA-VALOR THRU P410-FIM
                    END-IF
                END-PERFORM
                IF NOT ACHOU-OK
                    ADD 1 TO WS-QTD-SO-PRD
                    DISPLAY 'SO PRODUCAO: ' WS-PRD-CHAVE(WS-IND-PRD)
                            '=' WS-PRD-VALOR(WS-IND-PRD)
                END-IF
            END-PERFORM
            PERFORM VARYING WS-IND-TRN FROM 1 BY 1
                    UNTIL WS-IND-TRN > WS-QTD-TRN
                IF WS-TRN-CASADA(WS-IND-TRN) EQUAL 'N'
                    ADD 1 TO WS-QTD-SO-TRN
                    DISPLAY 'SO TREINO  : ' WS-TRN-CHAVE(WS-IND-TRN)
                            '=' WS-TRN-VALOR(WS-IND-TRN)
                END-IF
            END-PERFORM
            DISPLAY '--------------------------------------'
            DISPLAY 'CHAVES EM PRODUCAO       : ' WS-QTD-PRD
            DISPLAY 'CHAVES NO TREINO         : ' WS-QTD-TRN
            DISPLAY 'SO EM PRODUCAO           : ' WS-QTD-SO-PRD
            DISPLAY 'SO NO TREINO             : ' WS-QTD-SO-TRN
            DISPLAY 'VALORES DIFERENTES       : ' WS-QTD-DIFERENTES
            IF IGNORA-DIRETORIO
                DISPLAY 'IGNORADAS (SO DIRETORIO) : '
                        WS-QTD-SO-DIRETORIO
            END-IF
            DISPLAY '--------------------------------------'
            .
       P400-FIM.
       P410-COMPARA-VALOR.
            IF WS-PRD-VALOR(WS-IND-PRD) EQUAL
               WS-TRN-VALOR(WS-IND-TRN)
                GO TO P410-FIM
            END-IF
            IF IGNORA-DIRETORIO
                MOVE WS-PRD-VALOR(WS-IND-PRD) TO WS-DIRETORIO
                PERFORM P540-NOME-BASE THRU P540-FIM
                MOVE WS-DIRETORIO TO WS-BASE-PRD
                MOVE WS-TRN-VALOR(WS-IND-TRN) TO WS-DIRETORIO
                PERFORM P540-NOME-BASE THRU P540-FIM
                MOVE WS-DIRETORIO TO WS-BASE-TRN
                IF WS-BASE-PRD EQUAL WS-BASE-TRN AND
                   WS-POS-BARRA > 0
                    ADD 1 TO WS-QTD-SO-DIRETORIO
                    GO TO P410-FIM
                END-IF
            END-IF
            ADD 1                 TO WS-QTD-DIFERENTES
            DISPLAY 'DIFERENTE  : ' WS-PRD-CHAVE(WS-IND-PRD)
            DISPLAY '   PRODUCAO: ' WS-PRD-VALOR(WS-IND-PRD)
            DISPLAY '   TREINO  : ' WS-TRN-VALOR(WS-IND-TRN)
            .
       P410-FIM.
      ******************************************************************
      * OPCAO 5 - HISTORICO DAS ALTERACOES (FILTRO OPCIONAL DE CHAVE)
      ******************************************************************
       P450-HISTORICO.
            DISPLAY 'Informe a chave (ENTER = todas): '
            MOVE SPACES           TO WS-FILTRO
            ACCEPT WS-FILTRO
            MOVE FUNCTION UPPER-CASE(WS-FILTRO) TO WS-FILTRO
            MOVE ZEROS            TO WS-QTD-LISTADAS
            SET EOF-OK            TO FALSE
            SET FS-HIS-OK         TO TRUE
            OPEN INPUT HISTORICO
            IF NOT FS-HIS-OK
                DISPLAY 'NENHUMA ALTERACAO REGISTRADA AINDA. '
                CLOSE HISTORICO
                GO TO P450-FIM
            END-IF
            PERFORM UNTIL EOF-OK
                READ HISTORICO
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF WS-FILTRO EQUAL SPACES OR
                           WS-FILTRO EQUAL CD-CHAVE-CFH
                            ADD 1 TO WS-QTD-LISTADAS
                            DISPLAY DT-ALTERACAO-CFH ' '
                                    HR-ALTERACAO-CFH ' '
                                    CD-OPERADOR-CFH ' '
                                    TP-ARQUIVO-CFH ' '
                                    TP-OPERACAO-CFH ' '
                                    ST-FORCADA-CFH ' '
                                    CD-CHAVE-CFH
                            DISPLAY '    DE  : ' VL-ANTERIOR-CFH
                            DISPLAY '    PARA: ' VL-NOVO-CFH
                        END-IF
                END-READ
            END-PERFORM
            CLOSE HISTORICO
            DISPLAY WS-QTD-LISTADAS ' alteracao(oes). (ARQUIVO P/T, '
                    'OPERACAO I/A, FORCADA S/N)'
            .
       P450-FIM.
      ******************************************************************
      * CARGA, SEPARACAO CHAVE=VALOR E REGRAVACAO DO ARQUIVO
      ******************************************************************
       P200-CARREGA.
            MOVE ZEROS            TO WS-QTD-LINHAS
            SET EOF-OK            TO FALSE
            SET FS-CFG-OK         TO TRUE
            OPEN INPUT CONFIG
            IF WS-FS-CFG EQUAL 35
                DISPLAY 'ARQUIVO ' WS-ARQ-CONFIG ' NAO EXISTE. '
                CLOSE CONFIG
                GO TO P200-FIM
            END-IF
            IF NOT FS-CFG-OK
                DISPLAY 'ERRO AO ABRIR ' WS-ARQ-CONFIG
                DISPLAY 'FILE STATUS: ' WS-FS-CFG
                CLOSE CONFIG
                GO TO P200-FIM
            END-IF
            PERFORM UNTIL EOF-OK
                READ CONFIG
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF WS-QTD-LINHAS < 500
                            ADD 1 TO WS-QTD-LINHAS
                            MOVE REG-CONFIG
                                TO WS-LINHA(WS-QTD-LINHAS)
                        ELSE
                            DISPLAY 'ATENCAO: MAIS DE 500 LINHAS - '
                                    'O CONFIGSYS IGNORA AS EXCEDENTES.'
                            SET EOF-OK TO TRUE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CONFIG
            SET FS-CFG-OK         TO TRUE
            .
       P200-FIM.
      * MESMA SEPARACAO DO CONFIGSYS (UNSTRING POR '=')
       P210-SEPARA.
            MOVE SPACES           TO WS-CHAVE-LIDA WS-VALOR-LIDO
            UNSTRING WS-LINHA(WS-IND-LIN) DELIMITED BY '='
                INTO WS-CHAVE-LIDA WS-VALOR-LIDO
            END-UNSTRING
            .
       P210-FIM.
      * GUARDA O ARQUIVO ATUAL EM <ARQUIVO>.ANT E REGRAVA A TABELA
       P220-GRAVA.
            MOVE SPACES           TO WS-ARQ-CONFIG-ANT
            STRING WS-ARQ-CONFIG DELIMITED BY SPACE
                   '.ANT'        DELIMITED BY SIZE
                   INTO WS-ARQ-CONFIG-ANT
            SET EOF-OK            TO FALSE
            SET FS-CFG-OK         TO TRUE
            SET FS-ANT-OK         TO TRUE
            OPEN INPUT CONFIG
            IF FS-CFG-OK
                OPEN OUTPUT CONFIG-ANT
                IF NOT FS-ANT-OK
                    DISPLAY 'ERRO AO GUARDAR A COPIA ANTERIOR. '
                    DISPLAY 'FILE STATUS: ' WS-FS-ANT
                    CLOSE CONFIG
                    MOVE WS-FS-ANT TO WS-FS-CFG
                    GO TO P220-FIM
                END-IF
                PERFORM UNTIL EOF-OK
                    READ CONFIG
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            MOVE REG-CONFIG TO REG-CONFIG-ANT
                            WRITE REG-CONFIG-ANT
                    END-READ
                END-PERFORM
                CLOSE CONFIG-ANT
            END-IF
            CLOSE CONFIG

            SET FS-CFG-OK         TO TRUE
            OPEN OUTPUT CONFIG
            IF NOT FS-CFG-OK
                DISPLAY 'ERRO AO GRAVAR ' WS-ARQ-CONFIG
                DISPLAY 'FILE STATUS: ' WS-FS-CFG
                GO TO P220-FIM
            END-IF
            PERFORM VARYING WS-IND-LIN FROM 1 BY 1
                    UNTIL WS-IND-LIN > WS-QTD-LINHAS
                MOVE WS-LINHA(WS-IND-LIN) TO REG-CONFIG
                WRITE REG-CONFIG
            END-PERFORM
            CLOSE CONFIG
            SET FS-CFG-OK         TO TRUE
            .
       P220-FIM.
       P230-HISTORICO.
            ACCEPT WS-DATA-HOJE-8 FROM DATE YYYYMMDD
            ACCEPT WS-HORA-AGORA  FROM TIME
            SET FS-HIS-OK         TO TRUE
            OPEN EXTEND HISTORICO
            IF WS-FS-HIS EQUAL 35
                OPEN OUTPUT HISTORICO
            END-IF
            IF NOT FS-HIS-OK
                DISPLAY 'ERRO AO GRAVAR O HISTORICO. '
                DISPLAY 'FILE STATUS: ' WS-FS-HIS
                GO TO P230-FIM
            END-IF
            MOVE SPACES           TO REG-HISTORICO-CFG
            MOVE WS-DATA-HOJE-8   TO DT-ALTERACAO-CFH
            MOVE WS-HORA-AGORA(1:6) TO HR-ALTERACAO-CFH
            MOVE WS-OPERADOR      TO CD-OPERADOR-CFH
            MOVE WS-AMBIENTE-MANUT TO TP-ARQUIVO-CFH
            IF CHAVE-NOVA
                SET CFH-INCLUSAO  TO TRUE
            ELSE
                SET CFH-ALTERACAO TO TRUE
            END-IF
            IF WS-FORCAR EQUAL 'S'
                SET CFH-FORCADA   TO TRUE
            ELSE
                MOVE 'N'          TO ST-FORCADA-CFH
            END-IF
            MOVE WS-CHAVE         TO CD-CHAVE-CFH
            MOVE WS-VALOR-ANTERIOR TO VL-ANTERIOR-CFH
            MOVE WS-VALOR         TO VL-NOVO-CFH
            WRITE REG-HISTORICO-CFG
            CLOSE HISTORICO
            .
       P230-FIM.
      ******************************************************************
      * VALIDACAO DE WS-VALOR PELO TIPO DA CHAVE WS-CHAVE NO CATALOGO;
      * DEVOLVE VALOR-VALIDO/VALOR-COM-AVISO E O MOTIVO
      ******************************************************************
       P500-VALIDA.
            SET VALOR-VALIDO      TO TRUE
            SET VALOR-COM-AVISO   TO FALSE
            MOVE SPACES           TO WS-MOTIVO
            PERFORM P510-BUSCA-CATALOGO THRU P510-FIM
            IF WS-VALOR EQUAL SPACES
                SET VALOR-VALIDO  TO FALSE
                MOVE 'VALOR EM BRANCO' TO WS-MOTIVO
                GO TO P500-FIM
            END-IF
            IF WS-VALOR(1:1) EQUAL SPACE
                SET VALOR-VALIDO  TO FALSE
                MOVE 'VALOR COMECA COM ESPACO (TIRE O ESPACO APOS =)'
                     TO WS-MOTIVO
                GO TO P500-FIM
            END-IF
            IF WS-CAT-ACHADO EQUAL ZEROS
                GO TO P500-FIM
            END-IF
            EVALUATE WS-CAT-TIPO(WS-CAT-ACHADO)
                WHEN 'A'
                    PERFORM P560-VALIDA-ARQUIVO  THRU P560-FIM
                WHEN 'B'
                    MOVE WS-VALOR TO WS-DIRETORIO
                    PERFORM P540-NOME-BASE THRU P540-FIM
                    PERFORM P550-DIRETORIO-PAI THRU P550-FIM
                WHEN 'D'
                    PERFORM P570-VALIDA-DIRETORIO THRU P570-FIM
                WHEN 'N'
                    PERFORM P580-VALIDA-NUMERO   THRU P580-FIM
                WHEN 'H'
                    MOVE WS-VALOR(1:6) TO WS-HORA-CFG
                    IF WS-VALOR(1:6) NOT NUMERIC OR
                       WS-VALOR(7:) NOT EQUAL SPACES OR
                       WS-HH-CFG > 23 OR WS-MM-CFG > 59 OR
                       WS-SS-CFG > 59
                        SET VALOR-VALIDO TO FALSE
                        MOVE 'HORA INVALIDA (HHMMSS)' TO WS-MOTIVO
                    END-IF
                WHEN 'T'
                    IF WS-VALOR(1:8) NOT NUMERIC OR
                       WS-VALOR(9:) NOT EQUAL SPACES
                        SET VALOR-VALIDO TO FALSE
                        MOVE 'DATA INVALIDA (AAAAMMDD)' TO WS-MOTIVO
                    ELSE
                        MOVE WS-VALOR(1:8) TO WS-DATA-CFG
                        IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-CFG)
                           NOT EQUAL 0
                            SET VALOR-VALIDO TO FALSE
                            MOVE 'DATA INEXISTENTE' TO WS-MOTIVO
                        END-IF
                    END-IF
                WHEN 'F'
                    PERFORM VARYING WS-POS FROM 1 BY 1
                            UNTIL WS-POS > WS-CAT-DIGITOS(WS-CAT-ACHADO)
                        IF WS-VALOR(WS-POS:1) NOT EQUAL 'S' AND
                           WS-VALOR(WS-POS:1) NOT EQUAL 'N'
                            SET VALOR-VALIDO TO FALSE
                        END-IF
                    END-PERFORM
                    IF NOT VALOR-VALIDO
                        STRING 'INFORME ' WS-CAT-DIGITOS(WS-CAT-ACHADO)
                               ' POSICOES S/N'
                               DELIMITED BY SIZE INTO WS-MOTIVO
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            .
       P500-FIM.
       P510-BUSCA-CATALOGO.
            MOVE ZEROS            TO WS-CAT-ACHADO
            PERFORM VARYING WS-IND-CAT FROM 1 BY 1
                    UNTIL WS-IND-CAT > WS-QTD-CATALOGO
                       OR WS-CAT-ACHADO > 0
                IF WS-CAT-CHAVE(WS-IND-CAT) EQUAL WS-CHAVE
                    MOVE WS-IND-CAT TO WS-CAT-ACHADO
                END-IF
            END-PERFORM
            .
       P510-FIM.
       P520-MOSTRA-TIPO.
            EVALUATE WS-CAT-TIPO(WS-CAT-ACHADO)
                WHEN 'A'
                    DISPLAY 'TIPO: ARQUIVO (CAMINHO COMPLETO)'
                WHEN 'B'
                    DISPLAY 'TIPO: BINARIO DE PROGRAMA (CAMINHO SEM '
                            'EXTENSAO)'
                WHEN 'D'
                    DISPLAY 'TIPO: DIRETORIO (TERMINA COM A BARRA)'
                WHEN 'N'
                    DISPLAY 'TIPO: NUMERO - '
                            WS-CAT-DIGITOS(WS-CAT-ACHADO)
                            ' POSICAO(OES) INICIAIS, DE '
                            WS-CAT-MINIMO(WS-CAT-ACHADO) ' A '
                            WS-CAT-MAXIMO(WS-CAT-ACHADO)
                WHEN 'H'
                    DISPLAY 'TIPO: HORA (HHMMSS)'
                WHEN 'T'
                    DISPLAY 'TIPO: DATA (AAAAMMDD)'
                WHEN 'F'
                    DISPLAY 'TIPO: ' WS-CAT-DIGITOS(WS-CAT-ACHADO)
                            ' POSICOES S/N'
                WHEN OTHER
                    DISPLAY 'TIPO: TEXTO'
            END-EVALUATE
            .
       P520-FIM.
      * SEPARA EM WS-DIRETORIO O NOME DEPOIS DA ULTIMA BARRA; A
      * POSICAO DA BARRA FICA EM WS-POS-BARRA (ZERO = SEM BARRA)
       P540-NOME-BASE.
            MOVE ZEROS            TO WS-POS-BARRA
            PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 60
                IF WS-DIRETORIO(WS-POS:1) EQUAL '\' OR
                   WS-DIRETORIO(WS-POS:1) EQUAL '/'
                    MOVE WS-POS   TO WS-POS-BARRA
                END-IF
            END-PERFORM
            IF WS-POS-BARRA > 0 AND WS-POS-BARRA < 60
                MOVE WS-DIRETORIO(WS-POS-BARRA + 1:) TO WS-NOME-BASE
                MOVE WS-NOME-BASE TO WS-DIRETORIO
            END-IF
            .
       P540-FIM.
      * O DIRETORIO QUE CONTEM WS-VALOR (ATE A ULTIMA BARRA) EXISTE?
       P550-DIRETORIO-PAI.
            IF WS-POS-BARRA < 2
                SET VALOR-VALIDO  TO FALSE
                MOVE 'INFORME O CAMINHO COMPLETO' TO WS-MOTIVO
                GO TO P550-FIM
            END-IF
            MOVE SPACES           TO WS-DIRETORIO
            MOVE WS-VALOR(1:WS-POS-BARRA - 1) TO WS-DIRETORIO
            CALL 'CBL_CHECK_FILE_EXIST' USING WS-DIRETORIO
                                              WS-DETALHE-ARQ
            IF RETURN-CODE NOT EQUAL ZEROS
                SET VALOR-VALIDO  TO FALSE
                MOVE 'DIRETORIO NAO EXISTE' TO WS-MOTIVO
            END-IF
            MOVE ZEROS            TO RETURN-CODE
            .
       P550-FIM.
       P560-VALIDA-ARQUIVO.
            MOVE WS-VALOR         TO WS-DIRETORIO
            PERFORM P540-NOME-BASE THRU P540-FIM
            IF WS-POS-BARRA EQUAL ZEROS OR WS-DIRETORIO EQUAL SPACES
                SET VALOR-VALIDO  TO FALSE
                MOVE 'INFORME O CAMINHO COMPLETO DO ARQUIVO'
                     TO WS-MOTIVO
                GO TO P560-FIM
            END-IF
            MOVE WS-VALOR         TO WS-ARQ-TESTE
            SET FS-TST-OK         TO TRUE
            OPEN INPUT ARQ-TESTE
            EVALUATE TRUE
                WHEN FS-TST-OK
                    CLOSE ARQ-TESTE
                WHEN WS-FS-TST EQUAL 35
                    PERFORM P550-DIRETORIO-PAI THRU P550-FIM
                    IF VALOR-VALIDO
                        SET VALOR-COM-AVISO TO TRUE
                        MOVE 'ARQUIVO AINDA NAO EXISTE (CRIADO NO USO)'
                             TO WS-MOTIVO
                    END-IF
                WHEN OTHER
                    SET VALOR-VALIDO TO FALSE
                    MOVE SPACES   TO WS-MOTIVO
                    STRING 'ARQUIVO NAO ABRE - FILE STATUS '
                           WS-FS-TST
                           DELIMITED BY SIZE INTO WS-MOTIVO
            END-EVALUATE
            .
       P560-FIM.
       P570-VALIDA-DIRETORIO.
            MOVE ZEROS            TO WS-TAM
            INSPECT WS-VALOR TALLYING WS-TAM
                    FOR CHARACTERS BEFORE INITIAL SPACE
            IF WS-TAM EQUAL ZEROS OR
               (WS-VALOR(WS-TAM:1) NOT EQUAL '\' AND
                WS-VALOR(WS-TAM:1) NOT EQUAL '/')
                SET VALOR-VALIDO  TO FALSE
                MOVE 'O DIRETORIO DEVE TERMINAR COM A BARRA'
                     TO WS-MOTIVO
                GO TO P570-FIM
            END-IF
            MOVE SPACES           TO WS-DIRETORIO
            IF WS-TAM > 3
                MOVE WS-VALOR(1:WS-TAM - 1) TO WS-DIRETORIO
            ELSE
                MOVE WS-VALOR(1:WS-TAM) TO WS-DIRETORIO
            END-IF
            CALL 'CBL_CHECK_FILE_EXIST' USING WS-DIRETORIO
                                              WS-DETALHE-ARQ
            IF RETURN-CODE NOT EQUAL ZEROS
                SET VALOR-VALIDO  TO FALSE
                MOVE 'DIRETORIO NAO EXISTE' TO WS-MOTIVO
            END-IF
            MOVE ZEROS            TO RETURN-CODE
            .
       P570-FIM.
      * NUMERO: AS N PRIMEIRAS POSICOES (COMO O PROGRAMA LE) SAO
      * DIGITOS; O VALOR INTEIRO ATE O PRIMEIRO ESPACO (COM VIRGULA SO
      * ONDE O CATALOGO ACEITA DECIMAL) FICA NA FAIXA
       P580-VALIDA-NUMERO.
            IF WS-VALOR(1:WS-CAT-DIGITOS(WS-CAT-ACHADO)) NOT NUMERIC
                SET VALOR-VALIDO  TO FALSE
                STRING 'INFORME ' WS-CAT-DIGITOS(WS-CAT-ACHADO)
                       ' DIGITO(S) COM ZEROS A ESQUERDA'
                       DELIMITED BY SIZE INTO WS-MOTIVO
                GO TO P580-FIM
            END-IF
            MOVE SPACES           TO WS-TOKEN
            UNSTRING WS-VALOR DELIMITED BY SPACE INTO WS-TOKEN
            END-UNSTRING
            MOVE ZEROS            TO WS-QTD-VIRGULAS
            INSPECT WS-TOKEN TALLYING WS-QTD-VIRGULAS FOR ALL ','
            MOVE ZEROS            TO WS-TAM
            INSPECT WS-TOKEN TALLYING WS-TAM
                    FOR CHARACTERS BEFORE INITIAL SPACE
            PERFORM VARYING WS-POS FROM 1 BY 1
                    UNTIL WS-POS > WS-TAM
                IF WS-TOKEN(WS-POS:1) NOT NUMERIC AND
                   WS-TOKEN(WS-POS:1) NOT EQUAL ','
                    SET VALOR-VALIDO TO FALSE
                END-IF
            END-PERFORM
            IF WS-QTD-VIRGULAS > 1 OR
               (WS-QTD-VIRGULAS EQUAL 1 AND
                WS-CAT-DECIMAL(WS-CAT-ACHADO) NOT EQUAL 'S') OR
               WS-TOKEN(WS-TAM:1) EQUAL ','
                SET VALOR-VALIDO  TO FALSE
            END-IF
            IF NOT VALOR-VALIDO
                MOVE 'NUMERO MAL FORMADO' TO WS-MOTIVO
                GO TO P580-FIM
            END-IF
            COMPUTE WS-NUMERO = FUNCTION NUMVAL(WS-TOKEN)
            IF WS-NUMERO < WS-CAT-MINIMO(WS-CAT-ACHADO) OR
               WS-NUMERO > WS-CAT-MAXIMO(WS-CAT-ACHADO)
                SET VALOR-VALIDO  TO FALSE
                STRING 'FORA DA FAIXA ' WS-CAT-MINIMO(WS-CAT-ACHADO)
                       ' A ' WS-CAT-MAXIMO(WS-CAT-ACHADO)
                       DELIMITED BY SIZE INTO WS-MOTIVO
            END-IF
            .
       P580-FIM.
       P900-FIM.
            GOBACK.
      * RESOLVE OS CAMINHOS FISICOS PELO CONFIGSYS (PRODUCAO OU
      * TESTE); SEM CONFIGURACAO VALEM OS PADROES ACIMA
       P050-CONFIGURA.
            MOVE 'CFG-TREINO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-CFG-TREINO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-CFG-TREINO
            MOVE 'CFGHIST' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-CFGHIST TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-CFGHIST
            MOVE 'SESSAO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-SESSAO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-SESSAO
            .
       P050-FIM.
       END PROGRAM SISCONFG.

      ******************************************************************
      * Author: ANDREI BATISTA
      * Date: 17/10/2023
      * Purpose: CADASTRAR ALUNO - CHAMADO PELO SISPROSP COM
      *          'PROSPECT' + ID DO INTERESSADO NA AREA DE COMUNICACAO,
      *          ABRE O FORMULARIO PRE-PREENCHIDO E DEVOLVE
      *          'CADASTRADO' + ID DO ALUNO GRAVADO; DO MESMO MODO
      *          PELO SISSELET COM 'CANDIDAT' + EDICAO + INSCRICAO
      *          DO CANDIDATO CONVOCADO NO PROCESSO SELETIVO.
      *          CAPTURA DATA DE NASCIMENTO (OBRIGATORIA), CPF
      *          (VALIDCPF, UNICO NO CADASTRO VIA CHKCPFAL) E RG;
      *          MENOR DE IDADE E AVISADO QUE PRECISA DE RESPONSAVEL
      *          (SISRESPO) ANTES DA MATRICULA. GRAVADO O ALUNO, ABRE
      *          A CAPTURA DOS CONSENTIMENTOS POR FINALIDADE (SISCONSN)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISCADAS.
               RECORD  KEY  IS ID-ALUNO-PIN
               FILE STATUS IS WS-FS-PIN.

               SELECT PROSPECTS ASSIGN TO WS-ARQ-CFG-PROSPECT
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS ID-PROSPECT
               FILE STATUS IS WS-FS-PRS.

               SELECT CANDIDATOS ASSIGN TO WS-ARQ-CFG-PSCANDID
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS CHAVE-CANDIDATO-PS
               FILE STATUS IS WS-FS-CAN.

       DATA DIVISION.
       FILE SECTION.
       FD ALUNOS.
          COPY FD_CTRL.
       FD ALUNOPIN.
          COPY FD_ALPIN.
       FD PROSPECTS.
          COPY FD_PROSP.
       FD CANDIDATOS.
          COPY FD_PSCAN.
       WORKING-STORAGE SECTION.
       01 WS-REGISTRO                      PIC X(51) VALUE SPACES.
       01 FILLER REDEFINES WS-REGISTRO.
       77 WS-CIDADE                        PIC X(15).
       77 WS-UF                            PIC X(02).
       77 WS-CEP                           PIC X(08).
       77 WS-CPF-ALUNO                     PIC 9(11) VALUE ZEROS.
       77 WS-RG-ALUNO                      PIC X(14).
       77 WS-IDADE                         PIC 9(03) VALUE ZEROS.
       01 WS-DT-NASCIMENTO                 PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DT-NASCIMENTO.
          03 WS-AA-NASCIMENTO              PIC 9(04).
          03 WS-MMDD-NASCIMENTO            PIC 9(04).
       01 WS-DATA-HOJE-8                   PIC 9(08).
       01 FILLER REDEFINES WS-DATA-HOJE-8.
          03 WS-AA-HOJE                    PIC 9(04).
          03 WS-MMDD-HOJE                  PIC 9(04).
       01 WL-PARAMETROS-CPF.
          03 WL-CPF                        PIC 9(11).
          03 WL-CPF-OK                     PIC X(01).
             88 WL-CPF-VALIDO              VALUE 'S'.
             88 WL-CPF-INVALIDO            VALUE 'N'.
          COPY CPA_AREA.
       01 WL-PARAMETROS-TEL.
          03 WL-TELEFONE                   PIC X(15).
          03 WL-TEL-OK                     PIC X(01).
          88 FS-CTRL-OK                    VALUE 0.
       77 WS-FS-PIN                        PIC 99.
          88 FS-PIN-OK                     VALUE 0.
       77 WS-FS-PRS                        PIC 99.
          88 FS-PRS-OK                     VALUE 0.
       77 WS-ID-PROSPECT                   PIC 9(05) VALUE ZEROS.
       77 WS-MODO-PROSPECT                 PIC X VALUE 'N'.
          88 MODO-PROSPECT                 VALUE 'S' FALSE 'N'.
       77 WS-FS-CAN                        PIC 99.
          88 FS-CAN-OK                     VALUE 0.
       77 WS-ID-EDICAO                     PIC 9(04) VALUE ZEROS.
       77 WS-NR-INSCRICAO                  PIC 9(05) VALUE ZEROS.
       77 WS-MODO-CANDIDATO                PIC X VALUE 'N'.
          88 MODO-CANDIDATO                VALUE 'S' FALSE 'N'.
       77 WS-PIN-KIOSK                     PIC X(04).
       77 WS-CTRL-NOVO                     PIC X VALUE 'N'.
       77 WS-ID-OK                         PIC X VALUE 'S'.
          03 WL-CIDADE                     PIC X(15).
          03 WL-UF                         PIC X(02).

       01 WS-COM-AREA.
          03 WS-MENSAGEM                   PIC X(50).
       01 WS-BIN-SISCONSN                  PIC X(60) VALUE
          'C:\COBOL\bin\SISCONSN'.

       01 WS-ARQ-CFG-D3-REGISTRO           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\REGISTRO.DAT'.
       01 WS-ARQ-CFG-D3-CONTROLE           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\CONTROLE.DAT'.
       01 WS-ARQ-CFG-ALUNOPIN              PIC X(60) VALUE
          'C:\COBOL\ALUNOPIN.DAT'.
       01 WS-ARQ-CFG-PROSPECT              PIC X(60) VALUE
          'C:\COBOL\PROSPECT.DAT'.
       01 WS-ARQ-CFG-PSCANDID              PIC X(60) VALUE
          'C:\COBOL\PSCANDID.DAT'.
          COPY CFG_AREA.
       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LINE 10 COLUMN 16 PIC X(02) USING WS-UF.
          03 LINE 11 COLUMN 05 VALUE 'CEP.....:'.
          03 LINE 11 COLUMN 16 PIC X(08) USING WS-CEP.
          03 LINE 12 COLUMN 05 VALUE 'NASCIM..:'.
          03 LINE 12 COLUMN 16 PIC 9(08) USING WS-DT-NASCIMENTO.
          03 LINE 12 COLUMN 26 VALUE '(AAAAMMDD)'.
          03 LINE 13 COLUMN 05 VALUE 'CPF.....:'.
          03 LINE 13 COLUMN 16 PIC 9(11) USING WS-CPF-ALUNO.
          03 LINE 13 COLUMN 29 VALUE '(ZERO = NAO INFORMADO)'.
          03 LINE 14 COLUMN 05 VALUE 'RG......:'.
          03 LINE 14 COLUMN 16 PIC X(14) USING WS-RG-ALUNO.

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
                GOBACK
            END-IF
            DISPLAY '*** CADASTRO DE ALUNOS ***'
      * CONVERSAO DE INTERESSADO (SISPROSP): UM CADASTRO SO, COM O
      * FORMULARIO JA PREENCHIDO PELO CADASTRO DO INTERESSADO
            SET MODO-PROSPECT     TO FALSE
            IF LK-MENSAGEM(1:8) EQUAL 'PROSPECT' AND
               LK-MENSAGEM(9:5) NUMERIC
                SET MODO-PROSPECT TO TRUE
                MOVE LK-MENSAGEM(9:5) TO WS-ID-PROSPECT
                MOVE SPACES       TO LK-MENSAGEM
            END-IF
      * MATRICULA DO CONVOCADO NO PROCESSO SELETIVO (SISSELET)
            SET MODO-CANDIDATO    TO FALSE
            IF LK-MENSAGEM(1:8) EQUAL 'CANDIDAT' AND
               LK-MENSAGEM(9:9) NUMERIC
                SET MODO-CANDIDATO TO TRUE
                MOVE LK-MENSAGEM(9:4)  TO WS-ID-EDICAO
                MOVE LK-MENSAGEM(13:5) TO WS-NR-INSCRICAO
                MOVE SPACES       TO LK-MENSAGEM
            END-IF
            SET EXIT-OK           TO FALSE
            PERFORM P300-CADASTRA THRU P300-FIM UNTIL EXIT-OK
            PERFORM P900-FIM
            SET FS-OK             TO TRUE
            MOVE SPACES           TO WS-NM-ALUNO WS-TL-ALUNO WS-TURMA
                                     WS-RUA WS-BAIRRO WS-CIDADE
                                     WS-UF WS-CEP WS-RG-ALUNO
            MOVE ZEROS            TO WS-DT-NASCIMENTO WS-CPF-ALUNO
            MOVE SPACES           TO WS-CEP-CONSULTADO
            IF MODO-PROSPECT
                PERFORM P230-PRE-PREENCHE THRU P230-FIM
            END-IF
            IF MODO-CANDIDATO
                PERFORM P240-PRE-PREENCHE-CAND THRU P240-FIM
            END-IF
            PERFORM P200-FORMULARIO THRU P200-FIM

            IF FORM-OK
                    MOVE WS-CIDADE           TO CIDADE-ALUNO
                    MOVE WS-UF               TO UF-ALUNO
                    MOVE WS-CEP              TO CEP-ALUNO
                    MOVE WS-CPF-ALUNO        TO NR-CPF-ALUNO
                    MOVE WS-RG-ALUNO         TO NR-RG-ALUNO
                    MOVE WS-DT-NASCIMENTO    TO DT-NASCIMENTO-ALUNO
                    SET ALUNO-ATIVO          TO TRUE
                    ACCEPT DT-CRIACAO-ALUNO FROM DATE YYYYMMDD
                    ACCEPT HR-CRIACAO-ALUNO FROM TIME
                                   CALL 'AUDITLOG' USING WL-AUDITORIA
                                   PERFORM P400-PIN-KIOSK
                                       THRU P400-FIM
                                   PERFORM P410-CONSENTIMENTOS
                                       THRU P410-FIM
                                   MOVE 'REGISTRO'
                                       TO WL-JRN-ARQUIVO
                                   MOVE 'W' TO WL-JRN-OPERACAO
                                   MOVE REG-ALUNO
                                       TO WL-JRN-IMAGEM-DEPOIS
                                   CALL 'JORNALRG' USING WL-JORNAL
                                   IF WS-IDADE < 18
                                       DISPLAY 'ALUNO MENOR DE IDADE ('
                                               WS-IDADE ' ANOS) - '
                                               'VINCULE O RESPONSAVEL'
                                       DISPLAY 'NO SISRESPO ANTES DA '
                                               'MATRICULA.'
                                   END-IF
                                   IF MODO-PROSPECT OR
                                      MODO-CANDIDATO
                                       STRING 'CADASTRADO'
                                              WS-ID-ALUNO
                                              DELIMITED BY SIZE
                                              INTO LK-MENSAGEM
                                   END-IF
                               ELSE
                                   DISPLAY 'ERRO AO GRAVAR O ALUNO. '
                                   DISPLAY 'FILE STATUS: ' WS-FS
            END-IF
            END-IF

            IF MODO-PROSPECT OR MODO-CANDIDATO
                SET EXIT-OK       TO TRUE
                GO TO P300-FIM
            END-IF
            DISPLAY
               'TECLE: '
               '<QUALQUER TECLA> para continuar, ou <F> para finalizar.'
            END-IF
            .
       P220-FIM.
      * NOME, TELEFONE E TURMA DESEJADA VEM DO INTERESSADO; O
      * OPERADOR SO COMPLETA O ENDERECO E CONFERE
       P230-PRE-PREENCHE.
            SET FS-PRS-OK         TO TRUE
            OPEN INPUT PROSPECTS
            IF FS-PRS-OK
                MOVE WS-ID-PROSPECT TO ID-PROSPECT
                READ PROSPECTS
                    INVALID KEY
                        DISPLAY 'INTERESSADO ' WS-ID-PROSPECT
                                ' NAO ENCONTRADO - PREENCHA O '
                                'FORMULARIO.'
                    NOT INVALID KEY
                        MOVE NM-PROSPECT TO WS-NM-ALUNO
                        MOVE TL-PROSPECT TO WS-TL-ALUNO
                        MOVE TURMA-PRS   TO WS-TURMA
                END-READ
            ELSE
                DISPLAY 'CADASTRO DE INTERESSADOS INDISPONIVEL. '
                DISPLAY 'FILE STATUS: ' WS-FS-PRS
            END-IF
            CLOSE PROSPECTS
            .
       P230-FIM.
      * NOME, TELEFONE E TURMA PRETENDIDA VEM DA INSCRICAO DO
      * CANDIDATO CONVOCADO
       P240-PRE-PREENCHE-CAND.
            SET FS-CAN-OK         TO TRUE
            OPEN INPUT CANDIDATOS
            IF FS-CAN-OK
                MOVE WS-ID-EDICAO    TO ID-EDICAO-CAN
                MOVE WS-NR-INSCRICAO TO NR-INSCRICAO-CAN
                READ CANDIDATOS
                    INVALID KEY
                        DISPLAY 'INSCRICAO ' WS-NR-INSCRICAO
                                ' NAO ENCONTRADA - PREENCHA O '
                                'FORMULARIO.'
                    NOT INVALID KEY
                        MOVE NM-CANDIDATO TO WS-NM-ALUNO
                        MOVE TL-CANDIDATO TO WS-TL-ALUNO
                        MOVE TURMA-CAN    TO WS-TURMA
                END-READ
            ELSE
                DISPLAY 'CADASTRO DE CANDIDATOS INDISPONIVEL. '
                DISPLAY 'FILE STATUS: ' WS-FS-CAN
            END-IF
            CLOSE CANDIDATOS
            .
       P240-FIM.
       P210-VALIDA-FORM.
            MOVE ZEROS            TO WS-QTD-ERROS
            IF WS-NM-ALUNO EQUAL SPACES OR
            ELSE
                DISPLAY 'TURMA: ' WL-DS-TURMA
            END-IF
            PERFORM P215-VALIDA-DOCUMENTOS THRU P215-FIM
            .
       P210-FIM.
      * NASCIMENTO E OBRIGATORIO NO CADASTRO NOVO (CENSO E REGRA DO
      * MENOR); CPF E OPCIONAL, MAS SE INFORMADO TEM DE SER VALIDO E
      * NAO PODE PERTENCER A OUTRO ALUNO
       P215-VALIDA-DOCUMENTOS.
            ACCEPT WS-DATA-HOJE-8 FROM DATE YYYYMMDD
            MOVE ZEROS            TO WS-IDADE
            IF FUNCTION TEST-DATE-YYYYMMDD(WS-DT-NASCIMENTO)
               NOT EQUAL 0
                ADD 1 TO WS-QTD-ERROS
                DISPLAY 'DATA DE NASCIMENTO INVALIDA (AAAAMMDD).'
            ELSE
                IF WS-DT-NASCIMENTO > WS-DATA-HOJE-8
                    ADD 1 TO WS-QTD-ERROS
                    DISPLAY 'DATA DE NASCIMENTO NO FUTURO.'
                ELSE
                    COMPUTE WS-IDADE = WS-AA-HOJE - WS-AA-NASCIMENTO
                    IF WS-MMDD-HOJE < WS-MMDD-NASCIMENTO
                        SUBTRACT 1 FROM WS-IDADE
                    END-IF
                END-IF
            END-IF
            IF WS-CPF-ALUNO NOT EQUAL ZEROS
                MOVE WS-CPF-ALUNO TO WL-CPF
                CALL 'VALIDCPF' USING WL-PARAMETROS-CPF
                IF WL-CPF-INVALIDO
                    ADD 1 TO WS-QTD-ERROS
                    DISPLAY 'CPF INVALIDO! '
                ELSE
                    MOVE WS-CPF-ALUNO TO WL-CPA-CPF
                    MOVE ZEROS        TO WL-CPA-ID-ALUNO
                    CALL 'CHKCPFAL' USING WL-CPF-ALUNO
                    IF WL-CPA-DUPLICADO
                        ADD 1 TO WS-QTD-ERROS
                        DISPLAY 'CPF JA CADASTRADO PARA O ALUNO '
                                WL-CPA-ID-CONFLITO '.'
                    END-IF
                END-IF
            END-IF
            .
       P215-FIM.
      * O PIN DE AUTOATENDIMENTO DO QUIOSQUE (SISKIOSK) E DEFINIDO
      * AQUI, NA MATRICULA - NAO E CONTA DE OPERADOR
       P400-PIN-KIOSK.
            CLOSE ALUNOPIN
            .
       P400-FIM.
      * CONSENTIMENTOS POR FINALIDADE (IMAGEM, DIVULGACAO, CONVENIO,
      * SAUDE) COLHIDOS JA NA MATRICULA PELO SISCONSN
       P410-CONSENTIMENTOS.
            MOVE SPACES           TO WS-MENSAGEM
            STRING 'ALUNO' WS-ID-ALUNO
                   DELIMITED BY SIZE INTO WS-MENSAGEM
            CALL WS-BIN-SISCONSN USING WS-COM-AREA
            .
       P410-FIM.
       P150-PROX-ID.
            SET FS-CTRL-OK        TO TRUE
            SET ID-DISPONIVEL     TO TRUE
            MOVE WS-ARQ-CFG-ALUNOPIN TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-ALUNOPIN
            MOVE 'PROSPECT' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-PROSPECT TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-PROSPECT
            MOVE 'PSCANDID' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-PSCANDID TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-PSCANDID
            MOVE 'BIN-SISCONSN' TO WL-CFG-CHAVE
            MOVE WS-BIN-SISCONSN TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-BIN-SISCONSN
            .
       P050-FIM.
       END PROGRAM SISCADAS.

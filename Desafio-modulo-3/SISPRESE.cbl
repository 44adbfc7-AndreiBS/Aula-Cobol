      ******************************************************************
      * Author: ANDREI BATISTA
      * Date: 15/10/2026
      * Purpose: BOLSA FAMILIA - FREQUENCIA PARA O SISTEMA PRESENCA.
      *          OPCAO 1 MANTEM O NIS DO BENEFICIARIO POR ALUNO
      *          (BENEFBF.DAT, DIGITO DO NIS CONFERIDO E NIS DE UM SO
      *          ALUNO); OPCAO 2 E A APURACAO DO BIMESTRE: PARA CADA
      *          BENEFICIARIO ATIVO SOMA AS AULAS DADAS DE TODAS AS
      *          MATERIAS COM MATRICULA ATIVA (CHKAULAS, COM FERIADOS
      *          E REPOSICOES) E AS FALTAS DO FREQUENCIA.DAT, COMPARA
      *          COM O MINIMO LEGAL DA IDADE (BF-MINIMO-INFANTIL/
      *          FUNDAMENTAL/MEDIO) E GRAVA EM FREQBF.DAT, EMITINDO NO
      *          SPOOL A LISTA DE QUEM PRECISA DE MOTIVO; OPCAO 3
      *          COLHE OS MOTIVOS (TB_MOTBF); OPCAO 4 FECHA O
      *          BIMESTRE, SO SEM PENDENCIA, E GERA O ARQUIVO DE
      *          IMPORTACAO DO SISTEMA PRESENCA (PRESENCA.TXT)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISPRESE.
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

               SELECT BENEFICIARIOS ASSIGN TO WS-ARQ-CFG-D3-BENEFBF
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS ID-ALUNO-BNF
               FILE STATUS IS WS-FS-BNF.

               SELECT FREQBF ASSIGN TO WS-ARQ-CFG-D3-FREQBF
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-FREQ-BENEF
               FILE STATUS IS WS-FS-FBF.

               SELECT MATRICULAS ASSIGN TO WS-ARQ-CFG-D3-MATRICULAS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-MATRICULA
               FILE STATUS IS WS-FS-MAT.

               SELECT FREQUENCIA ASSIGN TO WS-ARQ-CFG-D3-FREQUENCIA
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-FREQUENCIA
               FILE STATUS IS WS-FS-FRQ.

               SELECT RELATORIO-OUT ASSIGN TO WS-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

               SELECT PRESENCA-OUT ASSIGN TO WS-ARQ-CFG-PRESENCA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PRS.

       DATA DIVISION.
       FILE SECTION.
       FD ALUNOS.
          COPY FD_REGIS.
       FD BENEFICIARIOS.
          COPY FD_BENBF.
       FD FREQBF.
          COPY FD_FRQBF.
       FD MATRICULAS.
          COPY FD_MATRI.
       FD FREQUENCIA.
          COPY FD_FREQU.
       FD RELATORIO-OUT.
       01 REG-RELATORIO-OUT                PIC X(100).
       FD PRESENCA-OUT.
       01 REG-PRESENCA-OUT                 PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-FS                            PIC 99.
          88 FS-OK                         VALUE 0.
       77 WS-FS-BNF                        PIC 99.
          88 FS-BNF-OK                     VALUE 0.
       77 WS-FS-FBF                        PIC 99.
          88 FS-FBF-OK                     VALUE 0.
       77 WS-FS-MAT                        PIC 99.
          88 FS-MAT-OK                     VALUE 0.
       77 WS-FS-FRQ                        PIC 99.
          88 FS-FRQ-OK                     VALUE 0.
       77 WS-FS-REL                        PIC 99.
          88 FS-REL-OK                     VALUE 0.
       77 WS-FS-PRS                        PIC 99.
          88 FS-PRS-OK                     VALUE 0.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE 'S' FALSE 'N'.
       77 WS-FIM-MATRICULAS                PIC X.
          88 FIM-MATRICULAS                VALUE 'S' FALSE 'N'.
       77 WS-FIM-FALTAS                    PIC X.
          88 FIM-FALTAS                    VALUE 'S' FALSE 'N'.
       77 WS-PARAR                         PIC X VALUE 'N'.
          88 PARAR                         VALUE 'S' FALSE 'N'.
       77 WS-OPCAO                         PIC X(01) VALUE SPACES.
       77 WS-CONFIRM                       PIC X VALUE SPACES.
       77 WS-DATA-HOJE-8                   PIC 9(08).
      * BENEFICIARIO (NIS)
       77 WS-ID-ALUNO                      PIC 9(06).
       77 WS-NM-ALUNO                      PIC X(20).
       77 WS-NIS                           PIC 9(11).
       77 WS-NIS-ANTIGO                    PIC 9(11).
       01 WS-NIS-R                         PIC 9(11).
       01 FILLER REDEFINES WS-NIS-R.
          03 WS-NIS-DIGITO                 PIC 9(01) OCCURS 11 TIMES.
      * PESOS DO DIGITO DO NIS/PIS: 3 2 9 8 7 6 5 4 3 2
       01 WS-PESOS-NIS-V                   PIC X(10) VALUE '3298765432'.
       01 FILLER REDEFINES WS-PESOS-NIS-V.
          03 WS-PESO-NIS                   PIC 9(01) OCCURS 10 TIMES.
       77 WS-SOMA-NIS                      PIC 9(05).
       77 WS-DV-NIS                        PIC 9(02).
       77 WS-IND                           PIC 9(04).
       77 WS-NIS-OK                        PIC X VALUE 'N'.
          88 NIS-OK                        VALUE 'S' FALSE 'N'.
       77 WS-BNF-NOVO                      PIC X VALUE 'N'.
          88 BNF-NOVO                      VALUE 'S' FALSE 'N'.
       77 WS-FBF-NOVO                      PIC X VALUE 'N'.
          88 FBF-NOVO                      VALUE 'S' FALSE 'N'.
      * PERIODO DO SISTEMA PRESENCA (1 = FEV/MAR ... 5 = OUT/NOV)
       77 WS-AA-REFERENCIA                 PIC 9(04).
       77 WS-NR-PERIODO                    PIC 9(01).
       77 WS-MES-SEGUINTE                  PIC 9(02).
       77 WS-DIAS-CORRIDOS                 PIC 9(07).
       77 WS-DT-INICIO                     PIC 9(08).
       77 WS-DT-FIM                        PIC 9(08).
       01 WS-DT-FIM-PERIODO                PIC 9(08).
       01 FILLER REDEFINES WS-DT-FIM-PERIODO.
          03 WS-AA-FIM-PERIODO             PIC 9(04).
          03 WS-MMDD-FIM-PERIODO           PIC 9(04).
       77 WS-PERIODO-OK                    PIC X VALUE 'N'.
          88 PERIODO-OK                    VALUE 'S' FALSE 'N'.
       77 WS-PERIODO-FECHADO               PIC X VALUE 'N'.
          88 PERIODO-FECHADO               VALUE 'S' FALSE 'N'.
       77 WS-TEM-FREQUENCIA                PIC X VALUE 'N'.
          88 TEM-FREQUENCIA                VALUE 'S' FALSE 'N'.
      * MINIMO LEGAL POR FAIXA DE IDADE (CONFIGURAVEL)
       77 WS-MIN-INFANTIL                  PIC 9(03) VALUE 60.
       77 WS-MIN-FUNDAMENTAL               PIC 9(03) VALUE 85.
       77 WS-MIN-MEDIO                     PIC 9(03) VALUE 75.
       01 WS-CFG-MIN-INFANTIL              PIC X(60) VALUE '60'.
       01 WS-CFG-MIN-FUNDAMENTAL           PIC X(60) VALUE '85'.
       01 WS-CFG-MIN-MEDIO                 PIC X(60) VALUE '75'.
       77 WS-MINIMO                        PIC 9(03).
       77 WS-IDADE                         PIC 9(03).
       77 WS-MMDD-NASCIMENTO               PIC 9(04).
      * AULAS DADAS POR MATERIA NO PERIODO - O CHKAULAS RODA UMA VEZ
      * POR MATERIA, NAO UMA VEZ POR ALUNO
       01 WS-TAB-AULAS.
          03 WS-AUL OCCURS 999 TIMES.
             05 WS-AUL-CALCULADA           PIC X(01).
             05 WS-AUL-QTD                 PIC 9(04).
       01 WL-PARAMETROS-AULAS.
          03 WL-ID-MATERIA                 PIC 9(03).
          03 WL-DT-INICIO                  PIC 9(08).
          03 WL-DT-FIM                     PIC 9(08).
          03 WL-QT-AULAS                   PIC 9(04).
          03 WL-QT-PERDIDAS                PIC 9(04).
          03 WL-QT-REPOSICOES              PIC 9(04).
       77 WS-QT-AULAS-ALU                  PIC 9(05).
       77 WS-QT-FALTAS-ALU                 PIC 9(05).
       77 WS-PC-FREQUENCIA                 PIC 9(03)V99.
       77 WS-PC-INTEIRO                    PIC 9(05).
       77 WS-PC-EDITADO                    PIC ZZ9,99.
       77 WS-SITUACAO                      PIC X(01).
       77 WS-CD-MOTIVO                     PIC X(02).
       77 WS-DT-MOTIVO                     PIC 9(08).
       77 WS-IND-MOTIVO                    PIC 9(02).
       77 WS-REVISAR                       PIC X VALUE 'N'.
          88 REVISAR                       VALUE 'S' FALSE 'N'.
          COPY TB_MOTBF.
      * CONTADORES
       77 WS-QTD-BENEF                     PIC 9(06) VALUE ZEROS.
       77 WS-QTD-IGNORADOS                 PIC 9(06) VALUE ZEROS.
       77 WS-QTD-REGULAR                   PIC 9(06) VALUE ZEROS.
       77 WS-QTD-ABAIXO                    PIC 9(06) VALUE ZEROS.
       77 WS-QTD-SEM-AULAS                 PIC 9(06) VALUE ZEROS.
       77 WS-QTD-PENDENTES                 PIC 9(06) VALUE ZEROS.
       77 WS-QTD-PARCIAIS                  PIC 9(06) VALUE ZEROS.
       77 WS-QTD-REG-PERIODO               PIC 9(06) VALUE ZEROS.
       77 WS-QTD-VISTOS                    PIC 9(06) VALUE ZEROS.
       77 WS-QTD-INFORMADOS                PIC 9(06) VALUE ZEROS.
       77 WS-QTD-EXPORTADOS                PIC 9(06) VALUE ZEROS.
       77 WS-LINHA-REL                     PIC X(100) VALUE SPACES.
       77 WS-LINHA-PRS                     PIC X(80) VALUE SPACES.
       77 WS-CD-INEP                       PIC X(08) VALUE '00000000'.
       01 WS-DET-PENDENCIA.
          03 FILLER                        PIC X(02) VALUE SPACES.
          03 DPN-ID-ALUNO                  PIC 9(06).
          03 FILLER                        PIC X(01) VALUE SPACES.
          03 DPN-NOME                      PIC X(20).
          03 FILLER                        PIC X(01) VALUE SPACES.
          03 DPN-NIS                       PIC 9(11).
          03 FILLER                        PIC X(01) VALUE SPACES.
          03 DPN-AULAS                     PIC ZZZZ9.
          03 FILLER                        PIC X(01) VALUE SPACES.
          03 DPN-FALTAS                    PIC ZZZZ9.
          03 FILLER                        PIC X(01) VALUE SPACES.
          03 DPN-FREQUENCIA                PIC ZZ9,99.
          03 FILLER                        PIC X(01) VALUE SPACES.
          03 DPN-MINIMO                    PIC ZZ9.
          03 FILLER                        PIC X(02) VALUE SPACES.
          03 DPN-SITUACAO                  PIC X(09).
          03 FILLER                        PIC X(01) VALUE SPACES.
          03 DPN-MOTIVO                    PIC X(08).
       01 WL-AUDITORIA.
          03 WL-PROGRAMA                   PIC X(12)
             VALUE 'SISPRESE'.
          03 WL-OPERACAO                   PIC X(10).
          03 WL-CHAVE                      PIC X(10).
          03 WL-VALOR-ANTIGO               PIC X(50).
          03 WL-VALOR-NOVO                 PIC X(50).
       01 WL-RUNLOG.
          03 WL-RL-PROGRAMA                PIC X(12)
             VALUE 'SISPRESE'.
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
          'C:\COBOL\PENDBF.TXT'.
       01 WS-ARQ-CFG-D3-REGISTRO           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\REGISTRO.DAT'.
       01 WS-ARQ-CFG-D3-BENEFBF            PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\BENEFBF.DAT'.
       01 WS-ARQ-CFG-D3-FREQBF             PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\FREQBF.DAT'.
       01 WS-ARQ-CFG-D3-MATRICULAS         PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\MATRICULAS.DAT'.
       01 WS-ARQ-CFG-D3-FREQUENCIA         PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\FREQUENCIA.DAT'.
       01 WS-ARQ-CFG-PRESENCA              PIC X(60) VALUE
          'C:\COBOL\PRESENCA.TXT'.
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
            DISPLAY '***  BOLSA FAMILIA - SISTEMA PRESENCA          ***'
            DISPLAY '**************************************************'
            DISPLAY '*** 1 - NIS do Beneficiario (Incluir/Desligar) ***'
            DISPLAY '*** 2 - Apurar Frequencia do Bimestre          ***'
            DISPLAY '*** 3 - Informar Motivos de Baixa Frequencia   ***'
            DISPLAY '*** 4 - Fechar Bimestre / Gerar Arquivo        ***'
            DISPLAY '***          <TECLE F PARA FINALIZAR>          ***'
            DISPLAY '**************************************************'
            ACCEPT WS-OPCAO
            EVALUATE WS-OPCAO
               WHEN '1'
                   PERFORM P400-BENEFICIARIO THRU P400-FIM
               WHEN '2'
                   PERFORM P500-APURA THRU P500-FIM
               WHEN '3'
                   PERFORM P600-MOTIVOS THRU P600-FIM
               WHEN '4'
                   PERFORM P800-FECHA THRU P800-FIM
               WHEN 'F'
               WHEN 'f'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA! '
            END-EVALUATE
            .
       P300-FIM.
      * ANO E PERIODO DO SISTEMA PRESENCA: O PERIODO N VAI DO DIA 1
      * DO MES 2N ATE O ULTIMO DIA DO MES 2N+1. A APURACAO NUNCA
      * PASSA DE HOJE (AULA FUTURA NAO TEM FALTA LANCADA AINDA)
       P200-LE-PERIODO.
            SET PERIODO-OK        TO FALSE
            ACCEPT WS-DATA-HOJE-8 FROM DATE YYYYMMDD
            DISPLAY 'Informe o ano de referencia (AAAA, 0 = ano '
                    'corrente): '
            ACCEPT WS-AA-REFERENCIA
            IF WS-AA-REFERENCIA EQUAL ZEROS
                MOVE WS-DATA-HOJE-8(1:4) TO WS-AA-REFERENCIA
            END-IF
            DISPLAY 'Informe o periodo (1=FEV/MAR 2=ABR/MAI '
                    '3=JUN/JUL 4=AGO/SET 5=OUT/NOV): '
            ACCEPT WS-NR-PERIODO
            IF WS-NR-PERIODO < 1 OR WS-NR-PERIODO > 5
                DISPLAY 'PERIODO INVALIDO! '
                GO TO P200-FIM
            END-IF
            IF WS-AA-REFERENCIA < 2000
                DISPLAY 'ANO DE REFERENCIA INVALIDO! '
                GO TO P200-FIM
            END-IF
            COMPUTE WS-DT-INICIO = WS-AA-REFERENCIA * 10000
                                 + WS-NR-PERIODO * 200 + 1
            COMPUTE WS-MES-SEGUINTE = WS-NR-PERIODO * 2 + 2
            COMPUTE WS-DIAS-CORRIDOS = FUNCTION INTEGER-OF-DATE
                    (WS-AA-REFERENCIA * 10000
                   + WS-MES-SEGUINTE * 100 + 1) - 1
            COMPUTE WS-DT-FIM-PERIODO =
                    FUNCTION DATE-OF-INTEGER(WS-DIAS-CORRIDOS)
            IF WS-DT-INICIO > WS-DATA-HOJE-8
                DISPLAY 'PERIODO AINDA NAO COMECOU! '
                GO TO P200-FIM
            END-IF
            MOVE WS-DT-FIM-PERIODO TO WS-DT-FIM
            IF WS-DT-FIM > WS-DATA-HOJE-8
                MOVE WS-DATA-HOJE-8 TO WS-DT-FIM
            END-IF
            DISPLAY 'PERIODO ' WS-AA-REFERENCIA '/' WS-NR-PERIODO
                    ': ' WS-DT-INICIO ' A ' WS-DT-FIM-PERIODO
            SET PERIODO-OK        TO TRUE
            .
       P200-FIM.
      ******************************************************************
      * OPCAO 1 - NIS DO BENEFICIARIO
      ******************************************************************
       P400-BENEFICIARIO.
            DISPLAY 'Informe o ID do aluno: '
            ACCEPT WS-ID-ALUNO
            SET FS-OK             TO TRUE
            OPEN INPUT ALUNOS
            IF NOT FS-OK
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ALUNOS. '
                DISPLAY 'FILE STATUS: ' WS-FS
                CLOSE ALUNOS
                GO TO P400-FIM
            END-IF
            MOVE WS-ID-ALUNO      TO ID-ALUNO
            READ ALUNOS
                INVALID KEY
                    DISPLAY 'ALUNO NAO CADASTRADO! '
                    CLOSE ALUNOS
                    GO TO P400-FIM
            END-READ
            MOVE NM-ALUNO         TO WS-NM-ALUNO
            DISPLAY 'Aluno: ' NM-ALUNO ' - Turma: ' TURMA
            IF NOT ALUNO-ATIVO
                DISPLAY 'AVISO: ALUNO NAO ESTA ATIVO.'
            END-IF
            CLOSE ALUNOS

            SET FS-BNF-OK         TO TRUE
            OPEN I-O BENEFICIARIOS
            IF WS-FS-BNF EQUAL 35 THEN
                OPEN OUTPUT BENEFICIARIOS
                CLOSE BENEFICIARIOS
                OPEN I-O BENEFICIARIOS
            END-IF
            IF NOT FS-BNF-OK
                DISPLAY 'ERRO AO ABRIR O CADASTRO DE BENEFICIARIOS. '
                DISPLAY 'FILE STATUS: ' WS-FS-BNF
                GO TO P400-FIM
            END-IF
            ACCEPT WS-DATA-HOJE-8 FROM DATE YYYYMMDD
            MOVE WS-ID-ALUNO      TO ID-ALUNO-BNF
            READ BENEFICIARIOS
                INVALID KEY
                    SET BNF-NOVO  TO TRUE
                NOT INVALID KEY
                    SET BNF-NOVO  TO FALSE
            END-READ
            IF BNF-NOVO
                PERFORM P410-INCLUI    THRU P410-FIM
            ELSE
                PERFORM P420-MANUTENCAO THRU P420-FIM
            END-IF
            CLOSE BENEFICIARIOS
            .
       P400-FIM.
       P410-INCLUI.
            DISPLAY 'ALUNO AINDA NAO E BENEFICIARIO.'
            DISPLAY 'Informe o NIS do beneficiario (0 = cancelar): '
            ACCEPT WS-NIS
            IF WS-NIS EQUAL ZEROS
                DISPLAY 'INCLUSAO CANCELADA.'
                GO TO P410-FIM
            END-IF
            PERFORM P430-VALIDA-NIS THRU P430-FIM
            IF NOT NIS-OK
                DISPLAY 'BENEFICIARIO NAO INCLUIDO.'
                GO TO P410-FIM
            END-IF
            MOVE WS-ID-ALUNO      TO ID-ALUNO-BNF
            MOVE WS-NIS           TO NR-NIS-BNF
            SET BNF-ATIVO         TO TRUE
            MOVE WS-DATA-HOJE-8   TO DT-INCLUSAO-BNF
            MOVE ZEROS            TO DT-DESLIGAMENTO-BNF
            WRITE REG-BENEFICIARIO
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR O BENEFICIARIO. '
                    DISPLAY 'FILE STATUS: ' WS-FS-BNF
                NOT INVALID KEY
                    DISPLAY 'Beneficiario incluido.'
                    MOVE 'NIS-INCLUI' TO WL-OPERACAO
                    MOVE WS-ID-ALUNO  TO WL-CHAVE
                    MOVE SPACES       TO WL-VALOR-ANTIGO
                                         WL-VALOR-NOVO
                    STRING 'NIS ' WS-NIS
                           DELIMITED BY SIZE INTO WL-VALOR-NOVO
                    CALL 'AUDITLOG' USING WL-AUDITORIA
            END-WRITE
            .
       P410-FIM.
       P420-MANUTENCAO.
            MOVE NR-NIS-BNF       TO WS-NIS-ANTIGO
            DISPLAY 'NIS: ' NR-NIS-BNF '  Incluido em: '
                    DT-INCLUSAO-BNF
            IF BNF-ATIVO
                DISPLAY 'Situacao: ATIVO'
            ELSE
                DISPLAY 'Situacao: DESLIGADO EM ' DT-DESLIGAMENTO-BNF
            END-IF
            DISPLAY 'TECLE: <A> alterar o NIS, <D> desligar, '
                    '<R> reativar ou <ENTER> para voltar: '
            MOVE SPACES           TO WS-CONFIRM
            ACCEPT WS-CONFIRM
            MOVE SPACES           TO WL-VALOR-ANTIGO WL-VALOR-NOVO
            MOVE WS-ID-ALUNO      TO WL-CHAVE
            EVALUATE WS-CONFIRM
                WHEN 'A'
                WHEN 'a'
                    DISPLAY 'Informe o novo NIS: '
                    ACCEPT WS-NIS
                    PERFORM P430-VALIDA-NIS THRU P430-FIM
                    IF NOT NIS-OK
                        DISPLAY 'NIS NAO ALTERADO.'
                        GO TO P420-FIM
                    END-IF
      * A CONFERENCIA DE DUPLICIDADE PERCORRE O ARQUIVO - RELE O
      * BENEFICIARIO ANTES DE REGRAVAR
                    MOVE WS-ID-ALUNO TO ID-ALUNO-BNF
                    READ BENEFICIARIOS
                    MOVE WS-NIS      TO NR-NIS-BNF
                    MOVE 'NIS-ALTERA' TO WL-OPERACAO
                    STRING 'NIS ' WS-NIS-ANTIGO
                           DELIMITED BY SIZE INTO WL-VALOR-ANTIGO
                    STRING 'NIS ' WS-NIS
                           DELIMITED BY SIZE INTO WL-VALOR-NOVO
                WHEN 'D'
                WHEN 'd'
                    IF BNF-DESLIGADO
                        DISPLAY 'BENEFICIARIO JA ESTA DESLIGADO.'
                        GO TO P420-FIM
                    END-IF
                    SET BNF-DESLIGADO TO TRUE
                    MOVE WS-DATA-HOJE-8 TO DT-DESLIGAMENTO-BNF
                    MOVE 'NIS-DESLIG' TO WL-OPERACAO
                    MOVE 'ATIVO'     TO WL-VALOR-ANTIGO
                    MOVE 'DESLIGADO' TO WL-VALOR-NOVO
                WHEN 'R'
                WHEN 'r'
                    IF BNF-ATIVO
                        DISPLAY 'BENEFICIARIO JA ESTA ATIVO.'
                        GO TO P420-FIM
                    END-IF
                    SET BNF-ATIVO    TO TRUE
                    MOVE ZEROS       TO DT-DESLIGAMENTO-BNF
                    MOVE 'NIS-REATIV' TO WL-OPERACAO
                    MOVE 'DESLIGADO' TO WL-VALOR-ANTIGO
                    MOVE 'ATIVO'     TO WL-VALOR-NOVO
                WHEN OTHER
                    GO TO P420-FIM
            END-EVALUATE
            REWRITE REG-BENEFICIARIO
                INVALID KEY
                    DISPLAY 'ERRO AO ATUALIZAR O BENEFICIARIO. '
                    DISPLAY 'FILE STATUS: ' WS-FS-BNF
                NOT INVALID KEY
                    DISPLAY 'Beneficiario atualizado.'
                    CALL 'AUDITLOG' USING WL-AUDITORIA
            END-REWRITE
            .
       P420-FIM.
      * DIGITO DO NIS (MODULO 11, PESOS 3298765432; RESTO 0 OU 1 DA
      * DIGITO 0) E UNICIDADE: O MESMO NIS NAO PODE ESTAR EM OUTRO
      * ALUNO, NEM DESLIGADO
       P430-VALIDA-NIS.
            SET NIS-OK            TO FALSE
            IF WS-NIS EQUAL ZEROS
                DISPLAY 'NIS NAO INFORMADO! '
                GO TO P430-FIM
            END-IF
            MOVE WS-NIS           TO WS-NIS-R
            MOVE ZEROS            TO WS-SOMA-NIS
            PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 10
                COMPUTE WS-SOMA-NIS = WS-SOMA-NIS
                        + WS-NIS-DIGITO(WS-IND) * WS-PESO-NIS(WS-IND)
            END-PERFORM
            COMPUTE WS-DV-NIS = 11 - FUNCTION MOD(WS-SOMA-NIS, 11)
            IF WS-DV-NIS >= 10
                MOVE ZEROS        TO WS-DV-NIS
            END-IF
            IF WS-DV-NIS NOT EQUAL WS-NIS-DIGITO(11)
                DISPLAY 'NIS INVALIDO (DIGITO NAO CONFERE)! '
                GO TO P430-FIM
            END-IF

            SET NIS-OK            TO TRUE
            SET EOF-OK            TO FALSE
            MOVE ZEROS            TO ID-ALUNO-BNF
            START BENEFICIARIOS KEY IS NOT LESS THAN ID-ALUNO-BNF
                INVALID KEY
                    SET EOF-OK    TO TRUE
            END-START
            PERFORM UNTIL EOF-OK OR NOT NIS-OK
                READ BENEFICIARIOS NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF NR-NIS-BNF EQUAL WS-NIS AND
                           ID-ALUNO-BNF NOT EQUAL WS-ID-ALUNO
                            SET NIS-OK TO FALSE
                            DISPLAY 'NIS JA CADASTRADO PARA O ALUNO '
                                    ID-ALUNO-BNF '.'
                        END-IF
                END-READ
            END-PERFORM
            .
       P430-FIM.
      ******************************************************************
      * OPCAO 2 - APURACAO DA FREQUENCIA DO BIMESTRE
      ******************************************************************
       P500-APURA.
            PERFORM P200-LE-PERIODO THRU P200-FIM
            IF NOT PERIODO-OK
                GO TO P500-FIM
            END-IF
            PERFORM P510-CONFERE-PERIODO THRU P510-FIM
            IF PERIODO-FECHADO
                DISPLAY 'PERIODO JA FECHADO E EXPORTADO - NAO E '
                        'REAPURADO.'
                GO TO P500-FIM
            END-IF
            IF WS-DT-FIM < WS-DT-FIM-PERIODO
                DISPLAY 'PERIODO EM ANDAMENTO - APURACAO PARCIAL ATE '
                        WS-DT-FIM '.'
            END-IF

            MOVE 'I'              TO WL-RL-FASE
            MOVE ZEROS            TO WL-RL-REGISTROS
            MOVE SPACES           TO WL-RL-STATUS
            CALL 'RUNLOG' USING WL-RUNLOG

            MOVE ZEROS            TO WS-QTD-BENEF WS-QTD-IGNORADOS
                                     WS-QTD-REGULAR WS-QTD-ABAIXO
                                     WS-QTD-SEM-AULAS WS-QTD-PENDENTES
            INITIALIZE WS-TAB-AULAS
            SET FS-BNF-OK         TO TRUE
            OPEN INPUT BENEFICIARIOS
            IF NOT FS-BNF-OK
                DISPLAY 'NENHUM BENEFICIARIO CADASTRADO (OPCAO 1). '
                DISPLAY 'FILE STATUS: ' WS-FS-BNF
                CLOSE BENEFICIARIOS
                MOVE 'F'          TO WL-RL-FASE
                MOVE 'ERRO'       TO WL-RL-STATUS
                CALL 'RUNLOG' USING WL-RUNLOG
                GO TO P500-FIM
            END-IF
            SET FS-FBF-OK         TO TRUE
            OPEN I-O FREQBF
            IF WS-FS-FBF EQUAL 35 THEN
                OPEN OUTPUT FREQBF
                CLOSE FREQBF
                OPEN I-O FREQBF
            END-IF
            IF NOT FS-FBF-OK
                DISPLAY 'ERRO AO ABRIR O ARQUIVO FREQBF. '
                DISPLAY 'FILE STATUS: ' WS-FS-FBF
                CLOSE BENEFICIARIOS
                MOVE 'F'          TO WL-RL-FASE
                MOVE 'ERRO'       TO WL-RL-STATUS
                CALL 'RUNLOG' USING WL-RUNLOG
                GO TO P500-FIM
            END-IF
            OPEN INPUT ALUNOS
            OPEN INPUT MATRICULAS
      * SEM DIARIO DE FALTAS TODO MUNDO ESTEVE PRESENTE
            SET FS-FRQ-OK         TO TRUE
            OPEN INPUT FREQUENCIA
            IF FS-FRQ-OK
                SET TEM-FREQUENCIA TO TRUE
            ELSE
                SET TEM-FREQUENCIA TO FALSE
            END-IF

            SET EOF-OK            TO FALSE
            PERFORM UNTIL EOF-OK
                READ BENEFICIARIOS NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF BNF-ATIVO
                            PERFORM P520-APURA-UM THRU P520-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE BENEFICIARIOS FREQBF ALUNOS MATRICULAS
            IF TEM-FREQUENCIA
                CLOSE FREQUENCIA
            END-IF

            DISPLAY '--------------------------------------'
            DISPLAY 'BENEFICIARIOS APURADOS : ' WS-QTD-BENEF
            DISPLAY 'FREQUENCIA REGULAR     : ' WS-QTD-REGULAR
            DISPLAY 'ABAIXO DO MINIMO       : ' WS-QTD-ABAIXO
            DISPLAY 'SEM AULA NO PERIODO    : ' WS-QTD-SEM-AULAS
            DISPLAY 'SEM MOTIVO (PENDENTES) : ' WS-QTD-PENDENTES
            DISPLAY 'IGNORADOS (VER AVISOS) : ' WS-QTD-IGNORADOS
            DISPLAY '--------------------------------------'
            MOVE 'F'              TO WL-RL-FASE
            MOVE WS-QTD-BENEF     TO WL-RL-REGISTROS
            MOVE 'OK'             TO WL-RL-STATUS
            CALL 'RUNLOG' USING WL-RUNLOG

            PERFORM P700-PENDENCIAS THRU P700-FIM
            .
       P500-FIM.
      * SITUACAO DO PERIODO EM FREQBF.DAT: QUANTOS REGISTROS, SE JA
      * FOI FECHADO, QUANTOS ESTAO SEM MOTIVO E QUANTOS FORAM
      * APURADOS ANTES DO FIM DO PERIODO
       P510-CONFERE-PERIODO.
            SET PERIODO-FECHADO   TO FALSE
            MOVE ZEROS            TO WS-QTD-REG-PERIODO
                                     WS-QTD-PENDENTES WS-QTD-PARCIAIS
            SET FS-FBF-OK         TO TRUE
            OPEN INPUT FREQBF
            IF NOT FS-FBF-OK
                CLOSE FREQBF
                GO TO P510-FIM
            END-IF
            SET EOF-OK            TO FALSE
            MOVE WS-AA-REFERENCIA TO AA-REFERENCIA-FBF
            MOVE WS-NR-PERIODO    TO NR-PERIODO-FBF
            MOVE ZEROS            TO ID-ALUNO-FBF
            START FREQBF KEY IS NOT LESS THAN CHAVE-FREQ-BENEF
                INVALID KEY
                    SET EOF-OK    TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ FREQBF NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF AA-REFERENCIA-FBF NOT EQUAL WS-AA-REFERENCIA
                           OR NR-PERIODO-FBF NOT EQUAL WS-NR-PERIODO
                            SET EOF-OK TO TRUE
                        ELSE
                            ADD 1 TO WS-QTD-REG-PERIODO
                            IF FBF-FECHADO
                                SET PERIODO-FECHADO TO TRUE
                            END-IF
                            IF NOT FBF-REGULAR AND
                               CD-MOTIVO-FBF EQUAL SPACES
                                ADD 1 TO WS-QTD-PENDENTES
                            END-IF
                            IF DT-APURACAO-FBF < WS-DT-FIM-PERIODO
                                ADD 1 TO WS-QTD-PARCIAIS
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE FREQBF
            .
       P510-FIM.
       P520-APURA-UM.
            MOVE ID-ALUNO-BNF     TO ID-ALUNO
            READ ALUNOS
                INVALID KEY
                    ADD 1 TO WS-QTD-IGNORADOS
                    DISPLAY 'AVISO: BENEFICIARIO ' ID-ALUNO-BNF
                            ' SEM CADASTRO DE ALUNO - IGNORADO.'
                    GO TO P520-FIM
            END-READ
            IF NOT ALUNO-ATIVO
                ADD 1 TO WS-QTD-IGNORADOS
                DISPLAY 'AVISO: ALUNO ' ID-ALUNO ' NAO ESTA ATIVO - '
                        'DESLIGUE O BENEFICIARIO (OPCAO 1).'
                GO TO P520-FIM
            END-IF
            ADD 1 TO WS-QTD-BENEF
            PERFORM P530-MINIMO THRU P530-FIM

            MOVE ZEROS            TO WS-QT-AULAS-ALU WS-QT-FALTAS-ALU
                                     WS-PC-FREQUENCIA
            PERFORM P540-SOMA-MATRICULAS THRU P540-FIM
            IF WS-QT-FALTAS-ALU > WS-QT-AULAS-ALU
                MOVE WS-QT-AULAS-ALU TO WS-QT-FALTAS-ALU
            END-IF
            EVALUATE TRUE
                WHEN WS-QT-AULAS-ALU EQUAL ZEROS
                    MOVE 'S'      TO WS-SITUACAO
                    ADD 1 TO WS-QTD-SEM-AULAS
                WHEN OTHER
                    COMPUTE WS-PC-FREQUENCIA ROUNDED =
                            ((WS-QT-AULAS-ALU - WS-QT-FALTAS-ALU)
                            * 100) / WS-QT-AULAS-ALU
                    IF WS-PC-FREQUENCIA < WS-MINIMO
                        MOVE 'B'  TO WS-SITUACAO
                        ADD 1 TO WS-QTD-ABAIXO
                    ELSE
                        MOVE 'R'  TO WS-SITUACAO
                        ADD 1 TO WS-QTD-REGULAR
                    END-IF
            END-EVALUATE
            PERFORM P560-GRAVA THRU P560-FIM
            .
       P520-FIM.
      * MINIMO PELA IDADE NO FIM DO PERIODO: ATE 5 ANOS INFANTIL,
      * 6 A 15 FUNDAMENTAL, 16 EM DIANTE MEDIO; SEM NASCIMENTO VALE
      * O MINIMO DO FUNDAMENTAL (O MAIS COMUM E O MAIS EXIGENTE)
       P530-MINIMO.
            MOVE WS-MIN-FUNDAMENTAL TO WS-MINIMO
            IF DT-NASCIMENTO-ALUNO NOT NUMERIC OR
               DT-NASCIMENTO-ALUNO EQUAL ZEROS
                DISPLAY 'AVISO: ALUNO ' ID-ALUNO ' SEM DATA DE '
                        'NASCIMENTO - MINIMO DE ' WS-MINIMO '%.'
                GO TO P530-FIM
            END-IF
            MOVE ZEROS            TO WS-IDADE
            IF AA-NASCIMENTO-ALUNO < WS-AA-FIM-PERIODO
                COMPUTE WS-IDADE = WS-AA-FIM-PERIODO
                                 - AA-NASCIMENTO-ALUNO
                COMPUTE WS-MMDD-NASCIMENTO = MM-NASCIMENTO-ALUNO * 100
                                           + DD-NASCIMENTO-ALUNO
                IF WS-MMDD-NASCIMENTO > WS-MMDD-FIM-PERIODO
                    SUBTRACT 1 FROM WS-IDADE
                END-IF
            END-IF
            EVALUATE TRUE
                WHEN WS-IDADE < 6
                    MOVE WS-MIN-INFANTIL    TO WS-MINIMO
                WHEN WS-IDADE < 16
                    MOVE WS-MIN-FUNDAMENTAL TO WS-MINIMO
                WHEN OTHER
                    MOVE WS-MIN-MEDIO       TO WS-MINIMO
            END-EVALUATE
            .
       P530-FIM.
       P540-SOMA-MATRICULAS.
            MOVE ID-ALUNO-BNF     TO ID-ALUNO-MAT
            MOVE ZEROS            TO ID-MATERIA-MAT
            START MATRICULAS KEY IS NOT LESS THAN CHAVE-MATRICULA
                INVALID KEY
                    GO TO P540-FIM
            END-START
            SET FIM-MATRICULAS    TO FALSE
            PERFORM UNTIL FIM-MATRICULAS
                READ MATRICULAS NEXT
                    AT END
                        SET FIM-MATRICULAS TO TRUE
                    NOT AT END
                        IF ID-ALUNO-MAT NOT EQUAL ID-ALUNO-BNF
                            SET FIM-MATRICULAS TO TRUE
                        ELSE
                            IF MAT-ATIVA
                                PERFORM P550-UMA-MATERIA
                                    THRU P550-FIM
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            .
       P540-FIM.
      * AS FALTAS JUSTIFICADAS TAMBEM CONTAM: A JUSTIFICATIVA VAI
      * PARA O SISTEMA PRESENCA COMO MOTIVO, NAO COMO PRESENCA
       P550-UMA-MATERIA.
            IF ID-MATERIA-MAT EQUAL ZEROS
                GO TO P550-FIM
            END-IF
            IF WS-AUL-CALCULADA(ID-MATERIA-MAT) NOT EQUAL 'S'
                MOVE ID-MATERIA-MAT TO WL-ID-MATERIA
                MOVE WS-DT-INICIO   TO WL-DT-INICIO
                MOVE WS-DT-FIM      TO WL-DT-FIM
                CALL 'CHKAULAS' USING WL-PARAMETROS-AULAS
                MOVE WL-QT-AULAS    TO WS-AUL-QTD(ID-MATERIA-MAT)
                MOVE 'S'            TO WS-AUL-CALCULADA(ID-MATERIA-MAT)
            END-IF
            ADD WS-AUL-QTD(ID-MATERIA-MAT) TO WS-QT-AULAS-ALU
            IF WS-AUL-QTD(ID-MATERIA-MAT) EQUAL ZEROS OR
               NOT TEM-FREQUENCIA
                GO TO P550-FIM
            END-IF
            MOVE ID-MATERIA-MAT   TO ID-MATERIA-FRQ
            MOVE WS-DT-INICIO     TO DT-AULA-FRQ
            MOVE ZEROS            TO PERIODO-FRQ ID-ALUNO-FRQ
            START FREQUENCIA KEY IS NOT LESS THAN CHAVE-FREQUENCIA
                INVALID KEY
                    GO TO P550-FIM
            END-START
            SET FIM-FALTAS        TO FALSE
            PERFORM UNTIL FIM-FALTAS
                READ FREQUENCIA NEXT
                    AT END
                        SET FIM-FALTAS TO TRUE
                    NOT AT END
                        IF ID-MATERIA-FRQ NOT EQUAL ID-MATERIA-MAT OR
                           DT-AULA-FRQ > WS-DT-FIM
                            SET FIM-FALTAS TO TRUE
                        ELSE
                            IF ID-ALUNO-FRQ EQUAL ID-ALUNO-BNF
                                ADD 1 TO WS-QT-FALTAS-ALU
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            .
       P550-FIM.
      * REAPURACAO PRESERVA O MOTIVO JA INFORMADO DE QUEM CONTINUA
      * ABAIXO DO MINIMO; QUEM FICOU REGULAR PERDE O MOTIVO
       P560-GRAVA.
            MOVE WS-AA-REFERENCIA TO AA-REFERENCIA-FBF
            MOVE WS-NR-PERIODO    TO NR-PERIODO-FBF
            MOVE ID-ALUNO-BNF     TO ID-ALUNO-FBF
            MOVE SPACES           TO WS-CD-MOTIVO
            MOVE ZEROS            TO WS-DT-MOTIVO
            READ FREQBF
                INVALID KEY
                    SET FBF-NOVO  TO TRUE
                NOT INVALID KEY
                    SET FBF-NOVO  TO FALSE
                    MOVE CD-MOTIVO-FBF TO WS-CD-MOTIVO
                    MOVE DT-MOTIVO-FBF TO WS-DT-MOTIVO
            END-READ
            MOVE NR-NIS-BNF       TO NR-NIS-FBF
            MOVE WS-QT-AULAS-ALU  TO QT-AULAS-FBF
            MOVE WS-QT-FALTAS-ALU TO QT-FALTAS-FBF
            MOVE WS-PC-FREQUENCIA TO PC-FREQUENCIA-FBF
            MOVE WS-MINIMO        TO PC-MINIMO-FBF
            MOVE WS-SITUACAO      TO IN-SITUACAO-FBF
            IF FBF-REGULAR
                MOVE SPACES       TO WS-CD-MOTIVO
                MOVE ZEROS        TO WS-DT-MOTIVO
            END-IF
            MOVE WS-CD-MOTIVO     TO CD-MOTIVO-FBF
            MOVE WS-DT-MOTIVO     TO DT-MOTIVO-FBF
            SET FBF-ABERTO        TO TRUE
            MOVE WS-DT-FIM        TO DT-APURACAO-FBF
            IF NOT FBF-REGULAR AND CD-MOTIVO-FBF EQUAL SPACES
                ADD 1 TO WS-QTD-PENDENTES
            END-IF
            IF FBF-NOVO
                WRITE REG-FREQ-BENEF
            ELSE
                REWRITE REG-FREQ-BENEF
            END-IF
            IF NOT FS-FBF-OK
                DISPLAY 'ERRO AO GRAVAR FREQBF DO ALUNO '
                        ID-ALUNO-BNF '. FILE STATUS: ' WS-FS-FBF
            END-IF
            .
       P560-FIM.
      ******************************************************************
      * OPCAO 3 - MOTIVOS DE BAIXA FREQUENCIA
      ******************************************************************
       P600-MOTIVOS.
            PERFORM P200-LE-PERIODO THRU P200-FIM
            IF NOT PERIODO-OK
                GO TO P600-FIM
            END-IF
            PERFORM P510-CONFERE-PERIODO THRU P510-FIM
            IF WS-QTD-REG-PERIODO EQUAL ZEROS
                DISPLAY 'PERIODO NAO APURADO - RODE A OPCAO 2.'
                GO TO P600-FIM
            END-IF
            IF PERIODO-FECHADO
                DISPLAY 'PERIODO JA FECHADO E EXPORTADO - MOTIVOS '
                        'NAO PODEM MAIS SER ALTERADOS.'
                GO TO P600-FIM
            END-IF
            DISPLAY 'PENDENTES SEM MOTIVO: ' WS-QTD-PENDENTES
            DISPLAY 'Revisar tambem os motivos ja informados (S/N)? '
            MOVE SPACES           TO WS-CONFIRM
            ACCEPT WS-CONFIRM
            IF WS-CONFIRM EQUAL 'S' OR 's'
                SET REVISAR       TO TRUE
            ELSE
                SET REVISAR       TO FALSE
            END-IF

            MOVE ZEROS            TO WS-QTD-VISTOS WS-QTD-INFORMADOS
            SET FS-FBF-OK         TO TRUE
            OPEN I-O FREQBF
            IF NOT FS-FBF-OK
                DISPLAY 'ERRO AO ABRIR O ARQUIVO FREQBF. '
                DISPLAY 'FILE STATUS: ' WS-FS-FBF
                CLOSE FREQBF
                GO TO P600-FIM
            END-IF
            OPEN INPUT ALUNOS
            SET EOF-OK            TO FALSE
            SET PARAR             TO FALSE
            MOVE WS-AA-REFERENCIA TO AA-REFERENCIA-FBF
            MOVE WS-NR-PERIODO    TO NR-PERIODO-FBF
            MOVE ZEROS            TO ID-ALUNO-FBF
            START FREQBF KEY IS NOT LESS THAN CHAVE-FREQ-BENEF
                INVALID KEY
                    SET EOF-OK    TO TRUE
            END-START
            PERFORM UNTIL EOF-OK OR PARAR
                READ FREQBF NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF AA-REFERENCIA-FBF NOT EQUAL WS-AA-REFERENCIA
                           OR NR-PERIODO-FBF NOT EQUAL WS-NR-PERIODO
                            SET EOF-OK TO TRUE
                        ELSE
                            IF NOT FBF-REGULAR AND
                               (CD-MOTIVO-FBF EQUAL SPACES OR REVISAR)
                                PERFORM P610-UM-PENDENTE
                                    THRU P610-FIM
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE FREQBF ALUNOS
            DISPLAY '--------------------------------------'
            DISPLAY 'BENEFICIARIOS VISTOS : ' WS-QTD-VISTOS
            DISPLAY 'MOTIVOS INFORMADOS   : ' WS-QTD-INFORMADOS
            DISPLAY '--------------------------------------'
            .
       P600-FIM.
       P610-UM-PENDENTE.
            ADD 1 TO WS-QTD-VISTOS
            MOVE ID-ALUNO-FBF     TO ID-ALUNO
            READ ALUNOS
                INVALID KEY
                    MOVE SPACES   TO NM-ALUNO
            END-READ
            MOVE PC-FREQUENCIA-FBF TO WS-PC-EDITADO
            DISPLAY '--------------------------------------'
            DISPLAY 'ALUNO ' ID-ALUNO-FBF ' - ' NM-ALUNO
                    ' - NIS ' NR-NIS-FBF
            IF FBF-SEM-AULAS
                DISPLAY 'SEM AULA DADA NO PERIODO (CONFIRA MATRICULA '
                        'E GRADE).'
            ELSE
                DISPLAY 'AULAS ' QT-AULAS-FBF '  FALTAS ' QT-FALTAS-FBF
                        '  FREQUENCIA ' WS-PC-EDITADO '% (MINIMO '
                        PC-MINIMO-FBF '%)'
            END-IF
            IF CD-MOTIVO-FBF NOT EQUAL SPACES
                DISPLAY 'Motivo atual: ' CD-MOTIVO-FBF
            END-IF
            DISPLAY 'TECLE: <ENTER> para informar o motivo, <P> para '
                    'pular ou <F> para encerrar: '
            MOVE SPACES           TO WS-CONFIRM
            ACCEPT WS-CONFIRM
            EVALUATE WS-CONFIRM
                WHEN 'F'
                WHEN 'f'
                    SET PARAR     TO TRUE
                    GO TO P610-FIM
                WHEN 'P'
                WHEN 'p'
                    GO TO P610-FIM
            END-EVALUATE
            PERFORM VARYING WS-IND-MOTIVO FROM 1 BY 1
                    UNTIL WS-IND-MOTIVO > WS-QTD-MOTIVOS-BF
                DISPLAY '  ' WS-MTB-CODIGO(WS-IND-MOTIVO) ' - '
                        WS-MTB-DESCRICAO(WS-IND-MOTIVO)
            END-PERFORM
            DISPLAY 'Informe o codigo do motivo: '
            MOVE SPACES           TO WS-CD-MOTIVO
            ACCEPT WS-CD-MOTIVO
            MOVE ZEROS            TO WS-IND
            PERFORM VARYING WS-IND-MOTIVO FROM 1 BY 1
                    UNTIL WS-IND-MOTIVO > WS-QTD-MOTIVOS-BF
                       OR WS-IND NOT EQUAL ZEROS
                IF WS-MTB-CODIGO(WS-IND-MOTIVO) EQUAL WS-CD-MOTIVO
                    MOVE WS-IND-MOTIVO TO WS-IND
                END-IF
            END-PERFORM
            IF WS-IND EQUAL ZEROS
                DISPLAY 'MOTIVO INVALIDO - ALUNO MANTIDO PENDENTE.'
                GO TO P610-FIM
            END-IF
            MOVE SPACES           TO WL-VALOR-ANTIGO WL-VALOR-NOVO
            STRING WS-AA-REFERENCIA '/' WS-NR-PERIODO
                   ' MOTIVO ' CD-MOTIVO-FBF
                   DELIMITED BY SIZE INTO WL-VALOR-ANTIGO
            MOVE WS-CD-MOTIVO     TO CD-MOTIVO-FBF
            ACCEPT DT-MOTIVO-FBF FROM DATE YYYYMMDD
            REWRITE REG-FREQ-BENEF
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR O MOTIVO. '
                    DISPLAY 'FILE STATUS: ' WS-FS-FBF
                NOT INVALID KEY
                    ADD 1 TO WS-QTD-INFORMADOS
                    DISPLAY 'Motivo registrado: '
                            WS-MTB-DESCRICAO(WS-IND)
                    MOVE 'MOTIVO-BF'  TO WL-OPERACAO
                    MOVE ID-ALUNO-FBF TO WL-CHAVE
                    STRING WS-AA-REFERENCIA '/' WS-NR-PERIODO
                           ' MOTIVO ' WS-CD-MOTIVO
                           DELIMITED BY SIZE INTO WL-VALOR-NOVO
                    CALL 'AUDITLOG' USING WL-AUDITORIA
            END-REWRITE
            .
       P610-FIM.
      * LISTA DE TRABALHO NO SPOOL: TODO BENEFICIARIO ABAIXO DO
      * MINIMO OU SEM AULA, COM O MOTIVO OU "PENDENTE"
       P700-PENDENCIAS.
            MOVE 'PENDBF'         TO WL-SPL-RELATORIO
            CALL 'SPOOLREG' USING WL-SPOOL
            IF WL-SPOOL-ABERTO
                MOVE WL-SPL-ARQUIVO TO WS-ARQ-RELATORIO
            END-IF
            SET FS-REL-OK         TO TRUE
            OPEN OUTPUT RELATORIO-OUT
            IF NOT FS-REL-OK
                DISPLAY 'ERRO AO ABRIR O RELATORIO. '
                DISPLAY 'FILE STATUS: ' WS-FS-REL
                GO TO P700-FIM
            END-IF
            SET FS-FBF-OK         TO TRUE
            OPEN INPUT FREQBF
            OPEN INPUT ALUNOS
            MOVE SPACES TO WS-LINHA-REL
            STRING 'BOLSA FAMILIA - PENDENCIAS DE FREQUENCIA - PERIODO '
                   WS-AA-REFERENCIA '/' WS-NR-PERIODO ' ('
                   WS-DT-INICIO ' A ' WS-DT-FIM-PERIODO ')'
                   DELIMITED BY SIZE INTO WS-LINHA-REL
            MOVE WS-LINHA-REL TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            MOVE SPACES TO WS-LINHA-REL
            STRING 'APURADO ATE ' WS-DT-FIM ' - MINIMOS: INFANTIL '
                   WS-MIN-INFANTIL '% FUNDAMENTAL ' WS-MIN-FUNDAMENTAL
                   '% MEDIO ' WS-MIN-MEDIO '%'
                   DELIMITED BY SIZE INTO WS-LINHA-REL
            MOVE WS-LINHA-REL TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            MOVE ALL '=' TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            MOVE '  ID     NOME                 NIS         AULAS FALTA'
                 & '   FREQ MIN  SITUACAO  MOTIVO' TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            MOVE ALL '-' TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            MOVE ZEROS            TO WS-QTD-VISTOS WS-QTD-PENDENTES
            SET EOF-OK            TO FALSE
            IF NOT FS-FBF-OK
                SET EOF-OK        TO TRUE
            END-IF
            MOVE WS-AA-REFERENCIA TO AA-REFERENCIA-FBF
            MOVE WS-NR-PERIODO    TO NR-PERIODO-FBF
            MOVE ZEROS            TO ID-ALUNO-FBF
            IF NOT EOF-OK
                START FREQBF KEY IS NOT LESS THAN CHAVE-FREQ-BENEF
                    INVALID KEY
                        SET EOF-OK TO TRUE
                END-START
            END-IF
            PERFORM UNTIL EOF-OK
                READ FREQBF NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF AA-REFERENCIA-FBF NOT EQUAL WS-AA-REFERENCIA
                           OR NR-PERIODO-FBF NOT EQUAL WS-NR-PERIODO
                            SET EOF-OK TO TRUE
                        ELSE
                            IF NOT FBF-REGULAR
                                PERFORM P710-LINHA-PENDENCIA
                                    THRU P710-FIM
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            MOVE ALL '=' TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            MOVE SPACES TO WS-LINHA-REL
            STRING 'ABAIXO DO MINIMO/SEM AULA: ' WS-QTD-VISTOS
                   '  SEM MOTIVO (INFORMAR NA OPCAO 3 ANTES DO '
                   'FECHAMENTO): ' WS-QTD-PENDENTES
                   DELIMITED BY SIZE INTO WS-LINHA-REL
            MOVE WS-LINHA-REL TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            CLOSE RELATORIO-OUT FREQBF ALUNOS
            DISPLAY 'LISTA DE PENDENCIAS: ' WS-ARQ-RELATORIO
            .
       P700-FIM.
       P710-LINHA-PENDENCIA.
            ADD 1 TO WS-QTD-VISTOS
            MOVE ID-ALUNO-FBF     TO ID-ALUNO
            READ ALUNOS
                INVALID KEY
                    MOVE SPACES   TO NM-ALUNO
            END-READ
            MOVE ID-ALUNO-FBF     TO DPN-ID-ALUNO
            MOVE NM-ALUNO         TO DPN-NOME
            MOVE NR-NIS-FBF       TO DPN-NIS
            MOVE QT-AULAS-FBF     TO DPN-AULAS
            MOVE QT-FALTAS-FBF    TO DPN-FALTAS
            MOVE PC-FREQUENCIA-FBF TO DPN-FREQUENCIA
            MOVE PC-MINIMO-FBF    TO DPN-MINIMO
            IF FBF-SEM-AULAS
                MOVE 'SEM AULA'   TO DPN-SITUACAO
            ELSE
                MOVE 'ABAIXO'     TO DPN-SITUACAO
            END-IF
            IF CD-MOTIVO-FBF EQUAL SPACES
                MOVE 'PENDENTE'   TO DPN-MOTIVO
                ADD 1 TO WS-QTD-PENDENTES
            ELSE
                MOVE CD-MOTIVO-FBF TO DPN-MOTIVO
            END-IF
            WRITE REG-RELATORIO-OUT FROM WS-DET-PENDENCIA
            .
       P710-FIM.
      ******************************************************************
      * OPCAO 4 - FECHAMENTO DO BIMESTRE E ARQUIVO DO SISTEMA PRESENCA
      ******************************************************************
       P800-FECHA.
            PERFORM P200-LE-PERIODO THRU P200-FIM
            IF NOT PERIODO-OK
                GO TO P800-FIM
            END-IF
            PERFORM P510-CONFERE-PERIODO THRU P510-FIM
            IF WS-QTD-REG-PERIODO EQUAL ZEROS
                DISPLAY 'PERIODO NAO APURADO - RODE A OPCAO 2.'
                GO TO P800-FIM
            END-IF
            IF PERIODO-FECHADO
                DISPLAY 'PERIODO JA FECHADO. TECLE <S> para gerar o '
                        'arquivo de novo ou <QUALQUER TECLA> para '
                        'voltar: '
                MOVE SPACES       TO WS-CONFIRM
                ACCEPT WS-CONFIRM
                IF WS-CONFIRM EQUAL 'S' OR 's'
                    PERFORM P810-GERA-ARQUIVO THRU P810-FIM
                END-IF
                GO TO P800-FIM
            END-IF
            IF WS-DATA-HOJE-8 < WS-DT-FIM-PERIODO
                DISPLAY 'PERIODO EM ANDAMENTO ATE ' WS-DT-FIM-PERIODO
                        ' - SO PODE SER FECHADO DEPOIS.'
                GO TO P800-FIM
            END-IF
            IF WS-QTD-PARCIAIS > 0
                DISPLAY WS-QTD-PARCIAIS ' BENEFICIARIO(S) APURADO(S) '
                        'ANTES DO FIM DO PERIODO - RODE A OPCAO 2 '
                        'DE NOVO.'
                GO TO P800-FIM
            END-IF
            IF WS-QTD-PENDENTES > 0
                DISPLAY WS-QTD-PENDENTES ' BENEFICIARIO(S) ABAIXO DO '
                        'MINIMO SEM MOTIVO - INFORME NA OPCAO 3 '
                        'ANTES DE FECHAR.'
                GO TO P800-FIM
            END-IF
            DISPLAY WS-QTD-REG-PERIODO ' BENEFICIARIO(S) NO PERIODO.'
            DISPLAY 'APOS O FECHAMENTO O PERIODO NAO E MAIS '
                    'REAPURADO NEM TEM MOTIVO ALTERADO.'
            DISPLAY 'TECLE <S> para fechar e gerar o arquivo: '
            MOVE SPACES           TO WS-CONFIRM
            ACCEPT WS-CONFIRM
            IF WS-CONFIRM NOT EQUAL 'S' AND 's'
                DISPLAY 'FECHAMENTO CANCELADO.'
                GO TO P800-FIM
            END-IF
            PERFORM P810-GERA-ARQUIVO THRU P810-FIM
            .
       P800-FIM.
      * ARQUIVO DE IMPORTACAO: 00 = CABECALHO (INEP, PERIODO), 10 =
      * UM POR BENEFICIARIO (NIS, FREQUENCIA COM 2 DECIMAIS SEM
      * VIRGULA, SITUACAO, MOTIVO), 99 = TOTAL DE REGISTROS 10
       P810-GERA-ARQUIVO.
            SET FS-FBF-OK         TO TRUE
            OPEN I-O FREQBF
            IF NOT FS-FBF-OK
                DISPLAY 'ERRO AO ABRIR O ARQUIVO FREQBF. '
                DISPLAY 'FILE STATUS: ' WS-FS-FBF
                CLOSE FREQBF
                GO TO P810-FIM
            END-IF
            SET FS-PRS-OK         TO TRUE
            OPEN OUTPUT PRESENCA-OUT
            IF NOT FS-PRS-OK
                DISPLAY 'ERRO AO GRAVAR O ARQUIVO DO SISTEMA PRESENCA. '
                DISPLAY 'FILE STATUS: ' WS-FS-PRS
                CLOSE FREQBF
                GO TO P810-FIM
            END-IF
            OPEN INPUT ALUNOS
            MOVE ZEROS            TO WS-QTD-EXPORTADOS
            MOVE SPACES           TO WS-LINHA-PRS
            STRING '00' WS-CD-INEP WS-AA-REFERENCIA WS-NR-PERIODO
                   WS-DT-INICIO WS-DT-FIM-PERIODO WS-DATA-HOJE-8
                   DELIMITED BY SIZE INTO WS-LINHA-PRS
            MOVE WS-LINHA-PRS     TO REG-PRESENCA-OUT
            WRITE REG-PRESENCA-OUT

            SET EOF-OK            TO FALSE
            MOVE WS-AA-REFERENCIA TO AA-REFERENCIA-FBF
            MOVE WS-NR-PERIODO    TO NR-PERIODO-FBF
            MOVE ZEROS            TO ID-ALUNO-FBF
            START FREQBF KEY IS NOT LESS THAN CHAVE-FREQ-BENEF
                INVALID KEY
                    SET EOF-OK    TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ FREQBF NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF AA-REFERENCIA-FBF NOT EQUAL WS-AA-REFERENCIA
                           OR NR-PERIODO-FBF NOT EQUAL WS-NR-PERIODO
                            SET EOF-OK TO TRUE
                        ELSE
                            PERFORM P820-EXPORTA-UM THRU P820-FIM
                        END-IF
                END-READ
            END-PERFORM

            MOVE SPACES           TO WS-LINHA-PRS
            STRING '99' WS-QTD-EXPORTADOS
                   DELIMITED BY SIZE INTO WS-LINHA-PRS
            MOVE WS-LINHA-PRS     TO REG-PRESENCA-OUT
            WRITE REG-PRESENCA-OUT
            CLOSE PRESENCA-OUT FREQBF ALUNOS

            MOVE 'FECHA-BF'       TO WL-OPERACAO
            MOVE SPACES           TO WL-CHAVE WL-VALOR-ANTIGO
                                     WL-VALOR-NOVO
            STRING WS-AA-REFERENCIA '/' WS-NR-PERIODO
                   DELIMITED BY SIZE INTO WL-CHAVE
            STRING 'EXPORTADOS ' WS-QTD-EXPORTADOS
                   DELIMITED BY SIZE INTO WL-VALOR-NOVO
            CALL 'AUDITLOG' USING WL-AUDITORIA
            DISPLAY 'PERIODO FECHADO: ' WS-QTD-EXPORTADOS
                    ' BENEFICIARIO(S) EM ' WS-ARQ-CFG-PRESENCA
            .
       P810-FIM.
       P820-EXPORTA-UM.
            MOVE ID-ALUNO-FBF     TO ID-ALUNO
            READ ALUNOS
                INVALID KEY
                    MOVE SPACES   TO NM-ALUNO
            END-READ
            COMPUTE WS-PC-INTEIRO = PC-FREQUENCIA-FBF * 100
            MOVE SPACES           TO WS-LINHA-PRS
            STRING '10' NR-NIS-FBF ID-ALUNO-FBF NM-ALUNO
                   WS-PC-INTEIRO IN-SITUACAO-FBF CD-MOTIVO-FBF
                   QT-AULAS-FBF QT-FALTAS-FBF
                   DELIMITED BY SIZE INTO WS-LINHA-PRS
            MOVE WS-LINHA-PRS     TO REG-PRESENCA-OUT
            WRITE REG-PRESENCA-OUT
            ADD 1 TO WS-QTD-EXPORTADOS
            IF FBF-ABERTO
                SET FBF-FECHADO   TO TRUE
                REWRITE REG-FREQ-BENEF
                IF NOT FS-FBF-OK
                    DISPLAY 'ERRO AO FECHAR O REGISTRO DO ALUNO '
                            ID-ALUNO-FBF '. FILE STATUS: ' WS-FS-FBF
                END-IF
            END-IF
            .
       P820-FIM.
       P900-FIM.
            GOBACK.
      * RESOLVE OS CAMINHOS FISICOS PELO CONFIGSYS (PRODUCAO OU
      * TESTE); SEM CONFIGURACAO VALEM OS PADROES ACIMA
       P050-CONFIGURA.
            MOVE 'D3-REGISTRO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-REGISTRO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-REGISTRO
            MOVE 'D3-BENEFBF' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-BENEFBF TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-BENEFBF
            MOVE 'D3-FREQBF' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-FREQBF TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-FREQBF
            MOVE 'D3-MATRICULAS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-MATRICULAS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-MATRICULAS
            MOVE 'D3-FREQUENCIA' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-FREQUENCIA TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-FREQUENCIA
            MOVE 'PRESENCA' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-PRESENCA TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-PRESENCA
      * CODIGO INEP DA ESCOLA NO CABECALHO DO ARQUIVO
            MOVE 'ESCOLA-INEP' TO WL-CFG-CHAVE
            MOVE WS-CD-INEP TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-CD-INEP
            MOVE 'BF-MINIMO-INFANTIL' TO WL-CFG-CHAVE
            MOVE WS-CFG-MIN-INFANTIL TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-CFG-MIN-INFANTIL
            IF WS-CFG-MIN-INFANTIL(1:2) NUMERIC
                COMPUTE WS-MIN-INFANTIL =
                        FUNCTION NUMVAL(WS-CFG-MIN-INFANTIL(1:2))
            END-IF
            IF WS-MIN-INFANTIL EQUAL ZEROS
                MOVE 60 TO WS-MIN-INFANTIL
            END-IF
            MOVE 'BF-MINIMO-FUNDAMENT' TO WL-CFG-CHAVE
            MOVE WS-CFG-MIN-FUNDAMENTAL TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-CFG-MIN-FUNDAMENTAL
            IF WS-CFG-MIN-FUNDAMENTAL(1:2) NUMERIC
                COMPUTE WS-MIN-FUNDAMENTAL =
                        FUNCTION NUMVAL(WS-CFG-MIN-FUNDAMENTAL(1:2))
            END-IF
            IF WS-MIN-FUNDAMENTAL EQUAL ZEROS
                MOVE 85 TO WS-MIN-FUNDAMENTAL
            END-IF
            MOVE 'BF-MINIMO-MEDIO' TO WL-CFG-CHAVE
            MOVE WS-CFG-MIN-MEDIO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-CFG-MIN-MEDIO
            IF WS-CFG-MIN-MEDIO(1:2) NUMERIC
                COMPUTE WS-MIN-MEDIO =
                        FUNCTION NUMVAL(WS-CFG-MIN-MEDIO(1:2))
            END-IF
            IF WS-MIN-MEDIO EQUAL ZEROS
                MOVE 75 TO WS-MIN-MEDIO
            END-IF
            .
       P050-FIM.
       END PROGRAM SISPRESE.

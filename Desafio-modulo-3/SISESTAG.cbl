      ******************************************************************
      * Author: ANDREI BATISTA
      * Date: 15/10/2026
      * Purpose: ESTAGIO SUPERVISIONADO - CADASTRO DO TERMO DE
      *          COMPROMISSO (ALUNO X ESCOLA X EMPRESA CONCEDENTE) COM
      *          VIGENCIA, CARGA SEMANAL, ORIENTADOR DA ESCOLA
      *          (PROFESSORES.DAT) E SUPERVISOR DA EMPRESA
      *          (ESTAGIOS.DAT); FOLHA MENSAL DE HORAS CONFERIDA CONTRA
      *          A CARGA SEMANAL DO TERMO (ESTHORAS.DAT); AVALIACOES DO
      *          SUPERVISOR E DO ORIENTADOR (ESTAVAL.DAT); ENCERRAMENTO
      *          OU RESCISAO DO TERMO; E RELATORIO DE ALERTAS (TERMOS
      *          A VENCER E AVALIACOES EM FALTA, APURADAS PELO
      *          CHKESTAG). A CARGA EXIGIDA POR CURSO FICA EM
      *          CURSOS.DAT (SISCURSO) E E COBRADA NA CONCLUSAO
      *          (SISCURSO) E NO CERTIFICADO (SISCERTI)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISESTAG.
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

               SELECT PROFESSORES ASSIGN TO WS-ARQ-CFG-PROFESSORES
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS ID-PROFESSOR
               FILE STATUS IS WS-FS-PRF.

               SELECT ESTAGIOS ASSIGN TO WS-ARQ-CFG-D3-ESTAGIOS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS NR-TERMO-EST
               ALTERNATE RECORD KEY IS ID-ALUNO-EST
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-EST.

               SELECT ESTHORAS ASSIGN TO WS-ARQ-CFG-D3-ESTHORAS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-ESTAGIO-HORAS
               FILE STATUS IS WS-FS-EHR.

               SELECT ESTAVAL ASSIGN TO WS-ARQ-CFG-D3-ESTAVAL
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-ESTAGIO-AVAL
               FILE STATUS IS WS-FS-EAV.

               SELECT CONTROLE ASSIGN TO WS-ARQ-CFG-D3-CONTROLE
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS CHAVE-CONTROLE
               FILE STATUS IS WS-FS-CTRL.

               SELECT ALERTA-OUT ASSIGN TO WS-ARQ-ALERTA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OUT.

       DATA DIVISION.
       FILE SECTION.
       FD ALUNOS.
          COPY FD_REGIS.
       FD PROFESSORES.
          COPY FD_PROF.
       FD ESTAGIOS.
          COPY FD_ESTAG.
       FD ESTHORAS.
          COPY FD_ESTHR.
       FD ESTAVAL.
          COPY FD_ESTAV.
       FD CONTROLE.
          COPY FD_CTRL.
       FD ALERTA-OUT.
       01 REG-ALERTA-OUT                   PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-FS                            PIC 99.
          88 FS-OK                         VALUE 0.
       77 WS-FS-PRF                        PIC 99.
          88 FS-PRF-OK                     VALUE 0.
       77 WS-FS-EST                        PIC 99.
          88 FS-EST-OK                     VALUE 0.
       77 WS-FS-EHR                        PIC 99.
          88 FS-EHR-OK                     VALUE 0.
       77 WS-FS-EAV                        PIC 99.
          88 FS-EAV-OK                     VALUE 0.
       77 WS-FS-CTRL                       PIC 99.
          88 FS-CTRL-OK                    VALUE 0.
       77 WS-FS-OUT                        PIC 99.
          88 FS-OUT-OK                     VALUE 0.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE 'S' FALSE 'N'.
       77 WS-OPCAO                         PIC X.
       77 WS-CONFIRM                       PIC X VALUE SPACES.
       77 WS-CTRL-NOVO                     PIC X VALUE 'N'.
       77 WS-ACHOU                         PIC X VALUE 'N'.
          88 ACHOU-OK                      VALUE 'S' FALSE 'N'.
       77 WS-HORAS-NOVA                    PIC X VALUE 'N'.
          88 HORAS-NOVA                    VALUE 'S' FALSE 'N'.
       77 WS-DATA-HOJE-8                   PIC 9(08).
       77 WS-ID-ALUNO                      PIC 9(06).
       77 WS-NM-ALUNO                      PIC X(20).
       77 WS-NR-TERMO                      PIC 9(06).
       77 WS-NM-EMPRESA                    PIC X(30).
       77 WS-CNPJ-EMPRESA                  PIC X(14).
       77 WS-SUPERVISOR-EMP                PIC X(30).
       77 WS-TL-SUPERVISOR                 PIC X(15).
       77 WS-ID-PROFESSOR                  PIC 9(03).
       77 WS-NM-PROFESSOR                  PIC X(20).
       77 WS-DT-INICIO                     PIC 9(08).
       77 WS-DT-FIM                        PIC 9(08).
       77 WS-CH-SEMANAL                    PIC 9(02).
       77 WS-DIAS-VIGENCIA                 PIC S9(07).
       01 WS-COMPETENCIA                   PIC 9(06).
       01 WS-COMPETENCIA-R REDEFINES WS-COMPETENCIA.
          03 WS-CMP-ANO                    PIC 9(04).
          03 WS-CMP-MES                    PIC 9(02).
       77 WS-COMPETENCIA-HOJE              PIC 9(06).
       77 WS-DT-MES-INI                    PIC 9(08).
       77 WS-DT-MES-FIM                    PIC 9(08).
       77 WS-DT-PROX-MES                   PIC 9(08).
       77 WS-DT-FIM-EFETIVO                PIC 9(08).
       77 WS-DIAS-NO-MES                   PIC 9(03).
       77 WS-QT-HORAS                      PIC 9(03).
       77 WS-QT-HORAS-ANT                  PIC 9(03).
       77 WS-LIMITE-HORAS                  PIC 9(03).
       77 WS-TP-AVALIADOR                  PIC X(01).
       77 WS-NR-AVALIACAO                  PIC 9(02).
       77 WS-NOTA                          PIC 9(02)V99.
       77 WS-PARECER                       PIC X(60).
       77 WS-ST-NOVO                       PIC X(01).
       77 WS-ST-ATUAL                      PIC X(01).
          88 ATUAL-VIGENTE                 VALUE 'V'.
       77 WS-DT-ENCERRAMENTO               PIC 9(08).
       77 WS-ST-TERMO-ED                   PIC X(10).
       77 WS-QTD-ALERTAS                   PIC 9(05) VALUE ZEROS.
       77 WS-QTD-VENCENDO                  PIC 9(05) VALUE ZEROS.
       77 WS-QTD-SEM-AVAL                  PIC 9(05) VALUE ZEROS.
       77 WS-DIAS-PARA-FIM                 PIC S9(07).
       77 WS-DIAS-ED                       PIC -(6)9.
       77 WS-LINHA-OUT                     PIC X(80) VALUE SPACES.
       01 WS-ARQ-ALERTA                    PIC X(60).
      * TERMOS CARREGADOS EM MEMORIA ANTES DE CHAMAR O CHKESTAG, QUE
      * ABRE OS MESMOS ARQUIVOS
       77 WS-QTD-TERMOS                    PIC 9(03) VALUE ZEROS.
       77 WS-IND-TRM                       PIC 9(03).
       01 WS-TABELA-TERMOS.
          03 WS-TAB-TERMO OCCURS 500 TIMES.
             05 WS-TRM-NR                  PIC 9(06).
             05 WS-TRM-ID-ALUNO            PIC 9(06).
             05 WS-TRM-EMPRESA             PIC X(30).
             05 WS-TRM-DT-INICIO           PIC 9(08).
             05 WS-TRM-DT-FIM              PIC 9(08).
             05 WS-TRM-CH-SEMANAL          PIC 9(02).
             05 WS-TRM-STATUS              PIC X(01).
      * CARGA SEMANAL MAXIMA ACEITA NO TERMO E ANTECEDENCIA (EM DIAS)
      * DO AVISO DE VENCIMENTO; AJUSTAVEIS NO CONFIGSYS
       77 WS-CFG-MAX-SEMANAL               PIC X(60) VALUE SPACES.
       77 WS-CH-MAX-SEMANAL                PIC 9(02) VALUE 30.
       77 WS-CFG-AVISO-DIAS                PIC X(60) VALUE SPACES.
       77 WS-AVISO-DIAS                    PIC 9(03) VALUE 30.
      * DURACAO MAXIMA DO TERMO NA MESMA CONCEDENTE (2 ANOS)
       77 WS-DIAS-MAX-VIGENCIA             PIC 9(03) VALUE 730.
       01 WL-PARAMETROS-EST.
          03 WL-EST-OPERACAO               PIC X(01).
          03 WL-EST-ID-ALUNO               PIC 9(06).
          03 WL-EST-NR-TERMO               PIC 9(06).
          03 WL-EST-CH-EXIGIDA             PIC 9(04).
          03 WL-EST-CH-CUMPRIDA            PIC 9(05).
          03 WL-EST-QT-TERMOS              PIC 9(03).
          03 WL-EST-QT-AVAL-EXIGIDAS       PIC 9(03).
          03 WL-EST-QT-PEND-EMPRESA        PIC 9(03).
          03 WL-EST-QT-PEND-ORIENTADOR     PIC 9(03).
          03 WL-EST-QT-AVAL-PENDENTES      PIC 9(03).
          03 WL-EST-OK                     PIC X(01).
             88 WL-ESTAGIO-OK              VALUE 'S'.
             88 WL-ESTAGIO-PENDENTE        VALUE 'N'.
       01 WL-SPOOL.
          03 WL-SPL-RELATORIO              PIC X(12).
          03 WL-SPL-ARQUIVO                PIC X(60).
          03 WL-SPL-OK                     PIC X(01).
             88 WL-SPOOL-ABERTO            VALUE 'S'.
             88 WL-SPOOL-FALHOU            VALUE 'N'.
       01 WL-AUDITORIA.
          03 WL-PROGRAMA                   PIC X(12)
             VALUE 'SISESTAG'.
          03 WL-OPERACAO                   PIC X(10).
          03 WL-CHAVE                      PIC X(10).
          03 WL-VALOR-ANTIGO               PIC X(50).
          03 WL-VALOR-NOVO                 PIC X(50).

       01 WS-ARQ-CFG-D3-REGISTRO           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\REGISTRO.DAT'.
       01 WS-ARQ-CFG-PROFESSORES           PIC X(60) VALUE
          'C:\COBOL\PROFESSORES.DAT'.
       01 WS-ARQ-CFG-D3-ESTAGIOS           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\ESTAGIOS.DAT'.
       01 WS-ARQ-CFG-D3-ESTHORAS           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\ESTHORAS.DAT'.
       01 WS-ARQ-CFG-D3-ESTAVAL            PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\ESTAVAL.DAT'.
       01 WS-ARQ-CFG-D3-CONTROLE           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\CONTROLE.DAT'.
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
            DISPLAY '***         ESTAGIO SUPERVISIONADO             ***'
            DISPLAY '**************************************************'
            DISPLAY '*** 1 - Cadastrar termo de compromisso         ***'
            DISPLAY '*** 2 - Lancar folha mensal de horas           ***'
            DISPLAY '*** 3 - Registrar avaliacao de supervisor      ***'
            DISPLAY '*** 4 - Encerrar / rescindir termo             ***'
            DISPLAY '*** 5 - Consultar estagios do aluno            ***'
            DISPLAY '*** 6 - Relatorio de alertas                   ***'
            DISPLAY '***          <TECLE F PARA FINALIZAR>          ***'
            DISPLAY '**************************************************'
            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN '1'
                    PERFORM P310-CADASTRA-TERMO  THRU P310-FIM
                WHEN '2'
                    PERFORM P320-FOLHA-HORAS     THRU P320-FIM
                WHEN '3'
                    PERFORM P330-AVALIACAO       THRU P330-FIM
                WHEN '4'
                    PERFORM P340-ENCERRA-TERMO   THRU P340-FIM
                WHEN '5'
                    PERFORM P350-CONSULTA-ALUNO  THRU P350-FIM
                WHEN '6'
                    PERFORM P360-ALERTAS         THRU P360-FIM
                WHEN 'F'
                    CONTINUE
                WHEN 'f'
                    CONTINUE
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA! '
            END-EVALUATE
            .
       P300-FIM.
      * O TERMO SO E ACEITO PARA ALUNO ATIVO, COM ORIENTADOR ATIVO NO
      * CADASTRO DE PROFESSORES, VIGENCIA DE ATE 2 ANOS E CARGA
      * SEMANAL DENTRO DO LIMITE CONFIGURADO
       P310-CADASTRA-TERMO.
            DISPLAY 'Informe o ID do aluno: '
            ACCEPT WS-ID-ALUNO
            PERFORM P700-LE-ALUNO THRU P700-FIM
            IF WS-ID-ALUNO EQUAL ZEROS
                GO TO P310-FIM
            END-IF
            IF NOT ALUNO-ATIVO
                DISPLAY 'ALUNO NAO ESTA ATIVO - TERMO NAO CADASTRADO.'
                GO TO P310-FIM
            END-IF

            DISPLAY 'Informe o nome da empresa concedente: '
            ACCEPT WS-NM-EMPRESA
            IF WS-NM-EMPRESA EQUAL SPACES
                DISPLAY 'NOME DA EMPRESA E OBRIGATORIO! '
                GO TO P310-FIM
            END-IF
            DISPLAY 'Informe o CNPJ da empresa (14 digitos): '
            ACCEPT WS-CNPJ-EMPRESA
            IF WS-CNPJ-EMPRESA NOT NUMERIC
                DISPLAY 'CNPJ INVALIDO! '
                GO TO P310-FIM
            END-IF
            DISPLAY 'Informe o supervisor na empresa: '
            ACCEPT WS-SUPERVISOR-EMP
            IF WS-SUPERVISOR-EMP EQUAL SPACES
                DISPLAY 'SUPERVISOR DA EMPRESA E OBRIGATORIO! '
                GO TO P310-FIM
            END-IF
            DISPLAY 'Informe o telefone do supervisor: '
            ACCEPT WS-TL-SUPERVISOR

            DISPLAY 'Informe o ID do professor orientador: '
            ACCEPT WS-ID-PROFESSOR
            PERFORM P710-LE-PROFESSOR THRU P710-FIM
            IF WS-ID-PROFESSOR EQUAL ZEROS
                GO TO P310-FIM
            END-IF

            DISPLAY 'Informe a data de inicio (AAAAMMDD): '
            ACCEPT WS-DT-INICIO
            DISPLAY 'Informe a data de termino (AAAAMMDD): '
            ACCEPT WS-DT-FIM
            IF FUNCTION TEST-DATE-YYYYMMDD(WS-DT-INICIO) NOT EQUAL 0
               OR FUNCTION TEST-DATE-YYYYMMDD(WS-DT-FIM) NOT EQUAL 0
                DISPLAY 'DATA INVALIDA! '
                GO TO P310-FIM
            END-IF
            COMPUTE WS-DIAS-VIGENCIA =
                    FUNCTION INTEGER-OF-DATE(WS-DT-FIM) -
                    FUNCTION INTEGER-OF-DATE(WS-DT-INICIO)
            IF WS-DIAS-VIGENCIA NOT > 0
                DISPLAY 'TERMINO DEVE SER POSTERIOR AO INICIO! '
                GO TO P310-FIM
            END-IF
            IF WS-DIAS-VIGENCIA > WS-DIAS-MAX-VIGENCIA
                DISPLAY 'VIGENCIA MAIOR QUE 2 ANOS NA MESMA '
                        'CONCEDENTE! '
                GO TO P310-FIM
            END-IF
            DISPLAY 'Informe a carga horaria semanal: '
            ACCEPT WS-CH-SEMANAL
            IF WS-CH-SEMANAL EQUAL ZEROS OR
               WS-CH-SEMANAL > WS-CH-MAX-SEMANAL
                DISPLAY 'CARGA SEMANAL DEVE SER DE 1 A '
                        WS-CH-MAX-SEMANAL ' HORAS! '
                GO TO P310-FIM
            END-IF

            PERFORM P150-PROX-TERMO THRU P150-FIM
            SET FS-EST-OK         TO TRUE
            OPEN I-O ESTAGIOS
            IF WS-FS-EST EQUAL 35 THEN
                OPEN OUTPUT ESTAGIOS
                CLOSE ESTAGIOS
                OPEN I-O ESTAGIOS
            END-IF
            IF FS-EST-OK
                MOVE WS-NR-TERMO       TO NR-TERMO-EST
                MOVE WS-ID-ALUNO       TO ID-ALUNO-EST
                MOVE WS-NM-EMPRESA     TO NM-EMPRESA-EST
                MOVE WS-CNPJ-EMPRESA   TO CNPJ-EMPRESA-EST
                MOVE WS-SUPERVISOR-EMP TO SUPERVISOR-EMP-EST
                MOVE WS-TL-SUPERVISOR  TO TL-SUPERVISOR-EST
                MOVE WS-ID-PROFESSOR   TO ID-PROFESSOR-EST
                MOVE WS-DT-INICIO      TO DT-INICIO-EST
                MOVE WS-DT-FIM         TO DT-FIM-EST
                MOVE WS-CH-SEMANAL     TO CH-SEMANAL-EST
                SET EST-VIGENTE        TO TRUE
                MOVE ZEROS             TO DT-ENCERRAMENTO-EST
                WRITE REG-ESTAGIO
                    INVALID KEY
                        DISPLAY 'TERMO JA CADASTRADO! '
                    NOT INVALID KEY
                        DISPLAY 'TERMO DE COMPROMISSO ' WS-NR-TERMO
                                ' CADASTRADO PARA ' WS-NM-ALUNO
                        MOVE 'ESTAGIO'     TO WL-OPERACAO
                        MOVE WS-NR-TERMO   TO WL-CHAVE
                        MOVE SPACES        TO WL-VALOR-ANTIGO
                        MOVE SPACES        TO WL-VALOR-NOVO
                        STRING WS-ID-ALUNO ' ' WS-NM-EMPRESA
                               DELIMITED BY SIZE INTO WL-VALOR-NOVO
                        CALL 'AUDITLOG' USING WL-AUDITORIA
                END-WRITE
            ELSE
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ESTAGIOS. '
                DISPLAY 'FILE STATUS: ' WS-FS-EST
            END-IF
            CLOSE ESTAGIOS
            .
       P310-FIM.
      * FOLHA MENSAL: O LIMITE DO MES E A CARGA SEMANAL DO TERMO
      * PROPORCIONAL AOS DIAS DA COMPETENCIA DENTRO DA VIGENCIA
       P320-FOLHA-HORAS.
            DISPLAY 'Informe o numero do termo de compromisso: '
            ACCEPT WS-NR-TERMO
            PERFORM P720-LE-TERMO THRU P720-FIM
            IF NOT ACHOU-OK
                GO TO P320-FIM
            END-IF
            DISPLAY 'Informe a competencia (AAAAMM): '
            ACCEPT WS-COMPETENCIA
            IF WS-CMP-MES < 1 OR WS-CMP-MES > 12
                DISPLAY 'COMPETENCIA INVALIDA! '
                GO TO P320-FIM
            END-IF
            MOVE WS-DATA-HOJE-8(1:6) TO WS-COMPETENCIA-HOJE
            IF WS-COMPETENCIA > WS-COMPETENCIA-HOJE
                DISPLAY 'COMPETENCIA FUTURA NAO PODE SER LANCADA! '
                GO TO P320-FIM
            END-IF

            COMPUTE WS-DT-MES-INI = WS-COMPETENCIA * 100 + 1
            IF WS-CMP-MES EQUAL 12
                COMPUTE WS-DT-PROX-MES = (WS-CMP-ANO + 1) * 10000
                                         + 101
            ELSE
                COMPUTE WS-DT-PROX-MES = (WS-COMPETENCIA + 1) * 100
                                         + 1
            END-IF
            COMPUTE WS-DT-MES-FIM = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(WS-DT-PROX-MES) - 1)
            IF WS-DT-MES-INI < WS-DT-INICIO
                MOVE WS-DT-INICIO  TO WS-DT-MES-INI
            END-IF
            IF WS-DT-MES-FIM > WS-DT-FIM-EFETIVO
                MOVE WS-DT-FIM-EFETIVO TO WS-DT-MES-FIM
            END-IF
            IF WS-DT-MES-INI > WS-DT-MES-FIM
                DISPLAY 'COMPETENCIA FORA DA VIGENCIA DO TERMO! '
                GO TO P320-FIM
            END-IF
            COMPUTE WS-DIAS-NO-MES =
                    FUNCTION INTEGER-OF-DATE(WS-DT-MES-FIM) -
                    FUNCTION INTEGER-OF-DATE(WS-DT-MES-INI) + 1
            COMPUTE WS-LIMITE-HORAS =
                    (WS-CH-SEMANAL * WS-DIAS-NO-MES) / 7

            DISPLAY 'Limite do mes pela carga semanal: '
                    WS-LIMITE-HORAS ' horas'
            DISPLAY 'Informe as horas cumpridas no mes: '
            ACCEPT WS-QT-HORAS
            IF WS-QT-HORAS EQUAL ZEROS
                DISPLAY 'QUANTIDADE DE HORAS INVALIDA! '
                GO TO P320-FIM
            END-IF
            IF WS-QT-HORAS > WS-LIMITE-HORAS
                DISPLAY 'FOLHA RECUSADA: ' WS-QT-HORAS
                        ' HORAS EXCEDEM O LIMITE DE ' WS-LIMITE-HORAS
                        ' DO TERMO NO MES.'
                GO TO P320-FIM
            END-IF

            SET FS-EHR-OK         TO TRUE
            OPEN I-O ESTHORAS
            IF WS-FS-EHR EQUAL 35 THEN
                OPEN OUTPUT ESTHORAS
                CLOSE ESTHORAS
                OPEN I-O ESTHORAS
            END-IF
            IF NOT FS-EHR-OK
                DISPLAY 'ERRO AO ABRIR A FOLHA DE HORAS. '
                DISPLAY 'FILE STATUS: ' WS-FS-EHR
                CLOSE ESTHORAS
                GO TO P320-FIM
            END-IF
            SET HORAS-NOVA        TO TRUE
            MOVE ZEROS            TO WS-QT-HORAS-ANT
            MOVE WS-NR-TERMO      TO NR-TERMO-EHR
            MOVE WS-COMPETENCIA   TO CP-COMPETENCIA-EHR
            READ ESTHORAS
                NOT INVALID KEY
                    SET HORAS-NOVA TO FALSE
                    MOVE QT-HORAS-EHR TO WS-QT-HORAS-ANT
            END-READ
            IF NOT HORAS-NOVA
                DISPLAY 'JA HA FOLHA LANCADA NA COMPETENCIA ('
                        WS-QT-HORAS-ANT ' HORAS). SUBSTITUIR (S/N)? '
                ACCEPT WS-CONFIRM
                IF WS-CONFIRM NOT EQUAL 'S' AND 's'
                    DISPLAY 'Folha nao alterada.'
                    CLOSE ESTHORAS
                    GO TO P320-FIM
                END-IF
            END-IF
            MOVE WS-NR-TERMO      TO NR-TERMO-EHR
            MOVE WS-COMPETENCIA   TO CP-COMPETENCIA-EHR
            MOVE WS-QT-HORAS      TO QT-HORAS-EHR
            MOVE WS-DATA-HOJE-8   TO DT-LANCTO-EHR
            IF HORAS-NOVA
                WRITE REG-ESTAGIO-HORAS
                MOVE 'EST-HORAS'  TO WL-OPERACAO
            ELSE
                REWRITE REG-ESTAGIO-HORAS
                MOVE 'EST-HR-ALT' TO WL-OPERACAO
            END-IF
            IF FS-EHR-OK
                DISPLAY 'Folha de horas gravada!'
                MOVE WS-NR-TERMO  TO WL-CHAVE
                MOVE SPACES       TO WL-VALOR-ANTIGO
                                     WL-VALOR-NOVO
                IF NOT HORAS-NOVA
                    STRING WS-COMPETENCIA ' ' WS-QT-HORAS-ANT
                           DELIMITED BY SIZE INTO WL-VALOR-ANTIGO
                END-IF
                STRING WS-COMPETENCIA ' ' WS-QT-HORAS
                       DELIMITED BY SIZE INTO WL-VALOR-NOVO
                CALL 'AUDITLOG' USING WL-AUDITORIA
            ELSE
                DISPLAY 'ERRO AO GRAVAR A FOLHA DE HORAS. '
                DISPLAY 'FILE STATUS: ' WS-FS-EHR
            END-IF
            CLOSE ESTHORAS
            .
       P320-FIM.
       P330-AVALIACAO.
            DISPLAY 'Informe o numero do termo de compromisso: '
            ACCEPT WS-NR-TERMO
            PERFORM P720-LE-TERMO THRU P720-FIM
            IF NOT ACHOU-OK
                GO TO P330-FIM
            END-IF
            DISPLAY 'Avaliador (E=Supervisor da empresa, '
                    'O=Orientador da escola): '
            ACCEPT WS-TP-AVALIADOR
            EVALUATE WS-TP-AVALIADOR
                WHEN 'e'
                    MOVE 'E'      TO WS-TP-AVALIADOR
                WHEN 'o'
                    MOVE 'O'      TO WS-TP-AVALIADOR
            END-EVALUATE
            IF WS-TP-AVALIADOR NOT EQUAL 'E' AND 'O'
                DISPLAY 'AVALIADOR INVALIDO! '
                GO TO P330-FIM
            END-IF
            DISPLAY 'Informe a nota (0 a 10): '
            ACCEPT WS-NOTA
            IF WS-NOTA > 10
                DISPLAY 'NOTA INVALIDA! '
                GO TO P330-FIM
            END-IF
            DISPLAY 'Informe o parecer: '
            ACCEPT WS-PARECER
            IF WS-PARECER EQUAL SPACES
                DISPLAY 'PARECER E OBRIGATORIO! '
                GO TO P330-FIM
            END-IF

            SET FS-EAV-OK         TO TRUE
            OPEN I-O ESTAVAL
            IF WS-FS-EAV EQUAL 35 THEN
                OPEN OUTPUT ESTAVAL
                CLOSE ESTAVAL
                OPEN I-O ESTAVAL
            END-IF
            IF NOT FS-EAV-OK
                DISPLAY 'ERRO AO ABRIR AS AVALIACOES DE ESTAGIO. '
                DISPLAY 'FILE STATUS: ' WS-FS-EAV
                CLOSE ESTAVAL
                GO TO P330-FIM
            END-IF
      * PROXIMO NUMERO DE AVALIACAO DO AVALIADOR NESTE TERMO
            MOVE ZEROS            TO WS-NR-AVALIACAO
            SET EOF-OK            TO FALSE
            MOVE WS-NR-TERMO      TO NR-TERMO-EAV
            MOVE WS-TP-AVALIADOR  TO TP-AVALIADOR-EAV
            MOVE ZEROS            TO NR-AVALIACAO-EAV
            START ESTAVAL KEY IS NOT LESS THAN CHAVE-ESTAGIO-AVAL
                INVALID KEY
                    SET EOF-OK    TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ ESTAVAL NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF NR-TERMO-EAV NOT EQUAL WS-NR-TERMO OR
                           TP-AVALIADOR-EAV NOT EQUAL WS-TP-AVALIADOR
                            SET EOF-OK TO TRUE
                        ELSE
                            MOVE NR-AVALIACAO-EAV TO WS-NR-AVALIACAO
                        END-IF
                END-READ
            END-PERFORM
            ADD 1                 TO WS-NR-AVALIACAO
            MOVE WS-NR-TERMO      TO NR-TERMO-EAV
            MOVE WS-TP-AVALIADOR  TO TP-AVALIADOR-EAV
            MOVE WS-NR-AVALIACAO  TO NR-AVALIACAO-EAV
            MOVE WS-DATA-HOJE-8   TO DT-AVALIACAO-EAV
            MOVE WS-NOTA          TO NOTA-EAV
            MOVE WS-PARECER       TO PARECER-EAV
            WRITE REG-ESTAGIO-AVAL
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR A AVALIACAO. '
                    DISPLAY 'FILE STATUS: ' WS-FS-EAV
                NOT INVALID KEY
                    DISPLAY 'Avaliacao ' WS-NR-AVALIACAO
                            ' registrada!'
                    MOVE 'EST-AVAL'   TO WL-OPERACAO
                    MOVE WS-NR-TERMO  TO WL-CHAVE
                    MOVE SPACES       TO WL-VALOR-ANTIGO
                                         WL-VALOR-NOVO
                    STRING WS-TP-AVALIADOR ' ' WS-NR-AVALIACAO
                           ' NOTA ' WS-NOTA
                           DELIMITED BY SIZE INTO WL-VALOR-NOVO
                    CALL 'AUDITLOG' USING WL-AUDITORIA
            END-WRITE
            CLOSE ESTAVAL
            PERFORM P730-MOSTRA-PENDENCIA THRU P730-FIM
            .
       P330-FIM.
      * ENCERRAMENTO (CONCLUSAO) OU RESCISAO ANTECIPADA; A PARTIR DAI
      * CADA AVALIADOR DEVE A AVALIACAO FINAL DO PERIODO
       P340-ENCERRA-TERMO.
            DISPLAY 'Informe o numero do termo de compromisso: '
            ACCEPT WS-NR-TERMO
            PERFORM P720-LE-TERMO THRU P720-FIM
            IF NOT ACHOU-OK
                GO TO P340-FIM
            END-IF
            IF NOT ATUAL-VIGENTE
                DISPLAY 'TERMO JA ENCERRADO OU RESCINDIDO! '
                GO TO P340-FIM
            END-IF
            DISPLAY 'E=Encerrar (concluido)  R=Rescindir: '
            ACCEPT WS-ST-NOVO
            EVALUATE WS-ST-NOVO
                WHEN 'e'
                    MOVE 'E'      TO WS-ST-NOVO
                WHEN 'r'
                    MOVE 'R'      TO WS-ST-NOVO
            END-EVALUATE
            IF WS-ST-NOVO NOT EQUAL 'E' AND 'R'
                DISPLAY 'OPCAO INVALIDA! '
                GO TO P340-FIM
            END-IF
            DISPLAY 'Informe a data do encerramento (AAAAMMDD, '
                    'ZEROS = HOJE): '
            ACCEPT WS-DT-ENCERRAMENTO
            IF WS-DT-ENCERRAMENTO EQUAL ZEROS
                MOVE WS-DATA-HOJE-8 TO WS-DT-ENCERRAMENTO
            END-IF
            IF FUNCTION TEST-DATE-YYYYMMDD(WS-DT-ENCERRAMENTO)
               NOT EQUAL 0
                DISPLAY 'DATA INVALIDA! '
                GO TO P340-FIM
            END-IF
            IF WS-DT-ENCERRAMENTO < WS-DT-INICIO OR
               WS-DT-ENCERRAMENTO > WS-DT-FIM
                DISPLAY 'DATA FORA DA VIGENCIA DO TERMO ('
                        WS-DT-INICIO ' A ' WS-DT-FIM ')! '
                GO TO P340-FIM
            END-IF

            SET FS-EST-OK         TO TRUE
            OPEN I-O ESTAGIOS
            IF FS-EST-OK
                MOVE WS-NR-TERMO  TO NR-TERMO-EST
                READ ESTAGIOS
                    INVALID KEY
                        DISPLAY 'TERMO NAO ENCONTRADO! '
                    NOT INVALID KEY
                        MOVE WS-ST-NOVO         TO ST-ESTAGIO
                        MOVE WS-DT-ENCERRAMENTO TO DT-ENCERRAMENTO-EST
                        REWRITE REG-ESTAGIO
                        IF FS-EST-OK
                            IF EST-ENCERRADO
                                DISPLAY 'Termo encerrado!'
                                MOVE 'EST-ENCERR' TO WL-OPERACAO
                            ELSE
                                DISPLAY 'Termo rescindido!'
                                MOVE 'EST-RESCIS' TO WL-OPERACAO
                            END-IF
                            MOVE WS-NR-TERMO  TO WL-CHAVE
                            MOVE 'V'          TO WL-VALOR-ANTIGO
                            MOVE SPACES       TO WL-VALOR-NOVO
                            STRING WS-ST-NOVO ' ' WS-DT-ENCERRAMENTO
                                   DELIMITED BY SIZE INTO WL-VALOR-NOVO
                            CALL 'AUDITLOG' USING WL-AUDITORIA
                        ELSE
                            DISPLAY 'ERRO AO REGRAVAR O TERMO. '
                            DISPLAY 'FILE STATUS: ' WS-FS-EST
                        END-IF
                END-READ
            ELSE
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ESTAGIOS. '
                DISPLAY 'FILE STATUS: ' WS-FS-EST
            END-IF
            CLOSE ESTAGIOS
            PERFORM P730-MOSTRA-PENDENCIA THRU P730-FIM
            .
       P340-FIM.
       P350-CONSULTA-ALUNO.
            DISPLAY 'Informe o ID do aluno: '
            ACCEPT WS-ID-ALUNO
            PERFORM P700-LE-ALUNO THRU P700-FIM
            IF WS-ID-ALUNO EQUAL ZEROS
                GO TO P350-FIM
            END-IF
            MOVE ZEROS            TO WS-QTD-TERMOS
            SET FS-EST-OK         TO TRUE
            OPEN INPUT ESTAGIOS
            IF FS-EST-OK
                SET EOF-OK        TO FALSE
                MOVE WS-ID-ALUNO  TO ID-ALUNO-EST
                START ESTAGIOS KEY IS NOT LESS THAN ID-ALUNO-EST
                    INVALID KEY
                        SET EOF-OK TO TRUE
                END-START
                PERFORM UNTIL EOF-OK
                    READ ESTAGIOS NEXT
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            IF ID-ALUNO-EST NOT EQUAL WS-ID-ALUNO
                                SET EOF-OK TO TRUE
                            ELSE
                                PERFORM P740-GUARDA-TERMO THRU P740-FIM
                            END-IF
                    END-READ
                END-PERFORM
            END-IF
            CLOSE ESTAGIOS

            DISPLAY '--- ESTAGIOS DE ' WS-NM-ALUNO ' ---'
            IF WS-QTD-TERMOS EQUAL ZEROS
                DISPLAY 'NENHUM TERMO DE COMPROMISSO CADASTRADO.'
            END-IF
            PERFORM VARYING WS-IND-TRM FROM 1 BY 1
                    UNTIL WS-IND-TRM > WS-QTD-TERMOS
                PERFORM P750-EDITA-STATUS THRU P750-FIM
                MOVE 'T'                     TO WL-EST-OPERACAO
                MOVE WS-TRM-NR(WS-IND-TRM)   TO WL-EST-NR-TERMO
                CALL 'CHKESTAG' USING WL-PARAMETROS-EST
                DISPLAY 'TERMO ' WS-TRM-NR(WS-IND-TRM) ' - '
                        WS-TRM-EMPRESA(WS-IND-TRM) ' ' WS-ST-TERMO-ED
                DISPLAY '   VIGENCIA ' WS-TRM-DT-INICIO(WS-IND-TRM)
                        ' A ' WS-TRM-DT-FIM(WS-IND-TRM)
                        '  ' WS-TRM-CH-SEMANAL(WS-IND-TRM) 'H/SEMANA'
                        '  HORAS LANCADAS: ' WL-EST-CH-CUMPRIDA
                DISPLAY '   AVALIACOES PENDENTES: EMPRESA '
                        WL-EST-QT-PEND-EMPRESA ' ORIENTADOR '
                        WL-EST-QT-PEND-ORIENTADOR
            END-PERFORM

            MOVE 'A'              TO WL-EST-OPERACAO
            MOVE WS-ID-ALUNO      TO WL-EST-ID-ALUNO
            CALL 'CHKESTAG' USING WL-PARAMETROS-EST
            DISPLAY 'CARGA DE ESTAGIO EXIGIDA PELO CURSO: '
                    WL-EST-CH-EXIGIDA
            DISPLAY 'HORAS DE ESTAGIO CUMPRIDAS         : '
                    WL-EST-CH-CUMPRIDA
            IF WL-ESTAGIO-OK
                DISPLAY 'SITUACAO DO ESTAGIO: CUMPRIDO'
            ELSE
                DISPLAY 'SITUACAO DO ESTAGIO: PENDENTE'
            END-IF
            .
       P350-FIM.
      * ALERTAS: TERMOS VIGENTES QUE VENCEM DENTRO DA ANTECEDENCIA
      * CONFIGURADA (OU JA VENCIDOS SEM ENCERRAMENTO) E TERMOS COM
      * AVALIACAO DEVIDA E NAO REGISTRADA
       P360-ALERTAS.
            MOVE ZEROS            TO WS-QTD-TERMOS
                                     WS-QTD-ALERTAS
                                     WS-QTD-VENCENDO
                                     WS-QTD-SEM-AVAL
            SET FS-EST-OK         TO TRUE
            OPEN INPUT ESTAGIOS
            IF NOT FS-EST-OK
                DISPLAY 'NENHUM TERMO DE COMPROMISSO CADASTRADO. '
                CLOSE ESTAGIOS
                GO TO P360-FIM
            END-IF
            SET EOF-OK            TO FALSE
            PERFORM UNTIL EOF-OK
                READ ESTAGIOS NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        PERFORM P740-GUARDA-TERMO THRU P740-FIM
                END-READ
            END-PERFORM
            CLOSE ESTAGIOS

            MOVE 'ALERTAEST'      TO WL-SPL-RELATORIO
            CALL 'SPOOLREG' USING WL-SPOOL
            IF WL-SPOOL-ABERTO
                MOVE WL-SPL-ARQUIVO TO WS-ARQ-ALERTA
            ELSE
                MOVE 'C:\COBOL\Desafio-modulo-3\ALERTA_ESTAGIO.TXT'
                    TO WS-ARQ-ALERTA
            END-IF
            SET FS-OUT-OK         TO TRUE
            OPEN OUTPUT ALERTA-OUT
            IF NOT FS-OUT-OK
                DISPLAY 'ERRO AO GRAVAR O RELATORIO DE ALERTAS. '
                DISPLAY 'FILE STATUS: ' WS-FS-OUT
                GO TO P360-FIM
            END-IF
            MOVE ALL '=' TO WS-LINHA-OUT
            PERFORM P760-GRAVA-LINHA THRU P760-FIM
            STRING 'ALERTAS DE ESTAGIO SUPERVISIONADO - '
                   WS-DATA-HOJE-8
                   '  (AVISO: ' WS-AVISO-DIAS ' DIAS)'
                   DELIMITED BY SIZE INTO WS-LINHA-OUT
            PERFORM P760-GRAVA-LINHA THRU P760-FIM
            MOVE ALL '=' TO WS-LINHA-OUT
            PERFORM P760-GRAVA-LINHA THRU P760-FIM

            PERFORM VARYING WS-IND-TRM FROM 1 BY 1
                    UNTIL WS-IND-TRM > WS-QTD-TERMOS
                PERFORM P370-ALERTA-TERMO THRU P370-FIM
            END-PERFORM

            MOVE ALL '-' TO WS-LINHA-OUT
            PERFORM P760-GRAVA-LINHA THRU P760-FIM
            STRING 'TERMOS ANALISADOS: ' WS-QTD-TERMOS
                   '  A VENCER/VENCIDOS: ' WS-QTD-VENCENDO
                   '  COM AVALIACAO EM FALTA: ' WS-QTD-SEM-AVAL
                   DELIMITED BY SIZE INTO WS-LINHA-OUT
            PERFORM P760-GRAVA-LINHA THRU P760-FIM
            CLOSE ALERTA-OUT
            DISPLAY WS-QTD-ALERTAS ' ALERTA(S) GRAVADO(S) EM '
                    WS-ARQ-ALERTA
            .
       P360-FIM.
       P370-ALERTA-TERMO.
            IF WS-TRM-STATUS(WS-IND-TRM) EQUAL 'V'
                COMPUTE WS-DIAS-PARA-FIM =
                    FUNCTION INTEGER-OF-DATE(WS-TRM-DT-FIM(WS-IND-TRM))
                    - FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE-8)
                IF WS-DIAS-PARA-FIM NOT > WS-AVISO-DIAS
                    ADD 1         TO WS-QTD-VENCENDO
                    ADD 1         TO WS-QTD-ALERTAS
                    MOVE WS-DIAS-PARA-FIM TO WS-DIAS-ED
                    IF WS-DIAS-PARA-FIM < 0
                        STRING 'TERMO ' WS-TRM-NR(WS-IND-TRM)
                               ' ALUNO ' WS-TRM-ID-ALUNO(WS-IND-TRM)
                               ' VENCIDO EM '
                               WS-TRM-DT-FIM(WS-IND-TRM)
                               ' SEM ENCERRAMENTO'
                               DELIMITED BY SIZE INTO WS-LINHA-OUT
                    ELSE
                        STRING 'TERMO ' WS-TRM-NR(WS-IND-TRM)
                               ' ALUNO ' WS-TRM-ID-ALUNO(WS-IND-TRM)
                               ' VENCE EM '
                               WS-TRM-DT-FIM(WS-IND-TRM)
                               ' (' WS-DIAS-ED ' DIAS)'
                               DELIMITED BY SIZE INTO WS-LINHA-OUT
                    END-IF
                    PERFORM P760-GRAVA-LINHA THRU P760-FIM
                    STRING '      EMPRESA: ' WS-TRM-EMPRESA(WS-IND-TRM)
                           DELIMITED BY SIZE INTO WS-LINHA-OUT
                    PERFORM P760-GRAVA-LINHA THRU P760-FIM
                END-IF
            END-IF

            MOVE 'T'                     TO WL-EST-OPERACAO
            MOVE WS-TRM-NR(WS-IND-TRM)   TO WL-EST-NR-TERMO
            CALL 'CHKESTAG' USING WL-PARAMETROS-EST
            IF WL-EST-QT-AVAL-PENDENTES > 0
                ADD 1             TO WS-QTD-SEM-AVAL
                ADD 1             TO WS-QTD-ALERTAS
                STRING 'TERMO ' WS-TRM-NR(WS-IND-TRM)
                       ' ALUNO ' WS-TRM-ID-ALUNO(WS-IND-TRM)
                       ' AVALIACOES EM FALTA: EMPRESA '
                       WL-EST-QT-PEND-EMPRESA
                       ' ORIENTADOR ' WL-EST-QT-PEND-ORIENTADOR
                       DELIMITED BY SIZE INTO WS-LINHA-OUT
                PERFORM P760-GRAVA-LINHA THRU P760-FIM
            END-IF
            .
       P370-FIM.
       P150-PROX-TERMO.
            SET FS-CTRL-OK        TO TRUE
            MOVE 'N'              TO WS-CTRL-NOVO
            OPEN I-O CONTROLE
            IF WS-FS-CTRL EQUAL 35 THEN
                OPEN OUTPUT CONTROLE
                CLOSE CONTROLE
                OPEN I-O CONTROLE
            END-IF
            MOVE 'ESTAGIO'        TO CHAVE-CONTROLE
            READ CONTROLE
                INVALID KEY
                    MOVE 'S'          TO WS-CTRL-NOVO
                    MOVE 1            TO ULTIMO-ID
                NOT INVALID KEY
                    ADD 1             TO ULTIMO-ID
            END-READ
            MOVE 'ESTAGIO'        TO CHAVE-CONTROLE
            IF WS-CTRL-NOVO EQUAL 'S'
                WRITE REG-CONTROLE
            ELSE
                REWRITE REG-CONTROLE
            END-IF
            IF NOT FS-CTRL-OK
                DISPLAY 'ERRO AO ATUALIZAR O CONTROLE DE ESTAGIOS. '
                DISPLAY 'FILE STATUS: ' WS-FS-CTRL
            END-IF
            MOVE ULTIMO-ID        TO WS-NR-TERMO
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
       P710-LE-PROFESSOR.
            SET FS-PRF-OK         TO TRUE
            OPEN INPUT PROFESSORES
            IF FS-PRF-OK
                MOVE WS-ID-PROFESSOR TO ID-PROFESSOR
                READ PROFESSORES
                    INVALID KEY
                        DISPLAY 'PROFESSOR NAO EXISTE! '
                        MOVE ZEROS TO WS-ID-PROFESSOR
                    NOT INVALID KEY
                        IF PROF-ATIVO
                            MOVE NM-PROFESSOR TO WS-NM-PROFESSOR
                            DISPLAY 'Orientador: ' NM-PROFESSOR
                        ELSE
                            DISPLAY 'PROFESSOR INATIVO NAO PODE '
                                    'ORIENTAR ESTAGIO! '
                            MOVE ZEROS TO WS-ID-PROFESSOR
                        END-IF
                END-READ
            ELSE
                DISPLAY 'ERRO AO ABRIR O CADASTRO DE PROFESSORES. '
                DISPLAY 'FILE STATUS: ' WS-FS-PRF
                MOVE ZEROS        TO WS-ID-PROFESSOR
            END-IF
            CLOSE PROFESSORES
            .
       P710-FIM.
      * LE O TERMO E DEIXA EM WS-DT-FIM-EFETIVO A DATA EM QUE A
      * VIGENCIA DE FATO TERMINA (ENCERRAMENTO OU TERMINO PREVISTO)
       P720-LE-TERMO.
            SET ACHOU-OK          TO FALSE
            SET FS-EST-OK         TO TRUE
            OPEN INPUT ESTAGIOS
            IF FS-EST-OK
                MOVE WS-NR-TERMO  TO NR-TERMO-EST
                READ ESTAGIOS
                    INVALID KEY
                        DISPLAY 'TERMO DE COMPROMISSO NAO EXISTE! '
                    NOT INVALID KEY
                        SET ACHOU-OK TO TRUE
                        DISPLAY 'Aluno ' ID-ALUNO-EST ' - '
                                NM-EMPRESA-EST
                        DISPLAY 'Vigencia ' DT-INICIO-EST ' a '
                                DT-FIM-EST '  ' CH-SEMANAL-EST
                                'h/semana  Situacao ' ST-ESTAGIO
                        MOVE DT-INICIO-EST  TO WS-DT-INICIO
                        MOVE DT-FIM-EST     TO WS-DT-FIM
                        MOVE CH-SEMANAL-EST TO WS-CH-SEMANAL
                        MOVE ST-ESTAGIO     TO WS-ST-ATUAL
                        MOVE DT-FIM-EST TO WS-DT-FIM-EFETIVO
                        IF DT-ENCERRAMENTO-EST NOT EQUAL ZEROS
                            MOVE DT-ENCERRAMENTO-EST
                                TO WS-DT-FIM-EFETIVO
                        END-IF
                END-READ
            ELSE
                DISPLAY 'NENHUM TERMO DE COMPROMISSO CADASTRADO. '
            END-IF
            CLOSE ESTAGIOS
            .
       P720-FIM.
       P730-MOSTRA-PENDENCIA.
            MOVE 'T'              TO WL-EST-OPERACAO
            MOVE WS-NR-TERMO      TO WL-EST-NR-TERMO
            CALL 'CHKESTAG' USING WL-PARAMETROS-EST
            IF WL-EST-QT-AVAL-PENDENTES > 0
                DISPLAY 'AVALIACOES AINDA EM FALTA NO TERMO: EMPRESA '
                        WL-EST-QT-PEND-EMPRESA ' ORIENTADOR '
                        WL-EST-QT-PEND-ORIENTADOR
            ELSE
                DISPLAY 'Avaliacoes do termo em dia.'
            END-IF
            .
       P730-FIM.
       P740-GUARDA-TERMO.
            IF WS-QTD-TERMOS < 500
                ADD 1 TO WS-QTD-TERMOS
                MOVE NR-TERMO-EST   TO WS-TRM-NR(WS-QTD-TERMOS)
                MOVE ID-ALUNO-EST   TO WS-TRM-ID-ALUNO(WS-QTD-TERMOS)
                MOVE NM-EMPRESA-EST TO WS-TRM-EMPRESA(WS-QTD-TERMOS)
                MOVE DT-INICIO-EST  TO WS-TRM-DT-INICIO(WS-QTD-TERMOS)
                MOVE DT-FIM-EST     TO WS-TRM-DT-FIM(WS-QTD-TERMOS)
                MOVE CH-SEMANAL-EST
                    TO WS-TRM-CH-SEMANAL(WS-QTD-TERMOS)
                MOVE ST-ESTAGIO     TO WS-TRM-STATUS(WS-QTD-TERMOS)
            END-IF
            .
       P740-FIM.
       P750-EDITA-STATUS.
            EVALUATE WS-TRM-STATUS(WS-IND-TRM)
                WHEN 'V'
                    MOVE 'VIGENTE'    TO WS-ST-TERMO-ED
                WHEN 'E'
                    MOVE 'ENCERRADO'  TO WS-ST-TERMO-ED
                WHEN 'R'
                    MOVE 'RESCINDIDO' TO WS-ST-TERMO-ED
                WHEN OTHER
                    MOVE SPACES       TO WS-ST-TERMO-ED
            END-EVALUATE
            .
       P750-FIM.
       P760-GRAVA-LINHA.
            MOVE WS-LINHA-OUT     TO REG-ALERTA-OUT
            WRITE REG-ALERTA-OUT
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
            MOVE 'PROFESSORES' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-PROFESSORES TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-PROFESSORES
            MOVE 'D3-ESTAGIOS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-ESTAGIOS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-ESTAGIOS
            MOVE 'D3-ESTHORAS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-ESTHORAS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-ESTHORAS
            MOVE 'D3-ESTAVAL' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-ESTAVAL TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-ESTAVAL
            MOVE 'D3-CONTROLE' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-CONTROLE TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-CONTROLE
      * CARGA SEMANAL MAXIMA DO TERMO E ANTECEDENCIA DO AVISO
            MOVE 'ESTAGIO-MAX-SEMANAL' TO WL-CFG-CHAVE
            MOVE WS-CFG-MAX-SEMANAL TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-CFG-MAX-SEMANAL
            IF WS-CFG-MAX-SEMANAL(1:2) NUMERIC
                COMPUTE WS-CH-MAX-SEMANAL =
                        FUNCTION NUMVAL(WS-CFG-MAX-SEMANAL(1:2))
            END-IF
            MOVE 'ESTAGIO-AVISO-DIAS' TO WL-CFG-CHAVE
            MOVE WS-CFG-AVISO-DIAS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-CFG-AVISO-DIAS
            IF WS-CFG-AVISO-DIAS(1:3) NUMERIC
                COMPUTE WS-AVISO-DIAS =
                        FUNCTION NUMVAL(WS-CFG-AVISO-DIAS(1:3))
            END-IF
            .
       P050-FIM.
       END PROGRAM SISESTAG.

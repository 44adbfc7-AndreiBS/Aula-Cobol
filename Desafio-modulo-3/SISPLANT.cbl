      ******************************************************************
      * Author: ANDREI BATISTA
      * Date: 15/10/2026
      * Purpose: PLANTAO PEDAGOGICO (REUNIAO DE PAIS) - PARA O DIA
      *          'R' DO CALENDARIO ACADEMICO GERA OS HORARIOS LIVRES
      *          DE CADA PROFESSOR ATIVO COM MATERIA (PROFMAT.DAT), A
      *          CADA PLANT-MINUTOS MINUTOS DENTRO DO HORARIO DO
      *          EVENTO (PLANTAO.DAT). OS CONVITES (PLANCONV.DAT) VAO
      *          PARA OS ALUNOS ATIVOS COM PROFESSOR; A FAMILIA DO
      *          ALUNO EM RISCO (MEDIA PARCIAL PONDERADA ABAIXO DA
      *          NT-APROVACAO, COMO NO SISRISCO) PODE AGENDAR NO MESMO
      *          DIA, AS DEMAIS PLANT-DIAS-PRIOR DIAS DEPOIS. O
      *          RESPONSAVEL (RESPONSA.DAT) SO AGENDA COM PROFESSOR DE
      *          MATERIA EM QUE O FILHO ESTA MATRICULADO, UMA VEZ POR
      *          PROFESSOR E ALUNO, E NUNCA EM DOIS PROFESSORES NO
      *          MESMO HORARIO (NEM ENTRE IRMAOS). CONVITE, CONFIRMACAO
      *          E LEMBRETE SAEM PELO SISMSGQ; A AGENDA IMPRESSA DO
      *          PROFESSOR (SPOOL 'PLANTAGE') TRAZ A MEDIA PARCIAL E AS
      *          FALTAS DO ALUNO EM CADA MATERIA DELE NO TERMO, E O
      *          COMPARECIMENTO E REGISTRADO NO PROPRIO DIA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISPLANT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
               SELECT PLANTAO ASSIGN TO WS-ARQ-CFG-D3-PLANTAO
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-PLANTAO
               FILE STATUS IS WS-FS-PLT.

               SELECT CONVITES ASSIGN TO WS-ARQ-CFG-D3-PLANCONV
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-CONVITE-PLANTAO
               FILE STATUS IS WS-FS-CNV.

               SELECT CALENDARIO ASSIGN TO WS-ARQ-CFG-CALENDARIO
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-CALENDARIO
               FILE STATUS IS WS-FS-CAL.

               SELECT PROFESSORES ASSIGN TO WS-ARQ-CFG-PROFESSORES
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS ID-PROFESSOR
               FILE STATUS IS WS-FS-PRF.

               SELECT PROFMAT ASSIGN TO WS-ARQ-CFG-PROFMAT
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-PROF-MATERIA
               FILE STATUS IS WS-FS-PM.

               SELECT ALUNOS ASSIGN TO WS-ARQ-CFG-D3-REGISTRO
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS ID-ALUNO
               ALTERNATE RECORD KEY IS NM-ALUNO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS.

               SELECT MATRICULAS ASSIGN TO WS-ARQ-CFG-D3-MATRICULAS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-MATRICULA
               FILE STATUS IS WS-FS-MAT.

               SELECT MATERIAS ASSIGN TO WS-ARQ-CFG-D3-MATERIAS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS ID-MATERIA
               FILE STATUS IS WS-FS-MTR.

               SELECT RESPONSAVEIS ASSIGN TO WS-ARQ-CFG-RESPONSA
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-RESPONSAVEL
               FILE STATUS IS WS-FS-RSP.

               SELECT CONTATOS ASSIGN TO WS-ARQ-CFG-CONTATOS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CTT.

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

               SELECT SESSAO ASSIGN TO WS-ARQ-CFG-SESSAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SES.

               SELECT RELATORIO ASSIGN TO WS-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD PLANTAO.
          COPY FD_PLANT.
       FD CONVITES.
          COPY FD_PLCNV.
       FD CALENDARIO.
          COPY FD_CALEN.
       FD PROFESSORES.
          COPY FD_PROF.
       FD PROFMAT.
          COPY FD_PRMAT.
       FD ALUNOS.
          COPY FD_REGIS.
       FD MATRICULAS.
          COPY FD_MATRI.
       FD MATERIAS.
          COPY FD_MATER.
       FD RESPONSAVEIS.
          COPY FD_RESPO.
       FD CONTATOS.
          COPY FD_CONTT.
       FD LANCAMENTOS.
          COPY FD_LANCN.
       FD FREQUENCIA.
          COPY FD_FREQU.
       FD SESSAO.
       01 REG-SESSAO.
          03 SES-CD-OPERADOR               PIC X(06).
          03 SES-NM-OPERADOR               PIC X(20).
          03 SES-PERFIL                    PIC X(01).
       FD RELATORIO.
       01 REG-RELATORIO                    PIC X(100).

       WORKING-STORAGE SECTION.
       77 WS-FS                            PIC 99.
          88 FS-OK                         VALUE 0.
       77 WS-FS-PLT                        PIC 99.
          88 FS-PLT-OK                     VALUE 0.
       77 WS-FS-CNV                        PIC 99.
          88 FS-CNV-OK                     VALUE 0.
       77 WS-FS-CAL                        PIC 99.
          88 FS-CAL-OK                     VALUE 0.
       77 WS-FS-PRF                        PIC 99.
          88 FS-PRF-OK                     VALUE 0.
       77 WS-FS-PM                         PIC 99.
          88 FS-PM-OK                      VALUE 0.
       77 WS-FS-MAT                        PIC 99.
          88 FS-MAT-OK                     VALUE 0.
       77 WS-FS-MTR                        PIC 99.
          88 FS-MTR-OK                     VALUE 0.
       77 WS-FS-RSP                        PIC 99.
          88 FS-RSP-OK                     VALUE 0.
       77 WS-FS-CTT                        PIC 99.
          88 FS-CTT-OK                     VALUE 0.
       77 WS-FS-LAN                        PIC 99.
          88 FS-LAN-OK                     VALUE 0.
       77 WS-FS-FRQ                        PIC 99.
          88 FS-FRQ-OK                     VALUE 0.
       77 WS-FS-SES                        PIC 99.
          88 FS-SES-OK                     VALUE 0.
       77 WS-FS-REL                        PIC 99.
          88 FS-REL-OK                     VALUE 0.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE 'S' FALSE 'N'.
       77 WS-EOF-PLT                       PIC X.
          88 EOF-PLT-OK                    VALUE 'S' FALSE 'N'.
       77 WS-EOF-CNV                       PIC X.
          88 EOF-CNV-OK                    VALUE 'S' FALSE 'N'.
       77 WS-EOF-CAL                       PIC X.
          88 EOF-CAL-OK                    VALUE 'S' FALSE 'N'.
       77 WS-EOF-PM                        PIC X.
          88 EOF-PM-OK                     VALUE 'S' FALSE 'N'.
       77 WS-EOF-MAT                       PIC X.
          88 EOF-MAT-OK                    VALUE 'S' FALSE 'N'.
       77 WS-EOF-RSP                       PIC X.
          88 EOF-RSP-OK                    VALUE 'S' FALSE 'N'.
       77 WS-EOF-LAN                       PIC X.
          88 EOF-LAN-OK                    VALUE 'S' FALSE 'N'.
       77 WS-EOF-FRQ                       PIC X.
          88 EOF-FRQ-OK                    VALUE 'S' FALSE 'N'.
       77 WS-ACHOU                         PIC X VALUE 'N'.
          88 ACHOU-OK                      VALUE 'S' FALSE 'N'.
       77 WS-CONFLITO                      PIC X VALUE 'N'.
          88 CONFLITO-OK                   VALUE 'S' FALSE 'N'.
       77 WS-TAB-CHEIA                     PIC X VALUE 'N'.
          88 TAB-CHEIA                     VALUE 'S' FALSE 'N'.
       77 WS-OPCAO                         PIC X.
       77 WS-CONFIRM                       PIC X VALUE SPACES.
       77 WS-PRESENCA                      PIC X VALUE SPACES.
       77 WS-DATA-HOJE-8                   PIC 9(08).
       77 WS-OPERADOR                      PIC X(06) VALUE SPACES.
      * DIA DE PLANTAO ESCOLHIDO (EVENTO 'R' DO CALENDARIO) E INICIO
      * DO TERMO DELE (EVENTO 'T'), BASE DAS FALTAS DA AGENDA
       77 WS-DT-PLANTAO                    PIC 9(08).
       77 WS-CD-TERMO                      PIC X(06).
       77 WS-HR-INICIO                     PIC 9(04).
       77 WS-HR-FIM                        PIC 9(04).
       77 WS-DT-INI-TERMO                  PIC 9(08).
       77 WS-DT-FIM-FALTAS                 PIC 9(08).
       77 WS-ID-PROFESSOR                  PIC 9(03).
       77 WS-ID-PROFESSOR-ANT              PIC 9(03).
       77 WS-NM-PROFESSOR                  PIC X(20).
       77 WS-ID-CONTATO                    PIC 9(05).
       77 WS-NM-CONTATO                    PIC X(20).
       77 WS-ID-ALUNO                      PIC 9(06).
       77 WS-NM-ALUNO                      PIC X(20).
       77 WS-TURMA                         PIC X(10).
       77 WS-ID-MATERIA                    PIC 9(03).
       77 WS-DT-LIBERACAO                  PIC 9(08).
       77 WS-DIAS-AUX                      PIC 9(08).
       77 WS-IND                           PIC 9(04).
       77 WS-IND2                          PIC 9(04).
      * HORARIOS HHMM E A MESMA HORA EM MINUTOS DESDE A MEIA-NOITE
       01 WS-HR-SLOT                       PIC 9(04).
       01 WS-HR-SLOT-R REDEFINES WS-HR-SLOT.
          03 WS-HR-SLOT-HH                 PIC 9(02).
          03 WS-HR-SLOT-MM                 PIC 9(02).
       77 WS-MIN-ATUAL                     PIC 9(04).
       77 WS-MIN-FIM                       PIC 9(04).
      * PARAMETROS DO PLANTAO (CONFIGSYS)
       77 WS-CFG-PLANT-MINUTOS             PIC X(60) VALUE '15'.
       77 WS-PLANT-MINUTOS                 PIC 9(02) VALUE 15.
       77 WS-CFG-DIAS-PRIORIDADE           PIC X(60) VALUE '03'.
       77 WS-DIAS-PRIORIDADE               PIC 9(02) VALUE 3.
      * TOTAIS DAS ROTINAS
       77 WS-QTD-CRIADOS                   PIC 9(05) VALUE ZEROS.
       77 WS-QTD-EXISTENTES                PIC 9(05) VALUE ZEROS.
       77 WS-QTD-PROFS                     PIC 9(03) VALUE ZEROS.
       77 WS-QTD-RISCO                     PIC 9(05) VALUE ZEROS.
       77 WS-QTD-NORMAIS                   PIC 9(05) VALUE ZEROS.
       77 WS-QTD-LIVRES                    PIC 9(03) VALUE ZEROS.
       77 WS-QTD-AGENDADOS                 PIC 9(05) VALUE ZEROS.
       77 WS-QTD-COMPARECEU                PIC 9(05) VALUE ZEROS.
       77 WS-QTD-FALTOU                    PIC 9(05) VALUE ZEROS.
       77 WS-QTD-BLOQUEADOS                PIC 9(05) VALUE ZEROS.
       77 WS-QTD-LINHAS                    PIC 9(05) VALUE ZEROS.
       77 WS-TOT-AGENDADOS                 PIC 9(05) VALUE ZEROS.
       77 WS-TOT-COMPARECEU                PIC 9(05) VALUE ZEROS.
       77 WS-TOT-FALTOU                    PIC 9(05) VALUE ZEROS.
       77 WS-QTD-RISCO-AGD                 PIC 9(05) VALUE ZEROS.
       77 WS-QTD-NORMAIS-AGD               PIC 9(05) VALUE ZEROS.
      * DESEMPENHO DO ALUNO: MEDIA PARCIAL PONDERADA PELO PLANO DE
      * AVALIACAO (CALCMEDP, SEM A RECUPERACAO) E FALTAS NO TERMO
       77 WS-QT-MAT-RISCO                  PIC 9(02).
       77 WS-MEDIA-PARCIAL                 PIC 9(02)V99.
       77 WS-SOMA-NOTAS                    PIC 9(05)V99.
       77 WS-SOMA-PESOS                    PIC 9(04).
       77 WS-QTD-FALTAS                    PIC 9(04).
       77 WS-PC-FALTAS                     PIC 9(03).
       77 WS-MEDIA-EDIT                    PIC Z9,99.
       77 WS-MEDIA-EDIT-2                  PIC Z9,99.
       77 WS-QT-EDIT                       PIC ZZZZ9.
       77 WS-QT-EDIT-2                     PIC ZZZZ9.
       77 WS-QT-EDIT-3                     PIC ZZZZ9.
       77 WS-QT-EDIT-4                     PIC ZZZZ9.
       77 WS-PC-EDIT                       PIC ZZ9.
      * MATERIAS: NOME E NOTA DE APROVACAO
       01 WS-TABELA-MATERIAS.
          03 WS-TAB-MAT OCCURS 999 TIMES.
             05 WS-MAT-EXISTE              PIC X(01).
             05 WS-MAT-NM-MATERIA          PIC X(20).
             05 WS-MAT-NT-APROVACAO        PIC 9(02)V99.
      * VINCULOS PROFESSOR X MATERIA (PROFMAT.DAT)
       77 WS-QTD-PM                        PIC 9(03) VALUE ZEROS.
       01 WS-TABELA-PROFMAT.
          03 WS-TAB-PM OCCURS 500 TIMES.
             05 WS-PM-ID-PROFESSOR         PIC 9(03).
             05 WS-PM-ID-MATERIA           PIC 9(03).
      * MEDIA PARCIAL POR MATERIA DO ALUNO (CONVITES)
       77 WS-QTD-NAL                       PIC 9(02) VALUE ZEROS.
       01 WS-TABELA-NOTAS.
          03 WS-TAB-NAL OCCURS 50 TIMES.
             05 WS-NAL-ID-MATERIA          PIC 9(03).
             05 WS-NAL-SOMA                PIC 9(05)V99.
             05 WS-NAL-PESOS               PIC 9(04).
      * FILHOS ATIVOS DO RESPONSAVEL
       77 WS-QTD-FIL                       PIC 9(02) VALUE ZEROS.
       01 WS-TABELA-FILHOS.
          03 WS-TAB-FIL OCCURS 20 TIMES.
             05 WS-FIL-ID-ALUNO            PIC 9(06).
      * PROFESSORES DO ALUNO (MATRICULA ATIVA X PROFMAT)
       77 WS-QTD-PA                        PIC 9(02) VALUE ZEROS.
       01 WS-TABELA-PROF-ALUNO.
          03 WS-TAB-PA OCCURS 50 TIMES.
             05 WS-PA-ID-PROFESSOR         PIC 9(03).
             05 WS-PA-ID-MATERIA           PIC 9(03).
      * ALUNOS COM HORARIO AGENDADO NO DIA (RESUMO)
       77 WS-QTD-AGD                       PIC 9(04) VALUE ZEROS.
       01 WS-TABELA-AGENDADOS.
          03 WS-TAB-AGD OCCURS 3000 TIMES.
             05 WS-AGD-ID-ALUNO            PIC 9(06).
       01 WS-DATA-AUX                      PIC 9(08).
       01 WS-DATA-AUX-R REDEFINES WS-DATA-AUX.
          03 WS-DATA-AUX-AAAA              PIC 9(04).
          03 WS-DATA-AUX-MM                PIC 9(02).
          03 WS-DATA-AUX-DD                PIC 9(02).
       01 WS-DATA-EDIT.
          03 WS-DATA-EDIT-DD               PIC 9(02).
          03 FILLER                        PIC X(01) VALUE '/'.
          03 WS-DATA-EDIT-MM               PIC 9(02).
          03 FILLER                        PIC X(01) VALUE '/'.
          03 WS-DATA-EDIT-AAAA             PIC 9(04).
       01 WS-LINHA-REL                     PIC X(100).
       01 WS-DET-AGENDA.
          03 DET-HORARIO                   PIC X(05).
          03 FILLER                        PIC X(02) VALUE SPACES.
          03 DET-ID-ALUNO                  PIC 9(06).
          03 FILLER                        PIC X(01) VALUE SPACE.
          03 DET-NM-ALUNO                  PIC X(20).
          03 FILLER                        PIC X(01) VALUE SPACE.
          03 DET-TURMA                     PIC X(10).
          03 FILLER                        PIC X(01) VALUE SPACE.
          03 DET-NM-CONTATO                PIC X(20).
          03 FILLER                        PIC X(01) VALUE SPACE.
          03 DET-OBSERVACAO                PIC X(10).
       01 WS-DET-DESEMPENHO.
          03 FILLER                        PIC X(09) VALUE SPACES.
          03 DES-NM-MATERIA                PIC X(20).
          03 FILLER                        PIC X(08) VALUE ' MEDIA '.
          03 DES-MEDIA                     PIC X(05).
          03 FILLER                        PIC X(09) VALUE
             ' (APROV. '.
          03 DES-NT-APROVACAO              PIC Z9,99.
          03 FILLER                        PIC X(10) VALUE
             ')  FALTAS '.
          03 DES-FALTAS                    PIC ZZZ9.
          03 FILLER                        PIC X(01) VALUE '/'.
          03 DES-AULAS                     PIC ZZZ9.
          03 FILLER                        PIC X(01) VALUE SPACE.
          03 DES-PC-FALTAS                 PIC ZZ9.
          03 FILLER                        PIC X(01) VALUE '%'.
          COPY MED_AREA.
       01 WL-PARAMETROS-AULAS.
          03 WL-ID-MATERIA                 PIC 9(03).
          03 WL-DT-INICIO                  PIC 9(08).
          03 WL-DT-FIM                     PIC 9(08).
          03 WL-QT-AULAS                   PIC 9(04).
          03 WL-QT-PERDIDAS                PIC 9(04).
          03 WL-QT-REPOSICOES              PIC 9(04).
       01 WL-AUDITORIA.
          03 WL-PROGRAMA                   PIC X(12)
             VALUE 'SISPLANT'.
          03 WL-OPERACAO                   PIC X(10).
          03 WL-CHAVE                      PIC X(10).
          03 WL-VALOR-ANTIGO               PIC X(50).
          03 WL-VALOR-NOVO                 PIC X(50).
       01 WL-SPOOL.
          03 WL-SPL-RELATORIO              PIC X(12).
          03 WL-SPL-ARQUIVO                PIC X(60).
          03 WL-SPL-OK                     PIC X(01).
             88 WL-SPOOL-ABERTO            VALUE 'S'.
             88 WL-SPOOL-FALHOU            VALUE 'N'.

       01 WS-ARQ-RELATORIO                 PIC X(60) VALUE
          'C:\COBOL\PLANTAGE.TXT'.
       01 WS-ARQ-CFG-D3-PLANTAO            PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\PLANTAO.DAT'.
       01 WS-ARQ-CFG-D3-PLANCONV           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\PLANCONV.DAT'.
       01 WS-ARQ-CFG-CALENDARIO            PIC X(60) VALUE
          'C:\COBOL\CALENDARIO.DAT'.
       01 WS-ARQ-CFG-PROFESSORES           PIC X(60) VALUE
          'C:\COBOL\PROFESSORES.DAT'.
       01 WS-ARQ-CFG-PROFMAT               PIC X(60) VALUE
          'C:\COBOL\PROFMAT.DAT'.
       01 WS-ARQ-CFG-D3-REGISTRO           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\REGISTRO.DAT'.
       01 WS-ARQ-CFG-D3-MATRICULAS         PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\MATRICULAS.DAT'.
       01 WS-ARQ-CFG-D3-MATERIAS           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\MATERIAS.DAT'.
       01 WS-ARQ-CFG-RESPONSA              PIC X(60) VALUE
          'C:\COBOL\RESPONSA.DAT'.
       01 WS-ARQ-CFG-CONTATOS              PIC X(60) VALUE
          'C:\COBOL\CONTATOS.DAT'.
       01 WS-ARQ-CFG-D3-LANCNOTA           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\LANCNOTA.DAT'.
       01 WS-ARQ-CFG-D3-FREQUENCIA         PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\FREQUENCIA.DAT'.
       01 WS-ARQ-CFG-SESSAO                PIC X(60) VALUE
          'C:\COBOL\SESSAO.DAT'.
          COPY CFG_AREA.
       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM                   PIC X(50).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            PERFORM P050-CONFIGURA THRU P050-FIM
            PERFORM P300-PROCESSA THRU P300-FIM
                                    UNTIL WS-OPCAO = 'F' OR 'f'
            PERFORM P900-FIM
            .
       P300-PROCESSA.
            MOVE SPACES             TO WS-OPCAO
            DISPLAY '**************************************************'
            DISPLAY '***  PLANTAO PEDAGOGICO - REUNIAO DE PAIS      ***'
            DISPLAY '**************************************************'
            DISPLAY '*** 1 - Gerar horarios dos professores         ***'
            DISPLAY '*** 2 - Bloquear/liberar horario               ***'
            DISPLAY '*** 3 - Gerar convites (risco primeiro)        ***'
            DISPLAY '*** 4 - Agendar horario do responsavel         ***'
            DISPLAY '*** 5 - Cancelar agendamento                   ***'
            DISPLAY '*** 6 - Agenda impressa do professor           ***'
            DISPLAY '*** 7 - Registrar comparecimento               ***'
            DISPLAY '*** 8 - Resumo do plantao                      ***'
            DISPLAY '***          <TECLE F PARA FINALIZAR>          ***'
            DISPLAY '**************************************************'
            ACCEPT WS-OPCAO
            ACCEPT WS-DATA-HOJE-8 FROM DATE YYYYMMDD

            EVALUATE WS-OPCAO
                WHEN '1'
                    PERFORM P310-GERA-HORARIOS THRU P310-FIM
                WHEN '2'
                    PERFORM P320-BLOQUEIA      THRU P320-FIM
                WHEN '3'
                    PERFORM P330-CONVITES      THRU P330-FIM
                WHEN '4'
                    PERFORM P340-AGENDA        THRU P340-FIM
                WHEN '5'
                    PERFORM P350-CANCELA       THRU P350-FIM
                WHEN '6'
                    PERFORM P360-AGENDA-PROF   THRU P360-FIM
                WHEN '7'
                    PERFORM P370-COMPARECIMENTO THRU P370-FIM
                WHEN '8'
                    PERFORM P380-RESUMO        THRU P380-FIM
                WHEN 'F'
                    CONTINUE
                WHEN 'f'
                    CONTINUE
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA! '
            END-EVALUATE
            .
       P300-FIM.
      * DIA DE PLANTAO: EVENTO 'R' DO CALENDARIO NA DATA INFORMADA,
      * COM O TERMO E O HORARIO DE ATENDIMENTO
       P110-PEDE-PLANTAO.
            SET ACHOU-OK          TO FALSE
            DISPLAY 'Data do plantao pedagogico (AAAAMMDD): '
            ACCEPT WS-DT-PLANTAO
            SET EOF-CAL-OK        TO FALSE
            SET FS-CAL-OK         TO TRUE
            OPEN INPUT CALENDARIO
            IF FS-CAL-OK
                PERFORM UNTIL EOF-CAL-OK OR ACHOU-OK
                    READ CALENDARIO NEXT
                        AT END
                            SET EOF-CAL-OK TO TRUE
                        NOT AT END
                            IF EVENTO-PLANTAO AND
                               DT-EVENTO-CAL EQUAL WS-DT-PLANTAO
                                MOVE CD-TERMO-CAL  TO WS-CD-TERMO
                                MOVE HR-INICIO-CAL TO WS-HR-INICIO
                                MOVE HR-FIM-CAL    TO WS-HR-FIM
                                SET ACHOU-OK       TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
            END-IF
            CLOSE CALENDARIO
            IF NOT ACHOU-OK
                DISPLAY 'DATA NAO E DIA DE PLANTAO PEDAGOGICO NO '
                        'CALENDARIO (EVENTO R). '
                GO TO P110-FIM
            END-IF
            MOVE WS-DT-PLANTAO    TO WS-DATA-AUX
            PERFORM P420-EDITA-DATA THRU P420-FIM
            DISPLAY 'PLANTAO DE ' WS-DATA-EDIT ' (TERMO ' WS-CD-TERMO
                    ') DAS ' WS-HR-INICIO ' AS ' WS-HR-FIM
            .
       P110-FIM.
      * INICIO DO TERMO DO PLANTAO (EVENTO 'T'); SEM O EVENTO, AS
      * FALTAS CONTAM DO INICIO DO ANO
       P115-INICIO-TERMO.
            MOVE WS-DT-PLANTAO    TO WS-DATA-AUX
            MOVE 1                TO WS-DATA-AUX-MM WS-DATA-AUX-DD
            MOVE WS-DATA-AUX      TO WS-DT-INI-TERMO
            SET ACHOU-OK          TO FALSE
            SET EOF-CAL-OK        TO FALSE
            SET FS-CAL-OK         TO TRUE
            OPEN INPUT CALENDARIO
            IF FS-CAL-OK
                PERFORM UNTIL EOF-CAL-OK OR ACHOU-OK
                    READ CALENDARIO NEXT
                        AT END
                            SET EOF-CAL-OK TO TRUE
                        NOT AT END
                            IF EVENTO-TERMO AND
                               CD-TERMO-CAL EQUAL WS-CD-TERMO
                                MOVE DT-EVENTO-CAL TO WS-DT-INI-TERMO
                                SET ACHOU-OK       TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
            END-IF
            CLOSE CALENDARIO
            IF WS-DT-PLANTAO < WS-DATA-HOJE-8
                MOVE WS-DT-PLANTAO  TO WS-DT-FIM-FALTAS
            ELSE
                MOVE WS-DATA-HOJE-8 TO WS-DT-FIM-FALTAS
            END-IF
            .
       P115-FIM.
       P120-LE-PROFESSOR.
            SET ACHOU-OK          TO FALSE
            MOVE SPACES           TO WS-NM-PROFESSOR
            SET FS-PRF-OK         TO TRUE
            OPEN INPUT PROFESSORES
            IF FS-PRF-OK
                MOVE WS-ID-PROFESSOR TO ID-PROFESSOR
                READ PROFESSORES
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE NM-PROFESSOR TO WS-NM-PROFESSOR
                        SET ACHOU-OK  TO TRUE
                END-READ
            END-IF
            CLOSE PROFESSORES
            .
       P120-FIM.
      * MATERIAS EM MEMORIA (NOME E NOTA DE APROVACAO)
       P130-CARREGA-MATERIAS.
            INITIALIZE WS-TABELA-MATERIAS
            SET EOF-OK            TO FALSE
            SET FS-MTR-OK         TO TRUE
            OPEN INPUT MATERIAS
            IF FS-MTR-OK
                PERFORM UNTIL EOF-OK
                    READ MATERIAS NEXT
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            IF ID-MATERIA > 0
                                MOVE 'S' TO WS-MAT-EXISTE(ID-MATERIA)
                                MOVE NM-MATERIA
                                    TO WS-MAT-NM-MATERIA(ID-MATERIA)
                                MOVE NT-APROVACAO
                                    TO WS-MAT-NT-APROVACAO(ID-MATERIA)
                            END-IF
                    END-READ
                END-PERFORM
            END-IF
            CLOSE MATERIAS
            .
       P130-FIM.
      * VINCULOS PROFESSOR X MATERIA EM MEMORIA
       P140-CARREGA-PROFMAT.
            MOVE ZEROS            TO WS-QTD-PM
            SET EOF-PM-OK         TO FALSE
            SET FS-PM-OK          TO TRUE
            OPEN INPUT PROFMAT
            IF FS-PM-OK
                PERFORM UNTIL EOF-PM-OK
                    READ PROFMAT NEXT
                        AT END
                            SET EOF-PM-OK TO TRUE
                        NOT AT END
                            IF WS-QTD-PM < 500
                                ADD 1 TO WS-QTD-PM
                                MOVE ID-PROFESSOR-PM
                                    TO WS-PM-ID-PROFESSOR(WS-QTD-PM)
                                MOVE ID-MATERIA-PM
                                    TO WS-PM-ID-MATERIA(WS-QTD-PM)
                            END-IF
                    END-READ
                END-PERFORM
            END-IF
            CLOSE PROFMAT
            .
       P140-FIM.
      ******************************************************************
      * GERACAO DOS HORARIOS - CADA PROFESSOR ATIVO COM MATERIA NO
      * PROFMAT GANHA UM HORARIO LIVRE A CADA PLANT-MINUTOS MINUTOS
      * ENTRE O INICIO E O FIM DO EVENTO; HORARIO JA GERADO (OU JA
      * AGENDADO) FICA COMO ESTA
      ******************************************************************
       P310-GERA-HORARIOS.
            PERFORM P110-PEDE-PLANTAO THRU P110-FIM
            IF NOT ACHOU-OK
                GO TO P310-FIM
            END-IF
            IF WS-DT-PLANTAO < WS-DATA-HOJE-8
                DISPLAY 'PLANTAO JA REALIZADO - NAO GERA HORARIOS. '
                GO TO P310-FIM
            END-IF
            PERFORM P410-LE-OPERADOR THRU P410-FIM
            MOVE ZEROS            TO WS-QTD-CRIADOS WS-QTD-EXISTENTES
                                     WS-QTD-PROFS WS-ID-PROFESSOR-ANT
            SET FS-PLT-OK         TO TRUE
            OPEN I-O PLANTAO
            IF WS-FS-PLT EQUAL 35 THEN
                OPEN OUTPUT PLANTAO
                CLOSE PLANTAO
                OPEN I-O PLANTAO
            END-IF
            IF NOT FS-PLT-OK
                DISPLAY 'ERRO AO ABRIR A AGENDA DO PLANTAO. '
                DISPLAY 'FILE STATUS: ' WS-FS-PLT
                CLOSE PLANTAO
                GO TO P310-FIM
            END-IF
            SET FS-PM-OK          TO TRUE
            OPEN INPUT PROFMAT
            IF NOT FS-PM-OK
                DISPLAY 'NENHUM PROFESSOR VINCULADO A MATERIA. '
                CLOSE PROFMAT PLANTAO
                GO TO P310-FIM
            END-IF
            SET FS-PRF-OK         TO TRUE
            OPEN INPUT PROFESSORES
            SET EOF-PM-OK         TO FALSE
            PERFORM UNTIL EOF-PM-OK
                READ PROFMAT NEXT
                    AT END
                        SET EOF-PM-OK TO TRUE
                    NOT AT END
                        IF ID-PROFESSOR-PM NOT EQUAL
                           WS-ID-PROFESSOR-ANT
                            MOVE ID-PROFESSOR-PM
                                TO WS-ID-PROFESSOR-ANT
                            MOVE ID-PROFESSOR-PM TO ID-PROFESSOR
                            READ PROFESSORES
                                INVALID KEY
                                    CONTINUE
                                NOT INVALID KEY
                                    IF PROF-ATIVO
                                        PERFORM P315-GERA-SLOTS
                                            THRU P315-FIM
                                    END-IF
                            END-READ
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PROFMAT PROFESSORES PLANTAO

            MOVE WS-QTD-PROFS     TO WS-QT-EDIT
            MOVE WS-QTD-CRIADOS   TO WS-QT-EDIT-2
            MOVE WS-QTD-EXISTENTES TO WS-QT-EDIT-3
            DISPLAY '--------------------------------------'
            DISPLAY 'PROFESSORES NO PLANTAO : ' WS-QT-EDIT
            DISPLAY 'HORARIOS GERADOS       : ' WS-QT-EDIT-2
            DISPLAY 'JA EXISTENTES          : ' WS-QT-EDIT-3
            DISPLAY '--------------------------------------'
            MOVE 'PLANTGERA'      TO WL-OPERACAO
            MOVE WS-DT-PLANTAO    TO WL-CHAVE
            MOVE SPACES           TO WL-VALOR-ANTIGO WL-VALOR-NOVO
            STRING 'HORARIOS ' WS-QT-EDIT-2 ' A CADA '
                   WS-PLANT-MINUTOS ' MIN'
                   DELIMITED BY SIZE INTO WL-VALOR-NOVO
            CALL 'AUDITLOG' USING WL-AUDITORIA
            .
       P310-FIM.
       P315-GERA-SLOTS.
            ADD 1 TO WS-QTD-PROFS
            MOVE WS-HR-INICIO     TO WS-HR-SLOT
            COMPUTE WS-MIN-ATUAL = WS-HR-SLOT-HH * 60 + WS-HR-SLOT-MM
            MOVE WS-HR-FIM        TO WS-HR-SLOT
            COMPUTE WS-MIN-FIM   = WS-HR-SLOT-HH * 60 + WS-HR-SLOT-MM
            PERFORM UNTIL WS-MIN-ATUAL + WS-PLANT-MINUTOS > WS-MIN-FIM
                DIVIDE WS-MIN-ATUAL BY 60 GIVING WS-HR-SLOT-HH
                                          REMAINDER WS-HR-SLOT-MM
                INITIALIZE REG-PLANTAO
                MOVE WS-DT-PLANTAO    TO DT-PLANTAO-PLT
                MOVE ID-PROFESSOR     TO ID-PROFESSOR-PLT
                MOVE WS-HR-SLOT       TO HR-SLOT-PLT
                MOVE WS-CD-TERMO      TO CD-TERMO-PLT
                SET PLT-LIVRE         TO TRUE
                MOVE WS-OPERADOR      TO CD-OPERADOR-PLT
                MOVE SPACES           TO ST-PRESENCA-PLT ST-AVISO-PLT
                WRITE REG-PLANTAO
                    INVALID KEY
                        ADD 1 TO WS-QTD-EXISTENTES
                    NOT INVALID KEY
                        ADD 1 TO WS-QTD-CRIADOS
                END-WRITE
                ADD WS-PLANT-MINUTOS  TO WS-MIN-ATUAL
            END-PERFORM
            .
       P315-FIM.
      ******************************************************************
      * BLOQUEIO DE HORARIO (PROFESSOR INDISPONIVEL) OU LIBERACAO DO
      * HORARIO BLOQUEADO; HORARIO AGENDADO SO PELO CANCELAMENTO
      ******************************************************************
       P320-BLOQUEIA.
            PERFORM P110-PEDE-PLANTAO THRU P110-FIM
            IF NOT ACHOU-OK
                GO TO P320-FIM
            END-IF
            DISPLAY 'Informe o ID do professor: '
            ACCEPT WS-ID-PROFESSOR
            DISPLAY 'Horario (HHMM): '
            ACCEPT WS-HR-SLOT
            SET FS-PLT-OK         TO TRUE
            OPEN I-O PLANTAO
            IF NOT FS-PLT-OK
                DISPLAY 'HORARIOS DO PLANTAO AINDA NAO GERADOS. '
                CLOSE PLANTAO
                GO TO P320-FIM
            END-IF
            MOVE WS-DT-PLANTAO    TO DT-PLANTAO-PLT
            MOVE WS-ID-PROFESSOR  TO ID-PROFESSOR-PLT
            MOVE WS-HR-SLOT       TO HR-SLOT-PLT
            READ PLANTAO
                INVALID KEY
                    DISPLAY 'HORARIO NAO EXISTE NA AGENDA DO '
                            'PROFESSOR! '
                    CLOSE PLANTAO
                    GO TO P320-FIM
            END-READ
            EVALUATE TRUE
                WHEN PLT-AGENDADO
                    DISPLAY 'HORARIO AGENDADO - CANCELE O AGENDAMENTO '
                            'ANTES. '
                    CLOSE PLANTAO
                    GO TO P320-FIM
                WHEN PLT-LIVRE
                    SET PLT-BLOQUEADO TO TRUE
                    MOVE 'PLANTBLOQ'  TO WL-OPERACAO
                WHEN OTHER
                    SET PLT-LIVRE     TO TRUE
                    MOVE 'PLANTLIBER' TO WL-OPERACAO
            END-EVALUATE
            REWRITE REG-PLANTAO
            IF FS-PLT-OK
                DISPLAY 'Horario ' WS-HR-SLOT ' agora '
                        ST-SLOT-PLT ' (L=livre, B=bloqueado).'
                MOVE WS-ID-PROFESSOR  TO WL-CHAVE
                MOVE SPACES       TO WL-VALOR-ANTIGO WL-VALOR-NOVO
                STRING 'DIA ' WS-DT-PLANTAO ' HORA ' WS-HR-SLOT
                       DELIMITED BY SIZE INTO WL-VALOR-NOVO
                CALL 'AUDITLOG' USING WL-AUDITORIA
            ELSE
                DISPLAY 'ERRO AO ATUALIZAR O HORARIO. '
                DISPLAY 'FILE STATUS: ' WS-FS-PLT
            END-IF
            CLOSE PLANTAO
            .
       P320-FIM.
      ******************************************************************
      * CONVITES - UM POR ALUNO ATIVO COM MATRICULA ATIVA EM MATERIA
      * QUE TEM PROFESSOR. ALUNO EM RISCO (MEDIA PARCIAL ABAIXO DA
      * NT-APROVACAO EM ALGUMA MATERIA, COMO NO SISRISCO) E LIBERADO
      * HOJE; OS DEMAIS PLANT-DIAS-PRIOR DIAS DEPOIS. O SISMSGQ
      * ENVIA CADA CONVITE NA DATA DE LIBERACAO
      ******************************************************************
       P330-CONVITES.
            PERFORM P110-PEDE-PLANTAO THRU P110-FIM
            IF NOT ACHOU-OK
                GO TO P330-FIM
            END-IF
            IF WS-DT-PLANTAO < WS-DATA-HOJE-8
                DISPLAY 'PLANTAO JA REALIZADO - NAO GERA CONVITES. '
                GO TO P330-FIM
            END-IF
            PERFORM P130-CARREGA-MATERIAS THRU P130-FIM
            PERFORM P140-CARREGA-PROFMAT  THRU P140-FIM
            IF WS-QTD-PM EQUAL ZEROS
                DISPLAY 'NENHUM PROFESSOR VINCULADO A MATERIA. '
                GO TO P330-FIM
            END-IF
            COMPUTE WS-DIAS-AUX =
                    FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE-8) +
                    WS-DIAS-PRIORIDADE
            COMPUTE WS-DT-LIBERACAO =
                    FUNCTION DATE-OF-INTEGER(WS-DIAS-AUX)
            IF WS-DT-LIBERACAO > WS-DT-PLANTAO
                MOVE WS-DT-PLANTAO TO WS-DT-LIBERACAO
            END-IF
            SET FS-CNV-OK         TO TRUE
            OPEN I-O CONVITES
            IF WS-FS-CNV EQUAL 35 THEN
                OPEN OUTPUT CONVITES
                CLOSE CONVITES
                OPEN I-O CONVITES
            END-IF
            IF NOT FS-CNV-OK
                DISPLAY 'ERRO AO ABRIR OS CONVITES DO PLANTAO. '
                DISPLAY 'FILE STATUS: ' WS-FS-CNV
                CLOSE CONVITES
                GO TO P330-FIM
            END-IF
            SET FS-OK             TO TRUE
            OPEN INPUT ALUNOS
            IF NOT FS-OK
                DISPLAY 'ERRO AO ABRIR O CADASTRO DE ALUNOS. '
                DISPLAY 'FILE STATUS: ' WS-FS
                CLOSE ALUNOS CONVITES
                GO TO P330-FIM
            END-IF
            SET FS-MAT-OK         TO TRUE
            SET FS-LAN-OK         TO TRUE
            OPEN INPUT MATRICULAS
            OPEN INPUT LANCAMENTOS
            MOVE ZEROS            TO WS-QTD-RISCO WS-QTD-NORMAIS
                                     WS-QTD-EXISTENTES
            SET EOF-OK            TO FALSE
            PERFORM UNTIL EOF-OK
                READ ALUNOS NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF ALUNO-ATIVO
                            MOVE ID-ALUNO TO WS-ID-ALUNO
                            PERFORM P335-CONVIDA THRU P335-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ALUNOS MATRICULAS LANCAMENTOS CONVITES

            MOVE WS-QTD-RISCO     TO WS-QT-EDIT
            MOVE WS-QTD-NORMAIS   TO WS-QT-EDIT-2
            MOVE WS-QTD-EXISTENTES TO WS-QT-EDIT-3
            MOVE WS-DT-LIBERACAO  TO WS-DATA-AUX
            PERFORM P420-EDITA-DATA THRU P420-FIM
            DISPLAY '--------------------------------------'
            DISPLAY 'CONVITES ALUNO EM RISCO: ' WS-QT-EDIT
                    ' (LIBERADOS HOJE)'
            DISPLAY 'CONVITES DEMAIS ALUNOS : ' WS-QT-EDIT-2
                    ' (LIBERADOS EM ' WS-DATA-EDIT ')'
            DISPLAY 'JA CONVIDADOS          : ' WS-QT-EDIT-3
            DISPLAY '--------------------------------------'
            MOVE 'PLANTCONV'      TO WL-OPERACAO
            MOVE WS-DT-PLANTAO    TO WL-CHAVE
            MOVE SPACES           TO WL-VALOR-ANTIGO WL-VALOR-NOVO
            STRING 'RISCO ' WS-QT-EDIT ' DEMAIS ' WS-QT-EDIT-2
                   ' EM ' WS-DT-LIBERACAO
                   DELIMITED BY SIZE INTO WL-VALOR-NOVO
            CALL 'AUDITLOG' USING WL-AUDITORIA
            .
       P330-FIM.
       P335-CONVIDA.
      * SO CONVIDA QUEM TEM PROFESSOR EM ALGUMA MATRICULA ATIVA
            SET ACHOU-OK          TO FALSE
            SET EOF-MAT-OK        TO FALSE
            MOVE WS-ID-ALUNO      TO ID-ALUNO-MAT
            MOVE ZEROS            TO ID-MATERIA-MAT
            START MATRICULAS KEY NOT LESS THAN CHAVE-MATRICULA
                INVALID KEY
                    SET EOF-MAT-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-MAT-OK OR ACHOU-OK
                READ MATRICULAS NEXT
                    AT END
                        SET EOF-MAT-OK TO TRUE
                    NOT AT END
                        IF ID-ALUNO-MAT NOT EQUAL WS-ID-ALUNO
                            SET EOF-MAT-OK TO TRUE
                        ELSE
                            IF MAT-ATIVA
                                PERFORM VARYING WS-IND FROM 1 BY 1
                                        UNTIL WS-IND > WS-QTD-PM
                                    IF WS-PM-ID-MATERIA(WS-IND) EQUAL
                                       ID-MATERIA-MAT
                                        SET ACHOU-OK TO TRUE
                                    END-IF
                                END-PERFORM
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            IF NOT ACHOU-OK
                GO TO P335-FIM
            END-IF

            PERFORM P337-NOTAS THRU P337-FIM
            INITIALIZE REG-CONVITE-PLANTAO
            MOVE WS-DT-PLANTAO    TO DT-PLANTAO-CNV
            MOVE WS-ID-ALUNO      TO ID-ALUNO-CNV
            IF WS-QT-MAT-RISCO > 0
                SET CNV-RISCO     TO TRUE
                MOVE WS-DATA-HOJE-8 TO DT-LIBERACAO-CNV
            ELSE
                SET CNV-NORMAL    TO TRUE
                MOVE WS-DT-LIBERACAO TO DT-LIBERACAO-CNV
            END-IF
            SET CNV-PENDENTE      TO TRUE
            WRITE REG-CONVITE-PLANTAO
                INVALID KEY
                    ADD 1 TO WS-QTD-EXISTENTES
                NOT INVALID KEY
                    IF CNV-RISCO
                        ADD 1 TO WS-QTD-RISCO
                    ELSE
                        ADD 1 TO WS-QTD-NORMAIS
                    END-IF
            END-WRITE
            .
       P335-FIM.
      * MEDIA PARCIAL POR MATERIA, COMO NO SISRISCO: CADA NOTA COM O
      * PESO DA AVALIACAO NO PLANO; A RECUPERACAO NAO ENTRA
       P337-NOTAS.
            MOVE ZEROS            TO WS-QTD-NAL WS-QT-MAT-RISCO
            MOVE WS-ID-ALUNO      TO ID-ALUNO-LAN
            MOVE ZEROS            TO ID-MATERIA-LAN NR-AVALIACAO-LAN
            SET EOF-LAN-OK        TO FALSE
            START LANCAMENTOS KEY NOT LESS THAN CHAVE-LANCAMENTO
                INVALID KEY
                    SET EOF-LAN-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-LAN-OK
                READ LANCAMENTOS NEXT
                    AT END
                        SET EOF-LAN-OK TO TRUE
                    NOT AT END
                        IF ID-ALUNO-LAN NOT EQUAL WS-ID-ALUNO
                            SET EOF-LAN-OK TO TRUE
                        ELSE
                            PERFORM P338-PONDERA THRU P338-FIM
                        END-IF
                END-READ
            END-PERFORM
            PERFORM VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND > WS-QTD-NAL
                IF WS-NAL-PESOS(WS-IND) > 0 AND
                   WS-NAL-ID-MATERIA(WS-IND) > 0 AND
                   WS-MAT-EXISTE(WS-NAL-ID-MATERIA(WS-IND)) EQUAL 'S'
                    COMPUTE WS-MEDIA-PARCIAL =
                            WS-NAL-SOMA(WS-IND) / WS-NAL-PESOS(WS-IND)
                    IF WS-MEDIA-PARCIAL <
                       WS-MAT-NT-APROVACAO(WS-NAL-ID-MATERIA(WS-IND))
                        ADD 1 TO WS-QT-MAT-RISCO
                    END-IF
                END-IF
            END-PERFORM
            .
       P337-FIM.
       P338-PONDERA.
            IF WS-QTD-NAL EQUAL ZEROS OR
               WS-NAL-ID-MATERIA(WS-QTD-NAL) NOT EQUAL ID-MATERIA-LAN
                IF WS-QTD-NAL NOT < 50
                    GO TO P338-FIM
                END-IF
                ADD 1 TO WS-QTD-NAL
                MOVE ID-MATERIA-LAN TO WS-NAL-ID-MATERIA(WS-QTD-NAL)
                MOVE ZEROS        TO WS-NAL-SOMA(WS-QTD-NAL)
                                     WS-NAL-PESOS(WS-QTD-NAL)
            END-IF
            MOVE 'P'              TO WL-MD-OPERACAO
            MOVE ID-MATERIA-LAN   TO WL-MD-ID-MATERIA
            MOVE NR-AVALIACAO-LAN TO WL-MD-NR-AVALIACAO
            CALL 'CALCMEDP' USING WL-PARAMETROS-MEDIA
            IF WL-MD-TP-AVALIACAO NOT EQUAL 'R'
                COMPUTE WS-NAL-SOMA(WS-QTD-NAL) =
                        WS-NAL-SOMA(WS-QTD-NAL) +
                        VL-NOTA-LAN * WL-MD-PS-AVALIACAO
                ADD WL-MD-PS-AVALIACAO TO WS-NAL-PESOS(WS-QTD-NAL)
            END-IF
            .
       P338-FIM.
      ******************************************************************
      * AGENDAMENTO - O RESPONSAVEL (PAI, MAE OU RESPONSAVEL) ESCOLHE
      * O FILHO E UM PROFESSOR DE MATERIA EM QUE ELE ESTA MATRICULADO;
      * O CONVITE DO FILHO TEM DE ESTAR LIBERADO. NAO AGENDA DUAS VEZES
      * O MESMO PROFESSOR PARA O MESMO ALUNO, NEM O MESMO HORARIO PARA
      * O MESMO RESPONSAVEL OU PARA O MESMO ALUNO EM OUTRO PROFESSOR
      ******************************************************************
       P340-AGENDA.
            PERFORM P110-PEDE-PLANTAO THRU P110-FIM
            IF NOT ACHOU-OK
                GO TO P340-FIM
            END-IF
            IF WS-DT-PLANTAO < WS-DATA-HOJE-8
                DISPLAY 'PLANTAO JA REALIZADO - NAO AGENDA MAIS. '
                GO TO P340-FIM
            END-IF
            PERFORM P410-LE-OPERADOR THRU P410-FIM
            DISPLAY 'Informe o ID do contato do responsavel: '
            ACCEPT WS-ID-CONTATO
            PERFORM P430-LE-CONTATO THRU P430-FIM
            IF NOT ACHOU-OK
                DISPLAY 'CONTATO NAO EXISTE! '
                GO TO P340-FIM
            END-IF
            DISPLAY 'RESPONSAVEL: ' WS-NM-CONTATO

            PERFORM P342-FILHOS THRU P342-FIM
            IF WS-QTD-FIL EQUAL ZEROS
                DISPLAY 'CONTATO NAO E PAI, MAE OU RESPONSAVEL DE '
                        'ALUNO ATIVO. '
                GO TO P340-FIM
            END-IF
            DISPLAY 'Informe o ID do aluno: '
            ACCEPT WS-ID-ALUNO
            SET ACHOU-OK          TO FALSE
            PERFORM VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND > WS-QTD-FIL OR ACHOU-OK
                IF WS-FIL-ID-ALUNO(WS-IND) EQUAL WS-ID-ALUNO
                    SET ACHOU-OK  TO TRUE
                END-IF
            END-PERFORM
            IF NOT ACHOU-OK
                DISPLAY 'ALUNO NAO ESTA NA LISTA DO RESPONSAVEL! '
                GO TO P340-FIM
            END-IF

            SET ACHOU-OK          TO FALSE
            SET FS-CNV-OK         TO TRUE
            OPEN INPUT CONVITES
            IF FS-CNV-OK
                MOVE WS-DT-PLANTAO    TO DT-PLANTAO-CNV
                MOVE WS-ID-ALUNO      TO ID-ALUNO-CNV
                READ CONVITES
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET ACHOU-OK  TO TRUE
                END-READ
            END-IF
            CLOSE CONVITES
            IF NOT ACHOU-OK
                DISPLAY 'ALUNO SEM CONVITE PARA ESTE PLANTAO - GERE '
                        'OS CONVITES ANTES. '
                GO TO P340-FIM
            END-IF
            IF DT-LIBERACAO-CNV > WS-DATA-HOJE-8
                MOVE DT-LIBERACAO-CNV TO WS-DATA-AUX
                PERFORM P420-EDITA-DATA THRU P420-FIM
                DISPLAY 'AGENDAMENTO LIBERADO PARA ESTA FAMILIA A '
                        'PARTIR DE ' WS-DATA-EDIT
                DISPLAY '(FAMILIAS DE ALUNOS EM RISCO TEM PRIORIDADE) '
                GO TO P340-FIM
            END-IF

            PERFORM P344-PROFESSORES THRU P344-FIM
            IF WS-QTD-PA EQUAL ZEROS
                DISPLAY 'ALUNO SEM PROFESSOR NAS MATERIAS EM QUE ESTA '
                        'MATRICULADO. '
                GO TO P340-FIM
            END-IF
            DISPLAY 'Informe o ID do professor: '
            ACCEPT WS-ID-PROFESSOR
            SET ACHOU-OK          TO FALSE
            PERFORM VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND > WS-QTD-PA OR ACHOU-OK
                IF WS-PA-ID-PROFESSOR(WS-IND) EQUAL WS-ID-PROFESSOR
                    SET ACHOU-OK  TO TRUE
                END-IF
            END-PERFORM
            IF NOT ACHOU-OK
                DISPLAY 'PROFESSOR NAO DA AULA PARA ESTE ALUNO! '
                GO TO P340-FIM
            END-IF

            SET FS-PLT-OK         TO TRUE
            OPEN I-O PLANTAO
            IF NOT FS-PLT-OK
                DISPLAY 'HORARIOS DO PLANTAO AINDA NAO GERADOS. '
                CLOSE PLANTAO
                GO TO P340-FIM
            END-IF
            PERFORM P346-HORARIOS-LIVRES THRU P346-FIM
            IF CONFLITO-OK
                DISPLAY 'ALUNO JA TEM HORARIO COM ESTE PROFESSOR NO '
                        'PLANTAO! '
                CLOSE PLANTAO
                GO TO P340-FIM
            END-IF
            IF WS-QTD-LIVRES EQUAL ZEROS
                DISPLAY 'PROFESSOR SEM HORARIO LIVRE NO PLANTAO. '
                CLOSE PLANTAO
                GO TO P340-FIM
            END-IF
            DISPLAY 'Horario escolhido (HHMM): '
            ACCEPT WS-HR-SLOT
            PERFORM P348-CONFLITO THRU P348-FIM
            IF CONFLITO-OK
                DISPLAY 'RESPONSAVEL OU ALUNO JA TEM ATENDIMENTO AS '
                        WS-HR-SLOT ' COM O PROFESSOR ' ID-PROFESSOR-PLT
                        ' - ESCOLHA OUTRO HORARIO. '
                CLOSE PLANTAO
                GO TO P340-FIM
            END-IF

            MOVE WS-DT-PLANTAO    TO DT-PLANTAO-PLT
            MOVE WS-ID-PROFESSOR  TO ID-PROFESSOR-PLT
            MOVE WS-HR-SLOT       TO HR-SLOT-PLT
            READ PLANTAO
                INVALID KEY
                    DISPLAY 'HORARIO NAO EXISTE NA AGENDA DO '
                            'PROFESSOR! '
                    CLOSE PLANTAO
                    GO TO P340-FIM
            END-READ
            IF NOT PLT-LIVRE
                DISPLAY 'HORARIO NAO ESTA LIVRE! '
                CLOSE PLANTAO
                GO TO P340-FIM
            END-IF
            SET PLT-AGENDADO      TO TRUE
            MOVE WS-ID-CONTATO    TO ID-CONTATO-PLT
            MOVE WS-ID-ALUNO      TO ID-ALUNO-PLT
            MOVE WS-DATA-HOJE-8   TO DT-AGENDAMENTO-PLT
            MOVE WS-OPERADOR      TO CD-OPERADOR-PLT
            MOVE SPACES           TO ST-PRESENCA-PLT
            SET PLT-AVISO-PENDENTE TO TRUE
            REWRITE REG-PLANTAO
            IF FS-PLT-OK
                DISPLAY 'Agendado: ' WS-NM-CONTATO ' com o professor '
                        WS-ID-PROFESSOR ' as ' WS-HR-SLOT '.'
                DISPLAY 'A confirmacao sai na proxima rodada de '
                        'mensagens.'
                MOVE 'PLANTAGEND' TO WL-OPERACAO
                MOVE WS-ID-ALUNO  TO WL-CHAVE
                MOVE SPACES       TO WL-VALOR-ANTIGO WL-VALOR-NOVO
                STRING 'DIA ' WS-DT-PLANTAO ' PROF ' WS-ID-PROFESSOR
                       ' HORA ' WS-HR-SLOT ' CONTATO ' WS-ID-CONTATO
                       DELIMITED BY SIZE INTO WL-VALOR-NOVO
                CALL 'AUDITLOG' USING WL-AUDITORIA
            ELSE
                DISPLAY 'ERRO AO GRAVAR O AGENDAMENTO. '
                DISPLAY 'FILE STATUS: ' WS-FS-PLT
            END-IF
            CLOSE PLANTAO
            .
       P340-FIM.
      * FILHOS ATIVOS DO CONTATO (VINCULO PAI, MAE OU RESPONSAVEL)
       P342-FILHOS.
            MOVE ZEROS            TO WS-QTD-FIL
            SET FS-RSP-OK         TO TRUE
            OPEN INPUT RESPONSAVEIS
            IF NOT FS-RSP-OK
                CLOSE RESPONSAVEIS
                GO TO P342-FIM
            END-IF
            SET FS-OK             TO TRUE
            OPEN INPUT ALUNOS
            SET EOF-RSP-OK        TO FALSE
            MOVE WS-ID-CONTATO    TO ID-CONTATO-RSP
            MOVE ZEROS            TO ID-ALUNO-RSP
            START RESPONSAVEIS KEY NOT LESS THAN CHAVE-RESPONSAVEL
                INVALID KEY
                    SET EOF-RSP-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-RSP-OK
                READ RESPONSAVEIS NEXT
                    AT END
                        SET EOF-RSP-OK TO TRUE
                    NOT AT END
                        IF ID-CONTATO-RSP NOT EQUAL WS-ID-CONTATO
                            SET EOF-RSP-OK TO TRUE
                        ELSE
                            IF (VINCULO-PAI OR VINCULO-MAE OR
                                VINCULO-RESPONSAVEL) AND
                               WS-QTD-FIL < 20
                                MOVE ID-ALUNO-RSP TO ID-ALUNO
                                READ ALUNOS
                                    INVALID KEY
                                        CONTINUE
                                    NOT INVALID KEY
                                        IF ALUNO-ATIVO
                                            ADD 1 TO WS-QTD-FIL
                                            MOVE ID-ALUNO TO
                                             WS-FIL-ID-ALUNO(WS-QTD-FIL)
                                            DISPLAY '  ALUNO '
                                              ID-ALUNO ' ' NM-ALUNO
                                              ' TURMA ' TURMA
                                        END-IF
                                END-READ
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE RESPONSAVEIS ALUNOS
            .
       P342-FIM.
      * PROFESSORES DO ALUNO: MATERIAS COM MATRICULA ATIVA X PROFMAT
       P344-PROFESSORES.
            MOVE ZEROS            TO WS-QTD-PA
            PERFORM P130-CARREGA-MATERIAS THRU P130-FIM
            PERFORM P140-CARREGA-PROFMAT  THRU P140-FIM
            SET FS-MAT-OK         TO TRUE
            OPEN INPUT MATRICULAS
            IF NOT FS-MAT-OK
                CLOSE MATRICULAS
                GO TO P344-FIM
            END-IF
            SET FS-PRF-OK         TO TRUE
            OPEN INPUT PROFESSORES
            SET EOF-MAT-OK        TO FALSE
            MOVE WS-ID-ALUNO      TO ID-ALUNO-MAT
            MOVE ZEROS            TO ID-MATERIA-MAT
            START MATRICULAS KEY NOT LESS THAN CHAVE-MATRICULA
                INVALID KEY
                    SET EOF-MAT-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-MAT-OK
                READ MATRICULAS NEXT
                    AT END
                        SET EOF-MAT-OK TO TRUE
                    NOT AT END
                        IF ID-ALUNO-MAT NOT EQUAL WS-ID-ALUNO
                            SET EOF-MAT-OK TO TRUE
                        ELSE
                            IF MAT-ATIVA
                                PERFORM P345-PROF-MATERIA
                                    THRU P345-FIM
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE MATRICULAS PROFESSORES
            .
       P344-FIM.
       P345-PROF-MATERIA.
            PERFORM VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND > WS-QTD-PM
                IF WS-PM-ID-MATERIA(WS-IND) EQUAL ID-MATERIA-MAT AND
                   WS-QTD-PA < 50
                    MOVE WS-PM-ID-PROFESSOR(WS-IND) TO ID-PROFESSOR
                    READ PROFESSORES
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            IF PROF-ATIVO
                                ADD 1 TO WS-QTD-PA
                                MOVE ID-PROFESSOR
                                    TO WS-PA-ID-PROFESSOR(WS-QTD-PA)
                                MOVE ID-MATERIA-MAT
                                    TO WS-PA-ID-MATERIA(WS-QTD-PA)
                                DISPLAY '  PROFESSOR ' ID-PROFESSOR
                                        ' ' NM-PROFESSOR ' - '
                                        WS-MAT-NM-MATERIA(
                                        ID-MATERIA-MAT)
                            END-IF
                    END-READ
                END-IF
            END-PERFORM
            .
       P345-FIM.
      * HORARIOS LIVRES DO PROFESSOR NO DIA; MARCA CONFLITO SE O ALUNO
      * JA TEM HORARIO COM ELE
       P346-HORARIOS-LIVRES.
            SET CONFLITO-OK       TO FALSE
            MOVE ZEROS            TO WS-QTD-LIVRES
            SET EOF-PLT-OK        TO FALSE
            MOVE WS-DT-PLANTAO    TO DT-PLANTAO-PLT
            MOVE WS-ID-PROFESSOR  TO ID-PROFESSOR-PLT
            MOVE ZEROS            TO HR-SLOT-PLT
            START PLANTAO KEY NOT LESS THAN CHAVE-PLANTAO
                INVALID KEY
                    SET EOF-PLT-OK TO TRUE
            END-START
            DISPLAY 'HORARIOS LIVRES DO PROFESSOR ' WS-ID-PROFESSOR ':'
            PERFORM UNTIL EOF-PLT-OK
                READ PLANTAO NEXT
                    AT END
                        SET EOF-PLT-OK TO TRUE
                    NOT AT END
                        IF DT-PLANTAO-PLT NOT EQUAL WS-DT-PLANTAO OR
                           ID-PROFESSOR-PLT NOT EQUAL WS-ID-PROFESSOR
                            SET EOF-PLT-OK TO TRUE
                        ELSE
                            IF PLT-AGENDADO AND
                               ID-ALUNO-PLT EQUAL WS-ID-ALUNO
                                SET CONFLITO-OK TO TRUE
                            END-IF
                            IF PLT-LIVRE
                                ADD 1 TO WS-QTD-LIVRES
                                DISPLAY '  ' HR-SLOT-PLT
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            .
       P346-FIM.
      * MESMO HORARIO JA AGENDADO NO DIA PARA O RESPONSAVEL (EM
      * QUALQUER PROFESSOR, INCLUSIVE DE OUTRO FILHO) OU PARA O ALUNO
       P348-CONFLITO.
            SET CONFLITO-OK       TO FALSE
            SET EOF-PLT-OK        TO FALSE
            MOVE WS-DT-PLANTAO    TO DT-PLANTAO-PLT
            MOVE ZEROS            TO ID-PROFESSOR-PLT HR-SLOT-PLT
            START PLANTAO KEY NOT LESS THAN CHAVE-PLANTAO
                INVALID KEY
                    SET EOF-PLT-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-PLT-OK OR CONFLITO-OK
                READ PLANTAO NEXT
                    AT END
                        SET EOF-PLT-OK TO TRUE
                    NOT AT END
                        IF DT-PLANTAO-PLT NOT EQUAL WS-DT-PLANTAO
                            SET EOF-PLT-OK TO TRUE
                        ELSE
                            IF PLT-AGENDADO AND
                               HR-SLOT-PLT EQUAL WS-HR-SLOT AND
                               (ID-CONTATO-PLT EQUAL WS-ID-CONTATO OR
                                ID-ALUNO-PLT EQUAL WS-ID-ALUNO)
                                SET CONFLITO-OK TO TRUE
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            .
       P348-FIM.
      ******************************************************************
      * CANCELAMENTO - O HORARIO VOLTA A FICAR LIVRE
      ******************************************************************
       P350-CANCELA.
            PERFORM P110-PEDE-PLANTAO THRU P110-FIM
            IF NOT ACHOU-OK
                GO TO P350-FIM
            END-IF
            DISPLAY 'Informe o ID do professor: '
            ACCEPT WS-ID-PROFESSOR
            DISPLAY 'Horario (HHMM): '
            ACCEPT WS-HR-SLOT
            SET FS-PLT-OK         TO TRUE
            OPEN I-O PLANTAO
            IF NOT FS-PLT-OK
                DISPLAY 'HORARIOS DO PLANTAO AINDA NAO GERADOS. '
                CLOSE PLANTAO
                GO TO P350-FIM
            END-IF
            MOVE WS-DT-PLANTAO    TO DT-PLANTAO-PLT
            MOVE WS-ID-PROFESSOR  TO ID-PROFESSOR-PLT
            MOVE WS-HR-SLOT       TO HR-SLOT-PLT
            READ PLANTAO
                INVALID KEY
                    DISPLAY 'HORARIO NAO EXISTE NA AGENDA DO '
                            'PROFESSOR! '
                    CLOSE PLANTAO
                    GO TO P350-FIM
            END-READ
            IF NOT PLT-AGENDADO
                DISPLAY 'HORARIO NAO ESTA AGENDADO! '
                CLOSE PLANTAO
                GO TO P350-FIM
            END-IF
            DISPLAY 'ALUNO ' ID-ALUNO-PLT ' / CONTATO ' ID-CONTATO-PLT
            DISPLAY 'TECLE: '
                    '<S> para cancelar ou <QUALQUER TECLA>'
                    ' para abortar.'
            ACCEPT WS-CONFIRM
            IF WS-CONFIRM NOT EQUAL 'S' AND 's'
                DISPLAY 'Cancelamento nao realizado.'
                CLOSE PLANTAO
                GO TO P350-FIM
            END-IF
            MOVE SPACES           TO WL-VALOR-ANTIGO WL-VALOR-NOVO
            STRING 'ALUNO ' ID-ALUNO-PLT ' CONTATO ' ID-CONTATO-PLT
                   ' HORA ' HR-SLOT-PLT
                   DELIMITED BY SIZE INTO WL-VALOR-ANTIGO
            SET PLT-LIVRE         TO TRUE
            MOVE ZEROS            TO ID-CONTATO-PLT ID-ALUNO-PLT
                                     DT-AGENDAMENTO-PLT
            MOVE SPACES           TO ST-PRESENCA-PLT ST-AVISO-PLT
            REWRITE REG-PLANTAO
            IF FS-PLT-OK
                DISPLAY 'Agendamento cancelado - horario livre.'
                MOVE 'PLANTCANC'  TO WL-OPERACAO
                MOVE WS-ID-PROFESSOR TO WL-CHAVE
                STRING 'DIA ' WS-DT-PLANTAO ' LIVRE'
                       DELIMITED BY SIZE INTO WL-VALOR-NOVO
                CALL 'AUDITLOG' USING WL-AUDITORIA
            ELSE
                DISPLAY 'ERRO AO CANCELAR O AGENDAMENTO. '
                DISPLAY 'FILE STATUS: ' WS-FS-PLT
            END-IF
            CLOSE PLANTAO
            .
       P350-FIM.
      ******************************************************************
      * AGENDA IMPRESSA DO PROFESSOR (SPOOL 'PLANTAGE') - A GRADE DO
      * DIA E, EM CADA ATENDIMENTO, O ALUNO, O RESPONSAVEL, A MARCA DE
      * RISCO DO CONVITE E, POR MATERIA DO PROFESSOR QUE O ALUNO CURSA,
      * A MEDIA PARCIAL E AS FALTAS DESDE O INICIO DO TERMO
      ******************************************************************
       P360-AGENDA-PROF.
            PERFORM P110-PEDE-PLANTAO THRU P110-FIM
            IF NOT ACHOU-OK
                GO TO P360-FIM
            END-IF
            DISPLAY 'ID do professor (0 = todos): '
            ACCEPT WS-ID-PROFESSOR
            PERFORM P115-INICIO-TERMO     THRU P115-FIM
            PERFORM P130-CARREGA-MATERIAS THRU P130-FIM
            PERFORM P140-CARREGA-PROFMAT  THRU P140-FIM
            SET FS-PLT-OK         TO TRUE
            OPEN INPUT PLANTAO
            IF NOT FS-PLT-OK
                DISPLAY 'HORARIOS DO PLANTAO AINDA NAO GERADOS. '
                CLOSE PLANTAO
                GO TO P360-FIM
            END-IF
            MOVE 'PLANTAGE'       TO WL-SPL-RELATORIO
            CALL 'SPOOLREG' USING WL-SPOOL
            IF WL-SPOOL-ABERTO
                MOVE WL-SPL-ARQUIVO TO WS-ARQ-RELATORIO
            ELSE
                MOVE 'C:\COBOL\PLANTAGE.TXT' TO WS-ARQ-RELATORIO
            END-IF
            SET FS-REL-OK         TO TRUE
            OPEN OUTPUT RELATORIO
            IF NOT FS-REL-OK
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DA AGENDA. '
                DISPLAY 'FILE STATUS: ' WS-FS-REL
                CLOSE PLANTAO
                GO TO P360-FIM
            END-IF
            SET FS-OK             TO TRUE
            SET FS-CTT-OK         TO TRUE
            SET FS-CNV-OK         TO TRUE
            SET FS-MAT-OK         TO TRUE
            SET FS-LAN-OK         TO TRUE
            SET FS-FRQ-OK         TO TRUE
            OPEN INPUT ALUNOS
            OPEN INPUT CONTATOS
            OPEN INPUT CONVITES
            OPEN INPUT MATRICULAS
            OPEN INPUT LANCAMENTOS
            OPEN INPUT FREQUENCIA
            MOVE ZEROS            TO WS-ID-PROFESSOR-ANT WS-QTD-LINHAS
            MOVE WS-DT-PLANTAO    TO WS-DATA-AUX
            PERFORM P420-EDITA-DATA THRU P420-FIM

            SET EOF-PLT-OK        TO FALSE
            MOVE WS-DT-PLANTAO    TO DT-PLANTAO-PLT
            MOVE WS-ID-PROFESSOR  TO ID-PROFESSOR-PLT
            MOVE ZEROS            TO HR-SLOT-PLT
            START PLANTAO KEY NOT LESS THAN CHAVE-PLANTAO
                INVALID KEY
                    SET EOF-PLT-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-PLT-OK
                READ PLANTAO NEXT
                    AT END
                        SET EOF-PLT-OK TO TRUE
                    NOT AT END
                        IF DT-PLANTAO-PLT NOT EQUAL WS-DT-PLANTAO OR
                           (WS-ID-PROFESSOR NOT EQUAL ZEROS AND
                            ID-PROFESSOR-PLT NOT EQUAL WS-ID-PROFESSOR)
                            SET EOF-PLT-OK TO TRUE
                        ELSE
                            PERFORM P362-LINHA-AGENDA THRU P362-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PLANTAO RELATORIO ALUNOS CONTATOS CONVITES
                  MATRICULAS LANCAMENTOS FREQUENCIA
            IF WS-QTD-LINHAS EQUAL ZEROS
                DISPLAY 'NENHUM HORARIO GERADO PARA O PLANTAO. '
            ELSE
                DISPLAY 'Agenda gravada em ' WS-ARQ-RELATORIO
            END-IF
            .
       P360-FIM.
       P362-LINHA-AGENDA.
            ADD 1 TO WS-QTD-LINHAS
            IF ID-PROFESSOR-PLT NOT EQUAL WS-ID-PROFESSOR-ANT
                MOVE ID-PROFESSOR-PLT TO WS-ID-PROFESSOR-ANT
                MOVE SPACES       TO WS-NM-PROFESSOR
                SET FS-PRF-OK     TO TRUE
                OPEN INPUT PROFESSORES
                MOVE ID-PROFESSOR-PLT TO ID-PROFESSOR
                READ PROFESSORES
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE NM-PROFESSOR TO WS-NM-PROFESSOR
                END-READ
                CLOSE PROFESSORES
                MOVE SPACES TO REG-RELATORIO
                WRITE REG-RELATORIO
                MOVE SPACES TO WS-LINHA-REL
                STRING 'PLANTAO PEDAGOGICO ' WS-DATA-EDIT
                       ' - TERMO ' WS-CD-TERMO ' - PROFESSOR '
                       ID-PROFESSOR-PLT ' ' WS-NM-PROFESSOR
                       DELIMITED BY SIZE INTO WS-LINHA-REL
                MOVE WS-LINHA-REL TO REG-RELATORIO
                WRITE REG-RELATORIO
                MOVE ALL '=' TO REG-RELATORIO
                WRITE REG-RELATORIO
                MOVE 'HORA   ALUNO  NOME                 TURMA      RES'
                    & 'PONSAVEL'
                    TO REG-RELATORIO
                WRITE REG-RELATORIO
            END-IF
            MOVE SPACES           TO WS-DET-AGENDA
            MOVE HR-SLOT-PLT      TO WS-HR-SLOT
            STRING WS-HR-SLOT-HH ':' WS-HR-SLOT-MM
                   DELIMITED BY SIZE INTO DET-HORARIO
            IF NOT PLT-AGENDADO
                IF PLT-BLOQUEADO
                    MOVE '(BLOQUEADO)' TO DET-NM-ALUNO
                ELSE
                    MOVE '(LIVRE)'     TO DET-NM-ALUNO
                END-IF
                MOVE WS-DET-AGENDA TO REG-RELATORIO
                WRITE REG-RELATORIO
                GO TO P362-FIM
            END-IF
            MOVE ID-ALUNO-PLT     TO DET-ID-ALUNO WS-ID-ALUNO
            MOVE ID-ALUNO-PLT     TO ID-ALUNO
            READ ALUNOS
                INVALID KEY
                    MOVE 'ALUNO NAO CADASTRADO' TO DET-NM-ALUNO
                NOT INVALID KEY
                    MOVE NM-ALUNO TO DET-NM-ALUNO
                    MOVE TURMA    TO DET-TURMA
            END-READ
            MOVE ID-CONTATO-PLT   TO ID-CONTATO
            READ CONTATOS
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE NM-CONTATO TO DET-NM-CONTATO
            END-READ
            MOVE DT-PLANTAO-PLT   TO DT-PLANTAO-CNV
            MOVE ID-ALUNO-PLT     TO ID-ALUNO-CNV
            READ CONVITES
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF CNV-RISCO
                        MOVE '(RISCO)' TO DET-OBSERVACAO
                    END-IF
            END-READ
            MOVE WS-DET-AGENDA    TO REG-RELATORIO
            WRITE REG-RELATORIO
            PERFORM VARYING WS-IND2 FROM 1 BY 1
                    UNTIL WS-IND2 > WS-QTD-PM
                IF WS-PM-ID-PROFESSOR(WS-IND2) EQUAL ID-PROFESSOR-PLT
                    MOVE WS-PM-ID-MATERIA(WS-IND2) TO WS-ID-MATERIA
                    PERFORM P364-DESEMPENHO THRU P364-FIM
                END-IF
            END-PERFORM
            .
       P362-FIM.
      * MEDIA PARCIAL E FALTAS DO ALUNO NA MATERIA (SO SE MATRICULADO)
       P364-DESEMPENHO.
            MOVE WS-ID-ALUNO      TO ID-ALUNO-MAT
            MOVE WS-ID-MATERIA    TO ID-MATERIA-MAT
            READ MATRICULAS
                INVALID KEY
                    GO TO P364-FIM
            END-READ
            IF NOT MAT-ATIVA OR WS-ID-MATERIA EQUAL ZEROS
                GO TO P364-FIM
            END-IF
            MOVE ZEROS            TO WS-SOMA-NOTAS WS-SOMA-PESOS
            SET EOF-LAN-OK        TO FALSE
            MOVE WS-ID-ALUNO      TO ID-ALUNO-LAN
            MOVE WS-ID-MATERIA    TO ID-MATERIA-LAN
            MOVE ZEROS            TO NR-AVALIACAO-LAN
            START LANCAMENTOS KEY NOT LESS THAN CHAVE-LANCAMENTO
                INVALID KEY
                    SET EOF-LAN-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-LAN-OK
                READ LANCAMENTOS NEXT
                    AT END
                        SET EOF-LAN-OK TO TRUE
                    NOT AT END
                        IF ID-ALUNO-LAN NOT EQUAL WS-ID-ALUNO OR
                           ID-MATERIA-LAN NOT EQUAL WS-ID-MATERIA
                            SET EOF-LAN-OK TO TRUE
                        ELSE
                            MOVE 'P'              TO WL-MD-OPERACAO
                            MOVE ID-MATERIA-LAN   TO WL-MD-ID-MATERIA
                            MOVE NR-AVALIACAO-LAN
                                TO WL-MD-NR-AVALIACAO
                            CALL 'CALCMEDP' USING WL-PARAMETROS-MEDIA
                            IF WL-MD-TP-AVALIACAO NOT EQUAL 'R'
                                COMPUTE WS-SOMA-NOTAS = WS-SOMA-NOTAS +
                                        VL-NOTA-LAN * WL-MD-PS-AVALIACAO
                                ADD WL-MD-PS-AVALIACAO
                                    TO WS-SOMA-PESOS
                            END-IF
                        END-IF
                END-READ
            END-PERFORM

            MOVE ZEROS            TO WS-QTD-FALTAS
            SET EOF-FRQ-OK        TO FALSE
            MOVE WS-ID-MATERIA    TO ID-MATERIA-FRQ
            MOVE WS-DT-INI-TERMO  TO DT-AULA-FRQ
            MOVE ZEROS            TO PERIODO-FRQ ID-ALUNO-FRQ
            START FREQUENCIA KEY NOT LESS THAN CHAVE-FREQUENCIA
                INVALID KEY
                    SET EOF-FRQ-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-FRQ-OK
                READ FREQUENCIA NEXT
                    AT END
                        SET EOF-FRQ-OK TO TRUE
                    NOT AT END
                        IF ID-MATERIA-FRQ NOT EQUAL WS-ID-MATERIA OR
                           DT-AULA-FRQ > WS-DT-FIM-FALTAS
                            SET EOF-FRQ-OK TO TRUE
                        ELSE
                            IF ID-ALUNO-FRQ EQUAL WS-ID-ALUNO
                                ADD 1 TO WS-QTD-FALTAS
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            MOVE WS-ID-MATERIA    TO WL-ID-MATERIA
            MOVE WS-DT-INI-TERMO  TO WL-DT-INICIO
            MOVE WS-DT-FIM-FALTAS TO WL-DT-FIM
            MOVE ZEROS            TO WL-QT-AULAS WL-QT-PERDIDAS
                                     WL-QT-REPOSICOES
            CALL 'CHKAULAS' USING WL-PARAMETROS-AULAS
            MOVE ZEROS            TO WS-PC-FALTAS
            IF WL-QT-AULAS > 0
                COMPUTE WS-PC-FALTAS =
                        WS-QTD-FALTAS * 100 / WL-QT-AULAS
                IF WS-PC-FALTAS > 100
                    MOVE 100      TO WS-PC-FALTAS
                END-IF
            END-IF

            MOVE WS-MAT-NM-MATERIA(WS-ID-MATERIA) TO DES-NM-MATERIA
            MOVE WS-MAT-NT-APROVACAO(WS-ID-MATERIA)
                                  TO DES-NT-APROVACAO
            IF WS-SOMA-PESOS > 0
                COMPUTE WS-MEDIA-PARCIAL =
                        WS-SOMA-NOTAS / WS-SOMA-PESOS
                MOVE WS-MEDIA-PARCIAL TO WS-MEDIA-EDIT
                MOVE WS-MEDIA-EDIT    TO DES-MEDIA
            ELSE
                MOVE '  -  '      TO DES-MEDIA
            END-IF
            MOVE WS-QTD-FALTAS    TO DES-FALTAS
            MOVE WL-QT-AULAS      TO DES-AULAS
            MOVE WS-PC-FALTAS     TO DES-PC-FALTAS
            MOVE WS-DET-DESEMPENHO TO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P364-FIM.
      ******************************************************************
      * COMPARECIMENTO - NO DIA, PARA CADA ATENDIMENTO DO PROFESSOR:
      * C = COMPARECEU, F = FALTOU, <ENTER> = DEIXA COMO ESTA
      ******************************************************************
       P370-COMPARECIMENTO.
            PERFORM P110-PEDE-PLANTAO THRU P110-FIM
            IF NOT ACHOU-OK
                GO TO P370-FIM
            END-IF
            IF WS-DT-PLANTAO > WS-DATA-HOJE-8
                DISPLAY 'PLANTAO AINDA NAO REALIZADO. '
                GO TO P370-FIM
            END-IF
            DISPLAY 'Informe o ID do professor: '
            ACCEPT WS-ID-PROFESSOR
            SET FS-PLT-OK         TO TRUE
            OPEN I-O PLANTAO
            IF NOT FS-PLT-OK
                DISPLAY 'HORARIOS DO PLANTAO AINDA NAO GERADOS. '
                CLOSE PLANTAO
                GO TO P370-FIM
            END-IF
            SET FS-OK             TO TRUE
            OPEN INPUT ALUNOS
            MOVE ZEROS            TO WS-QTD-COMPARECEU WS-QTD-FALTOU
            SET EOF-PLT-OK        TO FALSE
            MOVE WS-DT-PLANTAO    TO DT-PLANTAO-PLT
            MOVE WS-ID-PROFESSOR  TO ID-PROFESSOR-PLT
            MOVE ZEROS            TO HR-SLOT-PLT
            START PLANTAO KEY NOT LESS THAN CHAVE-PLANTAO
                INVALID KEY
                    SET EOF-PLT-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-PLT-OK
                READ PLANTAO NEXT
                    AT END
                        SET EOF-PLT-OK TO TRUE
                    NOT AT END
                        IF DT-PLANTAO-PLT NOT EQUAL WS-DT-PLANTAO OR
                           ID-PROFESSOR-PLT NOT EQUAL WS-ID-PROFESSOR
                            SET EOF-PLT-OK TO TRUE
                        ELSE
                            IF PLT-AGENDADO
                                PERFORM P375-MARCA-PRESENCA
                                    THRU P375-FIM
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PLANTAO ALUNOS
            MOVE WS-QTD-COMPARECEU TO WS-QT-EDIT
            MOVE WS-QTD-FALTOU    TO WS-QT-EDIT-2
            DISPLAY 'COMPARECERAM: ' WS-QT-EDIT '   FALTARAM: '
                    WS-QT-EDIT-2
            .
       P370-FIM.
       P375-MARCA-PRESENCA.
            MOVE SPACES           TO WS-NM-ALUNO
            MOVE ID-ALUNO-PLT     TO ID-ALUNO
            READ ALUNOS
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE NM-ALUNO TO WS-NM-ALUNO
            END-READ
            MOVE SPACES           TO WS-PRESENCA
            DISPLAY HR-SLOT-PLT ' ALUNO ' ID-ALUNO-PLT ' '
                    WS-NM-ALUNO ' [' ST-PRESENCA-PLT
                    '] C=compareceu F=faltou: '
            ACCEPT WS-PRESENCA
            EVALUATE WS-PRESENCA
                WHEN 'C'
                WHEN 'c'
                    SET PLT-COMPARECEU TO TRUE
                    ADD 1 TO WS-QTD-COMPARECEU
                WHEN 'F'
                WHEN 'f'
                    SET PLT-FALTOU     TO TRUE
                    ADD 1 TO WS-QTD-FALTOU
                WHEN SPACES
                    GO TO P375-FIM
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA - HORARIO NAO ALTERADO. '
                    GO TO P375-FIM
            END-EVALUATE
            REWRITE REG-PLANTAO
            IF NOT FS-PLT-OK
                DISPLAY 'ERRO AO REGISTRAR O COMPARECIMENTO. '
                DISPLAY 'FILE STATUS: ' WS-FS-PLT
            END-IF
            .
       P375-FIM.
      ******************************************************************
      * RESUMO DO PLANTAO - POR PROFESSOR: HORARIOS LIVRES, BLOQUEADOS,
      * AGENDADOS, COMPARECIMENTOS E FALTAS; E QUANTAS FAMILIAS
      * CONVIDADAS (EM RISCO E DEMAIS) AGENDARAM
      ******************************************************************
       P380-RESUMO.
            PERFORM P110-PEDE-PLANTAO THRU P110-FIM
            IF NOT ACHOU-OK
                GO TO P380-FIM
            END-IF
            SET FS-PLT-OK         TO TRUE
            OPEN INPUT PLANTAO
            IF NOT FS-PLT-OK
                DISPLAY 'HORARIOS DO PLANTAO AINDA NAO GERADOS. '
                CLOSE PLANTAO
                GO TO P380-FIM
            END-IF
            MOVE ZEROS            TO WS-ID-PROFESSOR-ANT WS-QTD-AGD
                                     WS-TOT-AGENDADOS WS-TOT-COMPARECEU
                                     WS-TOT-FALTOU
            SET TAB-CHEIA         TO FALSE
            DISPLAY 'PROF NOME                 LIVRE BLOQ. AGEND. '
                    'COMPAR. FALTAS'
            SET EOF-PLT-OK        TO FALSE
            MOVE WS-DT-PLANTAO    TO DT-PLANTAO-PLT
            MOVE ZEROS            TO ID-PROFESSOR-PLT HR-SLOT-PLT
            START PLANTAO KEY NOT LESS THAN CHAVE-PLANTAO
                INVALID KEY
                    SET EOF-PLT-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-PLT-OK
                READ PLANTAO NEXT
                    AT END
                        SET EOF-PLT-OK TO TRUE
                    NOT AT END
                        IF DT-PLANTAO-PLT NOT EQUAL WS-DT-PLANTAO
                            SET EOF-PLT-OK TO TRUE
                        ELSE
                            PERFORM P385-ACUMULA THRU P385-FIM
                        END-IF
                END-READ
            END-PERFORM
            IF WS-ID-PROFESSOR-ANT NOT EQUAL ZEROS
                PERFORM P387-LINHA-PROFESSOR THRU P387-FIM
            END-IF
            CLOSE PLANTAO
            MOVE WS-TOT-AGENDADOS TO WS-QT-EDIT
            MOVE WS-TOT-COMPARECEU TO WS-QT-EDIT-2
            MOVE WS-TOT-FALTOU    TO WS-QT-EDIT-3
            DISPLAY '--------------------------------------'
            DISPLAY 'TOTAL AGENDADOS: ' WS-QT-EDIT
                    '  COMPARECERAM: ' WS-QT-EDIT-2
                    '  FALTARAM: ' WS-QT-EDIT-3

            MOVE ZEROS            TO WS-QTD-RISCO WS-QTD-NORMAIS
                                     WS-QTD-RISCO-AGD WS-QTD-NORMAIS-AGD
            SET FS-CNV-OK         TO TRUE
            OPEN INPUT CONVITES
            IF FS-CNV-OK
                SET EOF-CNV-OK    TO FALSE
                MOVE WS-DT-PLANTAO TO DT-PLANTAO-CNV
                MOVE ZEROS        TO ID-ALUNO-CNV
                START CONVITES KEY NOT LESS THAN CHAVE-CONVITE-PLANTAO
                    INVALID KEY
                        SET EOF-CNV-OK TO TRUE
                END-START
                PERFORM UNTIL EOF-CNV-OK
                    READ CONVITES NEXT
                        AT END
                            SET EOF-CNV-OK TO TRUE
                        NOT AT END
                            IF DT-PLANTAO-CNV NOT EQUAL WS-DT-PLANTAO
                                SET EOF-CNV-OK TO TRUE
                            ELSE
                                PERFORM P389-CONVITE THRU P389-FIM
                            END-IF
                    END-READ
                END-PERFORM
            END-IF
            CLOSE CONVITES
            MOVE WS-QTD-RISCO     TO WS-QT-EDIT
            MOVE WS-QTD-RISCO-AGD TO WS-QT-EDIT-2
            MOVE WS-QTD-NORMAIS   TO WS-QT-EDIT-3
            MOVE WS-QTD-NORMAIS-AGD TO WS-QT-EDIT-4
            DISPLAY 'CONVITES ALUNO EM RISCO: ' WS-QT-EDIT
                    '  COM AGENDAMENTO: ' WS-QT-EDIT-2
            DISPLAY 'CONVITES DEMAIS ALUNOS : ' WS-QT-EDIT-3
                    '  COM AGENDAMENTO: ' WS-QT-EDIT-4
            IF TAB-CHEIA
                DISPLAY 'ATENCAO: MAIS DE 3000 AGENDAMENTOS - CONTAGEM '
                        'DE CONVITES INCOMPLETA. '
            END-IF
            DISPLAY '--------------------------------------'
            .
       P380-FIM.
       P385-ACUMULA.
            IF ID-PROFESSOR-PLT NOT EQUAL WS-ID-PROFESSOR-ANT
                IF WS-ID-PROFESSOR-ANT NOT EQUAL ZEROS
                    PERFORM P387-LINHA-PROFESSOR THRU P387-FIM
                END-IF
                MOVE ID-PROFESSOR-PLT TO WS-ID-PROFESSOR-ANT
                MOVE ZEROS        TO WS-QTD-LIVRES WS-QTD-BLOQUEADOS
                                     WS-QTD-AGENDADOS WS-QTD-COMPARECEU
                                     WS-QTD-FALTOU
            END-IF
            EVALUATE TRUE
                WHEN PLT-LIVRE
                    ADD 1 TO WS-QTD-LIVRES
                WHEN PLT-BLOQUEADO
                    ADD 1 TO WS-QTD-BLOQUEADOS
                WHEN PLT-AGENDADO
                    ADD 1 TO WS-QTD-AGENDADOS
                    IF PLT-COMPARECEU
                        ADD 1 TO WS-QTD-COMPARECEU
                    END-IF
                    IF PLT-FALTOU
                        ADD 1 TO WS-QTD-FALTOU
                    END-IF
                    IF WS-QTD-AGD < 3000
                        ADD 1 TO WS-QTD-AGD
                        MOVE ID-ALUNO-PLT TO WS-AGD-ID-ALUNO(WS-QTD-AGD)
                    ELSE
                        SET TAB-CHEIA TO TRUE
                    END-IF
            END-EVALUATE
            .
       P385-FIM.
       P387-LINHA-PROFESSOR.
            MOVE WS-ID-PROFESSOR-ANT TO WS-ID-PROFESSOR
            PERFORM P120-LE-PROFESSOR THRU P120-FIM
            MOVE WS-QTD-AGENDADOS TO WS-QT-EDIT
            MOVE WS-QTD-COMPARECEU TO WS-QT-EDIT-2
            MOVE WS-QTD-FALTOU    TO WS-QT-EDIT-3
            MOVE WS-QTD-BLOQUEADOS TO WS-QT-EDIT-4
            MOVE WS-QTD-LIVRES    TO WS-PC-EDIT
            DISPLAY WS-ID-PROFESSOR '  ' WS-NM-PROFESSOR ' '
                    WS-PC-EDIT '  ' WS-QT-EDIT-4 '  ' WS-QT-EDIT
                    '   ' WS-QT-EDIT-2 '  ' WS-QT-EDIT-3
            ADD WS-QTD-AGENDADOS  TO WS-TOT-AGENDADOS
            ADD WS-QTD-COMPARECEU TO WS-TOT-COMPARECEU
            ADD WS-QTD-FALTOU     TO WS-TOT-FALTOU
            .
       P387-FIM.
       P389-CONVITE.
            SET ACHOU-OK          TO FALSE
            PERFORM VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND > WS-QTD-AGD OR ACHOU-OK
                IF WS-AGD-ID-ALUNO(WS-IND) EQUAL ID-ALUNO-CNV
                    SET ACHOU-OK  TO TRUE
                END-IF
            END-PERFORM
            IF CNV-RISCO
                ADD 1 TO WS-QTD-RISCO
                IF ACHOU-OK
                    ADD 1 TO WS-QTD-RISCO-AGD
                END-IF
            ELSE
                ADD 1 TO WS-QTD-NORMAIS
                IF ACHOU-OK
                    ADD 1 TO WS-QTD-NORMAIS-AGD
                END-IF
            END-IF
            .
       P389-FIM.
       P410-LE-OPERADOR.
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
       P410-FIM.
       P420-EDITA-DATA.
            MOVE WS-DATA-AUX-DD   TO WS-DATA-EDIT-DD
            MOVE WS-DATA-AUX-MM   TO WS-DATA-EDIT-MM
            MOVE WS-DATA-AUX-AAAA TO WS-DATA-EDIT-AAAA
            .
       P420-FIM.
       P430-LE-CONTATO.
            SET ACHOU-OK          TO FALSE
            MOVE SPACES           TO WS-NM-CONTATO
            SET FS-CTT-OK         TO TRUE
            OPEN INPUT CONTATOS
            IF FS-CTT-OK
                MOVE WS-ID-CONTATO TO ID-CONTATO
                READ CONTATOS
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE NM-CONTATO TO WS-NM-CONTATO
                        SET ACHOU-OK TO TRUE
                END-READ
            END-IF
            CLOSE CONTATOS
            .
       P430-FIM.
       P900-FIM.
            GOBACK.
      * RESOLVE OS CAMINHOS FISICOS PELO CONFIGSYS (PRODUCAO OU
      * TESTE); SEM CONFIGURACAO VALEM OS PADROES ACIMA
       P050-CONFIGURA.
            MOVE 'D3-PLANTAO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-PLANTAO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-PLANTAO
            MOVE 'D3-PLANCONV' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-PLANCONV TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-PLANCONV
            MOVE 'CALENDARIO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-CALENDARIO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-CALENDARIO
            MOVE 'PROFESSORES' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-PROFESSORES TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-PROFESSORES
            MOVE 'PROFMAT' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-PROFMAT TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-PROFMAT
            MOVE 'D3-REGISTRO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-REGISTRO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-REGISTRO
            MOVE 'D3-MATRICULAS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-MATRICULAS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-MATRICULAS
            MOVE 'D3-MATERIAS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-MATERIAS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-MATERIAS
            MOVE 'RESPONSA' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-RESPONSA TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-RESPONSA
            MOVE 'CONTATOS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-CONTATOS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-CONTATOS
            MOVE 'D3-LANCNOTA' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-LANCNOTA TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-LANCNOTA
            MOVE 'D3-FREQUENCIA' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-FREQUENCIA TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-FREQUENCIA
            MOVE 'SESSAO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-SESSAO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-SESSAO
            MOVE 'PLANT-MINUTOS' TO WL-CFG-CHAVE
            MOVE WS-CFG-PLANT-MINUTOS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-CFG-PLANT-MINUTOS
            IF WS-CFG-PLANT-MINUTOS(1:2) NUMERIC AND
               WS-CFG-PLANT-MINUTOS(1:2) NOT EQUAL '00'
                MOVE WS-CFG-PLANT-MINUTOS(1:2) TO WS-PLANT-MINUTOS
            END-IF
            MOVE 'PLANT-DIAS-PRIOR' TO WL-CFG-CHAVE
            MOVE WS-CFG-DIAS-PRIORIDADE TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-CFG-DIAS-PRIORIDADE
            IF WS-CFG-DIAS-PRIORIDADE(1:2) NUMERIC
                MOVE WS-CFG-DIAS-PRIORIDADE(1:2) TO WS-DIAS-PRIORIDADE
            END-IF
            .
       P050-FIM.
       END PROGRAM SISPLANT.

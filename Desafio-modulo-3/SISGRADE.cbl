      ******************************************************************
      * Author: ANDREI BATISTA
      * Date: 15/10/2026
      * Purpose: GERADOR DA GRADE HORARIA DO PROXIMO TERMO - MONTA UMA
      *          PROPOSTA (GRADEPROP.DAT) COM AS MATERIAS ATIVAS, SUA
      *          CARGA SEMANAL (CH-MATERIA / SEMANAS DO TERMO), OS
      *          PROFESSORES VINCULADOS (PROFMAT.DAT) E SUA
      *          DISPONIBILIDADE (DISPPROF.DAT), AS SALAS ATIVAS COM
      *          SEUS LUGARES (SALAS.DAT) E OS TURNOS DAS TURMAS DOS
      *          ALUNOS MATRICULADOS (TURNO-TUR), SEM PROFESSOR, SALA
      *          OU TURMA EM DOIS LUGARES NO MESMO DIA/PERIODO. O QUE
      *          NAO COUBER E LISTADO COM O MOTIVO. A PROPOSTA E
      *          REVISADA NO SPOOL ANTES DE SUBSTITUIR HORARIOS.DAT E
      *          OCUPASAL.DAT (APLICACAO RESTRITA AO ADMIN - AUTHOPR
      *          'T', COMO O FECHAMENTO DE TERMO)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISGRADE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
               SELECT MATERIAS ASSIGN TO WS-ARQ-CFG-D3-MATERIAS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS ID-MATERIA
               FILE STATUS IS WS-FS-MATR.

               SELECT PROFESSORES ASSIGN TO WS-ARQ-CFG-PROFESSORES
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS ID-PROFESSOR
               FILE STATUS IS WS-FS-PRF.

               SELECT PROFMAT ASSIGN TO WS-ARQ-CFG-PROFMAT
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-PROF-MATERIA
               FILE STATUS IS WS-FS-PM.

               SELECT DISPONIBILIDADE ASSIGN TO WS-ARQ-CFG-DISPPROF
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-DISP-PROFESSOR
               FILE STATUS IS WS-FS-DSP.

               SELECT SALAS ASSIGN TO WS-ARQ-CFG-D3-SALAS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CD-SALA
               FILE STATUS IS WS-FS-SAL.

               SELECT TURMAS ASSIGN TO WS-ARQ-CFG-TURMAS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CD-TURMA
               FILE STATUS IS WS-FS-TUR.

               SELECT MATRICULAS ASSIGN TO WS-ARQ-CFG-D3-MATRICULAS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-MATRICULA
               FILE STATUS IS WS-FS-MAT.

               SELECT ALUNOS ASSIGN TO WS-ARQ-CFG-D3-REGISTRO
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS ID-ALUNO
               ALTERNATE RECORD KEY IS NM-ALUNO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS.

               SELECT HORARIOS ASSIGN TO WS-ARQ-CFG-D3-HORARIOS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS CHAVE-HORARIO
               FILE STATUS IS WS-FS-HOR.

               SELECT OCUPACOES ASSIGN TO WS-ARQ-CFG-D3-OCUPASAL
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS CHAVE-SALA-OCUPACAO
               FILE STATUS IS WS-FS-OCP.

               SELECT PROPOSTA ASSIGN TO WS-ARQ-CFG-D3-GRADEPROP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GRP.

               SELECT RELATORIO-OUT ASSIGN TO WS-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OUT.

       DATA DIVISION.
       FILE SECTION.
       FD MATERIAS.
          COPY FD_MATER.
       FD PROFESSORES.
          COPY FD_PROF.
       FD PROFMAT.
          COPY FD_PRMAT.
       FD DISPONIBILIDADE.
          COPY FD_DSPRF.
       FD SALAS.
          COPY FD_SALA.
       FD TURMAS.
          COPY FD_TURMA.
       FD MATRICULAS.
          COPY FD_MATRI.
       FD ALUNOS.
          COPY FD_REGIS.
       FD HORARIOS.
          COPY FD_HORAR.
       FD OCUPACOES.
          COPY FD_SALOC.
       FD PROPOSTA.
          COPY FD_GRPRP.
       FD RELATORIO-OUT.
       01 REG-RELATORIO-OUT                PIC X(100).

       WORKING-STORAGE SECTION.
       77 WS-FS                            PIC 99.
          88 FS-OK                         VALUE 0.
       77 WS-FS-MATR                       PIC 99.
          88 FS-MATR-OK                    VALUE 0.
       77 WS-FS-PRF                        PIC 99.
          88 FS-PRF-OK                     VALUE 0.
       77 WS-FS-PM                         PIC 99.
          88 FS-PM-OK                      VALUE 0.
       77 WS-FS-DSP                        PIC 99.
          88 FS-DSP-OK                     VALUE 0.
       77 WS-FS-SAL                        PIC 99.
          88 FS-SAL-OK                     VALUE 0.
       77 WS-FS-TUR                        PIC 99.
          88 FS-TUR-OK                     VALUE 0.
       77 WS-FS-MAT                        PIC 99.
          88 FS-MAT-OK                     VALUE 0.
       77 WS-FS-HOR                        PIC 99.
          88 FS-HOR-OK                     VALUE 0.
       77 WS-FS-OCP                        PIC 99.
          88 FS-OCP-OK                     VALUE 0.
       77 WS-FS-GRP                        PIC 99.
          88 FS-GRP-OK                     VALUE 0.
       77 WS-FS-OUT                        PIC 99.
          88 FS-OUT-OK                     VALUE 0.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE 'S' FALSE 'N'.
       77 WS-OPCAO                         PIC X.
       77 WS-CONFIRMA                      PIC X(01).
       77 WS-DATA-HOJE-8                   PIC 9(08).
       77 WS-DT-GERACAO                    PIC 9(08) VALUE ZEROS.
      * SEMANAS LETIVAS DO TERMO PARA CONVERTER CH-MATERIA EM AULAS
      * SEMANAIS E PERIODOS DO DIA ABERTOS A CADA TURNO (CONFIGSYS)
       77 WS-CFG-SEMANAS                   PIC X(60) VALUE SPACES.
       77 WS-SEMANAS-TERMO                 PIC 9(02) VALUE 20.
       77 WS-CFG-TURNO-M                   PIC X(60) VALUE '123'.
       77 WS-CFG-TURNO-T                   PIC X(60) VALUE '456'.
       77 WS-CFG-TURNO-N                   PIC X(60) VALUE '456'.
       77 WS-CFG-TURNO                     PIC X(60).
       01 WS-TABELA-TURNOS.
          03 WS-TURNO-PER                  PIC X(06) OCCURS 3 TIMES.
       77 WS-IND-TRN                       PIC 9(01).
       77 WS-IND-CAR                       PIC 9(02).
       77 WS-MAPA-PER                      PIC X(06).
      * MATERIAS ATIVAS A COLOCAR NA GRADE
       77 WS-QTD-MATERIAS                  PIC 9(03) VALUE ZEROS.
       77 WS-IM                            PIC 9(03).
       01 WS-TABELA-MATERIAS.
          03 WS-TAB-MAT                    OCCURS 200 TIMES.
             05 WS-MAT-ID                  PIC 9(03).
             05 WS-MAT-NOME                PIC X(20).
             05 WS-MAT-SEMANAIS            PIC 9(02).
             05 WS-MAT-ALUNOS              PIC 9(03).
             05 WS-MAT-QT-TURMAS           PIC 9(01).
             05 WS-MAT-TURMA               PIC 9(03) OCCURS 5 TIMES.
             05 WS-MAT-QT-PROF             PIC 9(01).
             05 WS-MAT-PROF                PIC 9(03) OCCURS 5 TIMES.
             05 WS-MAT-PERMITIDOS          PIC X(06).
      * TURMAS ATIVAS COM A OCUPACAO DA SEMANA (6 DIAS X 6 PERIODOS)
       77 WS-QTD-TURMAS                    PIC 9(03) VALUE ZEROS.
       77 WS-IT                            PIC 9(03).
       77 WS-IT2                           PIC 9(01).
       01 WS-TABELA-TURMAS.
          03 WS-TAB-TUR                    OCCURS 100 TIMES.
             05 WS-TUR-CD                  PIC X(10).
             05 WS-TUR-TURNO               PIC X(01).
             05 WS-TUR-OCUP                PIC X(36).
      * PROFESSORES INDEXADOS PELO ID: ATIVO, DISPONIBILIDADE E
      * OCUPACAO DA SEMANA
       01 WS-TABELA-PROFESSORES.
          03 WS-TAB-PRF                    OCCURS 999 TIMES.
             05 WS-PRF-ATIVO               PIC X(01).
             05 WS-PRF-TEM-DSP             PIC X(01).
             05 WS-PRF-DISP                PIC X(36).
             05 WS-PRF-OCUP                PIC X(36).
       77 WS-ID-PRF                        PIC 9(03).
      * SALAS ATIVAS EM ORDEM CRESCENTE DE LUGARES (MENOR QUE CABE)
       77 WS-QTD-SALAS                     PIC 9(02) VALUE ZEROS.
       77 WS-IS                            PIC 9(02).
       77 WS-IS2                           PIC 9(02).
       77 WS-MAIOR-SALA                    PIC 9(03) VALUE ZEROS.
       01 WS-TABELA-SALAS.
          03 WS-TAB-SAL                    OCCURS 50 TIMES.
             05 WS-SAL-CD                  PIC X(06).
             05 WS-SAL-LUGARES             PIC 9(03).
             05 WS-SAL-OCUP                PIC X(36).
      * AULAS COLOCADAS NA PROPOSTA
       77 WS-QTD-PROPOSTA                  PIC 9(04) VALUE ZEROS.
       77 WS-IP                            PIC 9(04).
       77 WS-PROP-ANTES                    PIC 9(04).
       01 WS-TABELA-PROPOSTA.
          03 WS-TAB-PRP                    OCCURS 1000 TIMES.
             05 WS-PRP-MAT                 PIC 9(03).
             05 WS-PRP-MAT-IDX             PIC 9(03).
             05 WS-PRP-DIA                 PIC 9(01).
             05 WS-PRP-PER                 PIC 9(01).
             05 WS-PRP-SALA-IDX            PIC 9(02).
             05 WS-PRP-SALA                PIC X(06).
             05 WS-PRP-PROF                PIC 9(03).
             05 WS-PRP-ALUNOS              PIC 9(03).
      * AULAS QUE NAO COUBERAM, COM O MOTIVO
       77 WS-QTD-PENDENTES                 PIC 9(03) VALUE ZEROS.
       77 WS-IPE                           PIC 9(03).
       01 WS-TABELA-PENDENTES.
          03 WS-TAB-PEN                    OCCURS 200 TIMES.
             05 WS-PEN-MAT                 PIC 9(03).
             05 WS-PEN-AULAS               PIC 9(02).
             05 WS-PEN-MOTIVO              PIC X(45).
      * TENTATIVA DE COLOCACAO DE UMA MATERIA
       77 WS-IK                            PIC 9(01).
       77 WS-PROF-ATUAL                    PIC 9(03).
       77 WS-MELHOR-PROF                   PIC 9(03).
       77 WS-MELHOR-QTD                    PIC 9(02).
       77 WS-COLOCADAS                     PIC 9(02).
       77 WS-FALTAM                        PIC 9(02).
       77 WS-PASSO                         PIC 9(01).
       77 WS-DIA                           PIC 9(01).
       77 WS-PER                           PIC 9(01).
       77 WS-IND-SLOT                      PIC 9(02).
       77 WS-DIAS-USADOS                   PIC X(06).
       77 WS-SALA-ESCOLHIDA                PIC 9(02).
       77 WS-SLOT-LIVRE                    PIC X VALUE 'N'.
          88 SLOT-LIVRE                    VALUE 'S' FALSE 'N'.
       77 WS-ACHOU                         PIC X VALUE 'N'.
          88 ACHOU                         VALUE 'S' FALSE 'N'.
       77 WS-QUOCIENTE                     PIC 9(03).
       77 WS-RESTO                         PIC 9(03).
       77 WS-REC-DISP                      PIC 9(04).
       77 WS-REC-PROF                      PIC 9(04).
       77 WS-REC-TURMA                     PIC 9(04).
       77 WS-REC-SALA                      PIC 9(04).
       77 WS-MOTIVO                        PIC X(45).
       77 WS-QTD-AULAS-PEND                PIC 9(04) VALUE ZEROS.
       77 WS-NM-MATERIA                    PIC X(20).
       77 WS-LINHA-OUT                     PIC X(100) VALUE SPACES.
       01 WS-NOMES-DIAS.
          03 FILLER PIC X(54) VALUE
             'SEGUNDA  TERCA    QUARTA   QUINTA   SEXTA    SABADO   '.
       01 WS-NOMES-DIAS-R REDEFINES WS-NOMES-DIAS.
          03 WS-NM-DIA                     PIC X(09) OCCURS 6 TIMES.
       01 WS-ARQ-RELATORIO                 PIC X(60).
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
             VALUE 'SISGRADE'.
          03 WL-OPERACAO                   PIC X(10).
          03 WL-CHAVE                      PIC X(10).
          03 WL-VALOR-ANTIGO               PIC X(50).
          03 WL-VALOR-NOVO                 PIC X(50).

       01 WS-ARQ-CFG-D3-MATERIAS           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\MATERIAS.DAT'.
       01 WS-ARQ-CFG-PROFESSORES           PIC X(60) VALUE
          'C:\COBOL\PROFESSORES.DAT'.
       01 WS-ARQ-CFG-PROFMAT               PIC X(60) VALUE
          'C:\COBOL\PROFMAT.DAT'.
       01 WS-ARQ-CFG-DISPPROF              PIC X(60) VALUE
          'C:\COBOL\DISPPROF.DAT'.
       01 WS-ARQ-CFG-D3-SALAS              PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\SALAS.DAT'.
       01 WS-ARQ-CFG-TURMAS                PIC X(60) VALUE
          'C:\COBOL\TURMAS.DAT'.
       01 WS-ARQ-CFG-D3-MATRICULAS         PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\MATRICULAS.DAT'.
       01 WS-ARQ-CFG-D3-REGISTRO           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\REGISTRO.DAT'.
       01 WS-ARQ-CFG-D3-HORARIOS           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\HORARIOS.DAT'.
       01 WS-ARQ-CFG-D3-OCUPASAL           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\OCUPASAL.DAT'.
       01 WS-ARQ-CFG-D3-GRADEPROP          PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\GRADEPROP.DAT'.
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
            DISPLAY '***        GERADOR DE GRADE HORARIA            ***'
            DISPLAY '**************************************************'
            DISPLAY '*** 1 - Gerar proposta de grade                ***'
            DISPLAY '*** 2 - Revisar proposta (spool)               ***'
            DISPLAY '*** 3 - Aplicar proposta (HORARIOS/OCUPASAL)   ***'
            DISPLAY '***          <TECLE F PARA FINALIZAR>          ***'
            DISPLAY '**************************************************'
            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN '1'
                    PERFORM P310-GERA           THRU P310-FIM
                WHEN '2'
                    PERFORM P500-REVISA         THRU P500-FIM
                WHEN '3'
                    PERFORM P600-APLICA         THRU P600-FIM
                WHEN 'F'
                    CONTINUE
                WHEN 'f'
                    CONTINUE
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA! '
            END-EVALUATE
            .
       P300-FIM.
       P310-GERA.
            MOVE ZEROS            TO WS-QTD-MATERIAS WS-QTD-TURMAS
                                     WS-QTD-SALAS WS-QTD-PROPOSTA
                                     WS-QTD-PENDENTES WS-MAIOR-SALA
            PERFORM P110-CARREGA-MATERIAS  THRU P110-FIM
            IF WS-QTD-MATERIAS EQUAL ZEROS
                DISPLAY 'NENHUMA MATERIA ATIVA PARA MONTAR A GRADE.'
                GO TO P310-FIM
            END-IF
            PERFORM P120-CARREGA-TURMAS    THRU P120-FIM
            PERFORM P130-CARREGA-ALUNOS    THRU P130-FIM
            PERFORM P140-CARREGA-PROFESSORES THRU P140-FIM
            PERFORM P150-CARREGA-SALAS     THRU P150-FIM
            IF WS-QTD-SALAS EQUAL ZEROS
                DISPLAY 'NENHUMA SALA ATIVA CADASTRADA (SISSALA).'
                GO TO P310-FIM
            END-IF

            PERFORM P330-UMA-MATERIA THRU P330-FIM
                    VARYING WS-IM FROM 1 BY 1
                    UNTIL WS-IM > WS-QTD-MATERIAS

            PERFORM P380-GRAVA-PROPOSTA THRU P380-FIM
            MOVE 'GRADE-GER'      TO WL-OPERACAO
            MOVE 'GRADEPROP'      TO WL-CHAVE
            MOVE SPACES           TO WL-VALOR-ANTIGO WL-VALOR-NOVO
            STRING 'AULAS ' WS-QTD-PROPOSTA
                   ' PENDENCIAS ' WS-QTD-PENDENTES
                   DELIMITED BY SIZE INTO WL-VALOR-NOVO
            CALL 'AUDITLOG' USING WL-AUDITORIA
            DISPLAY 'PROPOSTA GERADA - AULAS COLOCADAS: '
                    WS-QTD-PROPOSTA '  MATERIAS COM PENDENCIA: '
                    WS-QTD-PENDENTES
            PERFORM P500-REVISA THRU P500-FIM
            .
       P310-FIM.
      * CARGA SEMANAL = CH-MATERIA / SEMANAS DO TERMO, ARREDONDADA
      * PARA CIMA; OS TURNOS DAS TURMAS RESTRINGEM OS PERIODOS DEPOIS
       P110-CARREGA-MATERIAS.
            SET EOF-OK            TO FALSE
            SET FS-MATR-OK        TO TRUE
            OPEN INPUT MATERIAS
            IF NOT FS-MATR-OK
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE MATERIAS. '
                DISPLAY 'FILE STATUS: ' WS-FS-MATR
                CLOSE MATERIAS
                GO TO P110-FIM
            END-IF
            PERFORM UNTIL EOF-OK
                READ MATERIAS NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF MATERIA-ATIVA AND WS-QTD-MATERIAS < 200
                            ADD 1 TO WS-QTD-MATERIAS
                            MOVE WS-QTD-MATERIAS TO WS-IM
                            MOVE ID-MATERIA TO WS-MAT-ID(WS-IM)
                            MOVE NM-MATERIA TO WS-MAT-NOME(WS-IM)
                            DIVIDE CH-MATERIA BY WS-SEMANAS-TERMO
                                GIVING WS-QUOCIENTE
                                REMAINDER WS-RESTO
                            IF WS-RESTO > 0
                                ADD 1 TO WS-QUOCIENTE
                            END-IF
                            IF WS-QUOCIENTE > 36
                                MOVE 36 TO WS-QUOCIENTE
                            END-IF
                            MOVE WS-QUOCIENTE TO
                                 WS-MAT-SEMANAIS(WS-IM)
                            MOVE ZEROS TO WS-MAT-ALUNOS(WS-IM)
                                          WS-MAT-QT-TURMAS(WS-IM)
                                          WS-MAT-QT-PROF(WS-IM)
                            MOVE 'SSSSSS' TO WS-MAT-PERMITIDOS(WS-IM)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE MATERIAS
            .
       P110-FIM.
       P120-CARREGA-TURMAS.
            SET EOF-OK            TO FALSE
            SET FS-TUR-OK         TO TRUE
            OPEN INPUT TURMAS
            IF NOT FS-TUR-OK
                DISPLAY 'CADASTRO DE TURMAS INDISPONIVEL - GRADE SEM '
                        'RESTRICAO DE TURNO.'
                CLOSE TURMAS
                GO TO P120-FIM
            END-IF
            PERFORM UNTIL EOF-OK
                READ TURMAS NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF TURMA-ATIVA AND WS-QTD-TURMAS < 100
                            ADD 1 TO WS-QTD-TURMAS
                            MOVE CD-TURMA TO WS-TUR-CD(WS-QTD-TURMAS)
                            MOVE TURNO-TUR TO
                                 WS-TUR-TURNO(WS-QTD-TURMAS)
                            MOVE SPACES TO WS-TUR-OCUP(WS-QTD-TURMAS)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE TURMAS
            .
       P120-FIM.
      * MATRICULAS ATIVAS: QUANTOS ALUNOS CADA MATERIA TERA (LUGARES
      * DA SALA) E DE QUAIS TURMAS ELES VEM (CONFLITO E TURNO)
       P130-CARREGA-ALUNOS.
            SET EOF-OK            TO FALSE
            SET FS-MAT-OK         TO TRUE
            SET FS-OK             TO TRUE
            OPEN INPUT MATRICULAS
            OPEN INPUT ALUNOS
            IF NOT FS-MAT-OK OR NOT FS-OK
                DISPLAY 'MATRICULAS/ALUNOS INDISPONIVEIS - GRADE SEM '
                        'RESTRICAO DE TURMA.'
                CLOSE MATRICULAS
                CLOSE ALUNOS
                GO TO P130-FIM
            END-IF
            PERFORM UNTIL EOF-OK
                READ MATRICULAS NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF MAT-ATIVA
                            PERFORM P135-UMA-MATRICULA THRU P135-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE MATRICULAS
            CLOSE ALUNOS
      * PERIODOS PERMITIDOS = INTERSECAO DOS TURNOS DAS TURMAS
            PERFORM VARYING WS-IM FROM 1 BY 1
                    UNTIL WS-IM > WS-QTD-MATERIAS
                PERFORM VARYING WS-IT2 FROM 1 BY 1
                        UNTIL WS-IT2 > WS-MAT-QT-TURMAS(WS-IM)
                    MOVE WS-MAT-TURMA(WS-IM, WS-IT2) TO WS-IT
                    EVALUATE WS-TUR-TURNO(WS-IT)
                        WHEN 'M'
                            MOVE 1 TO WS-IND-TRN
                        WHEN 'T'
                            MOVE 2 TO WS-IND-TRN
                        WHEN 'N'
                            MOVE 3 TO WS-IND-TRN
                        WHEN OTHER
                            MOVE ZEROS TO WS-IND-TRN
                    END-EVALUATE
                    IF WS-IND-TRN > 0
                        PERFORM VARYING WS-PER FROM 1 BY 1
                                UNTIL WS-PER > 6
                            IF WS-TURNO-PER(WS-IND-TRN)(WS-PER:1)
                               NOT EQUAL 'S'
                                MOVE 'N' TO
                                  WS-MAT-PERMITIDOS(WS-IM)(WS-PER:1)
                            END-IF
                        END-PERFORM
                    END-IF
                END-PERFORM
            END-PERFORM
            .
       P130-FIM.
       P135-UMA-MATRICULA.
            SET ACHOU             TO FALSE
            PERFORM VARYING WS-IM FROM 1 BY 1
                    UNTIL WS-IM > WS-QTD-MATERIAS OR ACHOU
                IF WS-MAT-ID(WS-IM) EQUAL ID-MATERIA-MAT
                    SET ACHOU     TO TRUE
                END-IF
            END-PERFORM
            IF NOT ACHOU
                GO TO P135-FIM
            END-IF
            SUBTRACT 1            FROM WS-IM
            MOVE ID-ALUNO-MAT     TO ID-ALUNO
            READ ALUNOS
                INVALID KEY
                    GO TO P135-FIM
            END-READ
            IF NOT ALUNO-ATIVO
                GO TO P135-FIM
            END-IF
            IF WS-MAT-ALUNOS(WS-IM) < 999
                ADD 1             TO WS-MAT-ALUNOS(WS-IM)
            END-IF
      * TURMA FORA DO CADASTRO NAO RESTRINGE A GRADE
            SET ACHOU             TO FALSE
            PERFORM VARYING WS-IT FROM 1 BY 1
                    UNTIL WS-IT > WS-QTD-TURMAS OR ACHOU
                IF WS-TUR-CD(WS-IT) EQUAL TURMA
                    SET ACHOU     TO TRUE
                END-IF
            END-PERFORM
            IF NOT ACHOU
                GO TO P135-FIM
            END-IF
            SUBTRACT 1            FROM WS-IT
            SET ACHOU             TO FALSE
            PERFORM VARYING WS-IT2 FROM 1 BY 1
                    UNTIL WS-IT2 > WS-MAT-QT-TURMAS(WS-IM)
                IF WS-MAT-TURMA(WS-IM, WS-IT2) EQUAL WS-IT
                    SET ACHOU     TO TRUE
                END-IF
            END-PERFORM
            IF NOT ACHOU AND WS-MAT-QT-TURMAS(WS-IM) < 5
                ADD 1             TO WS-MAT-QT-TURMAS(WS-IM)
                MOVE WS-IT        TO
                     WS-MAT-TURMA(WS-IM, WS-MAT-QT-TURMAS(WS-IM))
            END-IF
            .
       P135-FIM.
      * PROFESSORES ATIVOS, SUA DISPONIBILIDADE (SEM REGISTRO = TODA
      * A GRADE) E OS VINCULOS COM AS MATERIAS A COLOCAR
       P140-CARREGA-PROFESSORES.
            PERFORM VARYING WS-ID-PRF FROM 1 BY 1
                    UNTIL WS-ID-PRF > 998
                MOVE 'N'          TO WS-PRF-ATIVO(WS-ID-PRF)
                MOVE 'N'          TO WS-PRF-TEM-DSP(WS-ID-PRF)
                MOVE ALL 'S'      TO WS-PRF-DISP(WS-ID-PRF)
                MOVE SPACES       TO WS-PRF-OCUP(WS-ID-PRF)
            END-PERFORM
            MOVE 'N'              TO WS-PRF-ATIVO(999)
            MOVE 'N'              TO WS-PRF-TEM-DSP(999)
            MOVE ALL 'S'          TO WS-PRF-DISP(999)
            MOVE SPACES           TO WS-PRF-OCUP(999)
            SET EOF-OK            TO FALSE
            SET FS-PRF-OK         TO TRUE
            OPEN INPUT PROFESSORES
            IF FS-PRF-OK
                PERFORM UNTIL EOF-OK
                    READ PROFESSORES NEXT
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            IF PROF-ATIVO AND ID-PROFESSOR > 0
                                MOVE 'S' TO WS-PRF-ATIVO(ID-PROFESSOR)
                            END-IF
                    END-READ
                END-PERFORM
            ELSE
                DISPLAY 'ERRO AO ABRIR O CADASTRO DE PROFESSORES. '
                DISPLAY 'FILE STATUS: ' WS-FS-PRF
            END-IF
            CLOSE PROFESSORES

            SET EOF-OK            TO FALSE
            SET FS-DSP-OK         TO TRUE
            OPEN INPUT DISPONIBILIDADE
            IF FS-DSP-OK
                PERFORM UNTIL EOF-OK
                    READ DISPONIBILIDADE NEXT
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            PERFORM P145-UM-DIA-DISP THRU P145-FIM
                    END-READ
                END-PERFORM
            END-IF
            CLOSE DISPONIBILIDADE

            SET EOF-OK            TO FALSE
            SET FS-PM-OK          TO TRUE
            OPEN INPUT PROFMAT
            IF FS-PM-OK
                PERFORM UNTIL EOF-OK
                    READ PROFMAT NEXT
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            IF ID-PROFESSOR-PM > 0
                                PERFORM P148-UM-VINCULO THRU P148-FIM
                            END-IF
                    END-READ
                END-PERFORM
            ELSE
                DISPLAY 'ERRO AO ABRIR OS VINCULOS PROFESSOR/MATERIA. '
                DISPLAY 'FILE STATUS: ' WS-FS-PM
            END-IF
            CLOSE PROFMAT
            .
       P140-FIM.
       P145-UM-DIA-DISP.
            IF ID-PROFESSOR-DSP EQUAL ZEROS OR
               DIA-SEMANA-DSP < 1 OR DIA-SEMANA-DSP > 6
                GO TO P145-FIM
            END-IF
            MOVE ID-PROFESSOR-DSP TO WS-ID-PRF
      * PRIMEIRO DIA INFORMADO: O PROFESSOR PASSA A VALER SO NOS
      * DIAS/PERIODOS MARCADOS
            IF WS-PRF-TEM-DSP(WS-ID-PRF) EQUAL 'N'
                MOVE 'S'          TO WS-PRF-TEM-DSP(WS-ID-PRF)
                MOVE ALL 'N'      TO WS-PRF-DISP(WS-ID-PRF)
            END-IF
            PERFORM VARYING WS-PER FROM 1 BY 1 UNTIL WS-PER > 6
                COMPUTE WS-IND-SLOT = (DIA-SEMANA-DSP - 1) * 6
                                      + WS-PER
                IF FL-PERIODO-DSP(WS-PER) EQUAL 'S'
                    MOVE 'S' TO WS-PRF-DISP(WS-ID-PRF)(WS-IND-SLOT:1)
                END-IF
            END-PERFORM
            .
       P145-FIM.
       P148-UM-VINCULO.
            IF WS-PRF-ATIVO(ID-PROFESSOR-PM) NOT EQUAL 'S'
                GO TO P148-FIM
            END-IF
            PERFORM VARYING WS-IM FROM 1 BY 1
                    UNTIL WS-IM > WS-QTD-MATERIAS
                IF WS-MAT-ID(WS-IM) EQUAL ID-MATERIA-PM AND
                   WS-MAT-QT-PROF(WS-IM) < 5
                    ADD 1         TO WS-MAT-QT-PROF(WS-IM)
                    MOVE ID-PROFESSOR-PM TO
                         WS-MAT-PROF(WS-IM, WS-MAT-QT-PROF(WS-IM))
                END-IF
            END-PERFORM
            .
       P148-FIM.
      * SALAS ATIVAS INSERIDAS EM ORDEM CRESCENTE DE LUGARES, PARA
      * CADA AULA FICAR NA MENOR SALA QUE COMPORTA A TURMA
       P150-CARREGA-SALAS.
            SET EOF-OK            TO FALSE
            SET FS-SAL-OK         TO TRUE
            OPEN INPUT SALAS
            IF NOT FS-SAL-OK
                DISPLAY 'ERRO AO ABRIR O CADASTRO DE SALAS. '
                DISPLAY 'FILE STATUS: ' WS-FS-SAL
                CLOSE SALAS
                GO TO P150-FIM
            END-IF
            PERFORM UNTIL EOF-OK
                READ SALAS NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF SALA-ATIVA AND WS-QTD-SALAS < 50
                            PERFORM P155-INSERE-SALA THRU P155-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE SALAS
            .
       P150-FIM.
       P155-INSERE-SALA.
            ADD 1                 TO WS-QTD-SALAS
            MOVE WS-QTD-SALAS     TO WS-IS
            PERFORM UNTIL WS-IS EQUAL 1
                COMPUTE WS-IS2 = WS-IS - 1
                IF WS-SAL-LUGARES(WS-IS2) <= QT-LUGARES
                    EXIT PERFORM
                END-IF
                MOVE WS-TAB-SAL(WS-IS2) TO WS-TAB-SAL(WS-IS)
                MOVE WS-IS2       TO WS-IS
            END-PERFORM
            MOVE CD-SALA          TO WS-SAL-CD(WS-IS)
            MOVE QT-LUGARES       TO WS-SAL-LUGARES(WS-IS)
            MOVE SPACES           TO WS-SAL-OCUP(WS-IS)
            IF QT-LUGARES > WS-MAIOR-SALA
                MOVE QT-LUGARES   TO WS-MAIOR-SALA
            END-IF
            .
       P155-FIM.
      * UMA MATERIA: TENTA CADA PROFESSOR VINCULADO ATE UM DELES
      * COMPORTAR TODA A CARGA SEMANAL; SE NENHUM COMPORTAR, FICA O
      * QUE COLOCOU MAIS AULAS E O RESTO VAI PARA AS PENDENCIAS
       P330-UMA-MATERIA.
            MOVE ZEROS            TO WS-COLOCADAS
                                     WS-REC-DISP WS-REC-PROF
                                     WS-REC-TURMA WS-REC-SALA
            MOVE WS-MAT-SEMANAIS(WS-IM) TO WS-FALTAM
            IF WS-MAT-SEMANAIS(WS-IM) EQUAL ZEROS
                MOVE 'SEM CARGA HORARIA (CH-MATERIA ZERADA)'
                  TO WS-MOTIVO
                PERFORM P390-PENDENTE THRU P390-FIM
                GO TO P330-FIM
            END-IF
            IF WS-MAT-QT-PROF(WS-IM) EQUAL ZEROS
                MOVE 'SEM PROFESSOR ATIVO VINCULADO (PROFMAT)'
                  TO WS-MOTIVO
                PERFORM P390-PENDENTE THRU P390-FIM
                GO TO P330-FIM
            END-IF
            IF WS-MAT-PERMITIDOS(WS-IM) EQUAL 'NNNNNN'
                MOVE 'TURMAS DE TURNOS SEM PERIODO EM COMUM'
                  TO WS-MOTIVO
                PERFORM P390-PENDENTE THRU P390-FIM
                GO TO P330-FIM
            END-IF
            IF WS-MAT-ALUNOS(WS-IM) > WS-MAIOR-SALA
                MOVE SPACES       TO WS-MOTIVO
                STRING 'NENHUMA SALA ATIVA COMPORTA '
                       WS-MAT-ALUNOS(WS-IM) ' ALUNOS'
                       DELIMITED BY SIZE INTO WS-MOTIVO
                PERFORM P390-PENDENTE THRU P390-FIM
                GO TO P330-FIM
            END-IF

            MOVE ZEROS            TO WS-MELHOR-PROF WS-MELHOR-QTD
            PERFORM VARYING WS-IK FROM 1 BY 1
                    UNTIL WS-IK > WS-MAT-QT-PROF(WS-IM)
                       OR WS-COLOCADAS EQUAL WS-MAT-SEMANAIS(WS-IM)
                MOVE WS-MAT-PROF(WS-IM, WS-IK) TO WS-PROF-ATUAL
                PERFORM P340-TENTA-PROFESSOR THRU P340-FIM
                IF WS-COLOCADAS < WS-MAT-SEMANAIS(WS-IM)
                    IF WS-COLOCADAS > WS-MELHOR-QTD
                        MOVE WS-COLOCADAS  TO WS-MELHOR-QTD
                        MOVE WS-PROF-ATUAL TO WS-MELHOR-PROF
                    END-IF
                    PERFORM P350-DESFAZ THRU P350-FIM
                END-IF
            END-PERFORM
            IF WS-COLOCADAS EQUAL WS-MAT-SEMANAIS(WS-IM)
                GO TO P330-FIM
            END-IF
            IF WS-MELHOR-PROF NOT EQUAL ZEROS
                MOVE WS-MELHOR-PROF TO WS-PROF-ATUAL
                PERFORM P340-TENTA-PROFESSOR THRU P340-FIM
            ELSE
                MOVE ZEROS        TO WS-COLOCADAS
            END-IF
            COMPUTE WS-FALTAM = WS-MAT-SEMANAIS(WS-IM) - WS-COLOCADAS
            PERFORM P395-MOTIVO   THRU P395-FIM
            PERFORM P390-PENDENTE THRU P390-FIM
            .
       P330-FIM.
      * PRIMEIRA PASSADA: NO MAXIMO UMA AULA POR DIA, ESPALHANDO A
      * MATERIA NA SEMANA; SEGUNDA PASSADA: QUALQUER SLOT LIVRE
       P340-TENTA-PROFESSOR.
            MOVE ZEROS            TO WS-COLOCADAS
                                     WS-REC-DISP WS-REC-PROF
                                     WS-REC-TURMA WS-REC-SALA
            MOVE WS-QTD-PROPOSTA  TO WS-PROP-ANTES
            MOVE 'NNNNNN'         TO WS-DIAS-USADOS
            PERFORM VARYING WS-PASSO FROM 1 BY 1
                    UNTIL WS-PASSO > 2
                       OR WS-COLOCADAS EQUAL WS-MAT-SEMANAIS(WS-IM)
                PERFORM VARYING WS-DIA FROM 1 BY 1
                        UNTIL WS-DIA > 6
                           OR WS-COLOCADAS EQUAL WS-MAT-SEMANAIS(WS-IM)
                    PERFORM VARYING WS-PER FROM 1 BY 1
                            UNTIL WS-PER > 6
                           OR WS-COLOCADAS EQUAL WS-MAT-SEMANAIS(WS-IM)
                        IF WS-MAT-PERMITIDOS(WS-IM)(WS-PER:1)
                           EQUAL 'S' AND
                           (WS-PASSO EQUAL 2 OR
                            WS-DIAS-USADOS(WS-DIA:1) EQUAL 'N')
                            PERFORM P345-AVALIA-SLOT THRU P345-FIM
                        END-IF
                    END-PERFORM
                END-PERFORM
            END-PERFORM
            .
       P340-FIM.
       P345-AVALIA-SLOT.
            COMPUTE WS-IND-SLOT = (WS-DIA - 1) * 6 + WS-PER
            IF WS-PRF-DISP(WS-PROF-ATUAL)(WS-IND-SLOT:1)
               NOT EQUAL 'S'
                ADD 1             TO WS-REC-DISP
                GO TO P345-FIM
            END-IF
            IF WS-PRF-OCUP(WS-PROF-ATUAL)(WS-IND-SLOT:1)
               NOT EQUAL SPACE
                ADD 1             TO WS-REC-PROF
                GO TO P345-FIM
            END-IF
            SET SLOT-LIVRE        TO TRUE
            PERFORM VARYING WS-IT2 FROM 1 BY 1
                    UNTIL WS-IT2 > WS-MAT-QT-TURMAS(WS-IM)
                MOVE WS-MAT-TURMA(WS-IM, WS-IT2) TO WS-IT
                IF WS-TUR-OCUP(WS-IT)(WS-IND-SLOT:1) NOT EQUAL SPACE
                    SET SLOT-LIVRE TO FALSE
                END-IF
            END-PERFORM
            IF NOT SLOT-LIVRE
                ADD 1             TO WS-REC-TURMA
                GO TO P345-FIM
            END-IF
            MOVE ZEROS            TO WS-SALA-ESCOLHIDA
            PERFORM VARYING WS-IS FROM 1 BY 1
                    UNTIL WS-IS > WS-QTD-SALAS
                       OR WS-SALA-ESCOLHIDA > 0
                IF WS-SAL-LUGARES(WS-IS) >= WS-MAT-ALUNOS(WS-IM) AND
                   WS-SAL-OCUP(WS-IS)(WS-IND-SLOT:1) EQUAL SPACE
                    MOVE WS-IS    TO WS-SALA-ESCOLHIDA
                END-IF
            END-PERFORM
            IF WS-SALA-ESCOLHIDA EQUAL ZEROS OR
               WS-QTD-PROPOSTA NOT < 1000
                ADD 1             TO WS-REC-SALA
                GO TO P345-FIM
            END-IF
      * SLOT LIVRE PARA PROFESSOR, TURMAS E SALA: COLOCA A AULA
            ADD 1                 TO WS-QTD-PROPOSTA
            MOVE WS-QTD-PROPOSTA  TO WS-IP
            MOVE WS-MAT-ID(WS-IM) TO WS-PRP-MAT(WS-IP)
            MOVE WS-IM            TO WS-PRP-MAT-IDX(WS-IP)
            MOVE WS-DIA           TO WS-PRP-DIA(WS-IP)
            MOVE WS-PER           TO WS-PRP-PER(WS-IP)
            MOVE WS-SALA-ESCOLHIDA TO WS-PRP-SALA-IDX(WS-IP)
            MOVE WS-SAL-CD(WS-SALA-ESCOLHIDA) TO WS-PRP-SALA(WS-IP)
            MOVE WS-PROF-ATUAL    TO WS-PRP-PROF(WS-IP)
            MOVE WS-MAT-ALUNOS(WS-IM) TO WS-PRP-ALUNOS(WS-IP)
            MOVE 'X' TO WS-PRF-OCUP(WS-PROF-ATUAL)(WS-IND-SLOT:1)
            MOVE 'X' TO WS-SAL-OCUP(WS-SALA-ESCOLHIDA)(WS-IND-SLOT:1)
            PERFORM VARYING WS-IT2 FROM 1 BY 1
                    UNTIL WS-IT2 > WS-MAT-QT-TURMAS(WS-IM)
                MOVE WS-MAT-TURMA(WS-IM, WS-IT2) TO WS-IT
                MOVE 'X'          TO WS-TUR-OCUP(WS-IT)(WS-IND-SLOT:1)
            END-PERFORM
            ADD 1                 TO WS-COLOCADAS
            MOVE 'S'              TO WS-DIAS-USADOS(WS-DIA:1)
            .
       P345-FIM.
      * DESFAZ AS AULAS DA ULTIMA TENTATIVA, LIBERANDO PROFESSOR,
      * SALA E TURMAS
       P350-DESFAZ.
            COMPUTE WS-IP = WS-PROP-ANTES + 1
            PERFORM UNTIL WS-IP > WS-QTD-PROPOSTA
                COMPUTE WS-IND-SLOT = (WS-PRP-DIA(WS-IP) - 1) * 6
                                      + WS-PRP-PER(WS-IP)
                MOVE SPACE TO
                     WS-PRF-OCUP(WS-PRP-PROF(WS-IP))(WS-IND-SLOT:1)
                MOVE SPACE TO
                     WS-SAL-OCUP(WS-PRP-SALA-IDX(WS-IP))
                                (WS-IND-SLOT:1)
                PERFORM VARYING WS-IT2 FROM 1 BY 1
                        UNTIL WS-IT2 >
                              WS-MAT-QT-TURMAS(WS-PRP-MAT-IDX(WS-IP))
                    MOVE WS-MAT-TURMA(WS-PRP-MAT-IDX(WS-IP), WS-IT2)
                      TO WS-IT
                    MOVE SPACE TO WS-TUR-OCUP(WS-IT)(WS-IND-SLOT:1)
                END-PERFORM
                ADD 1             TO WS-IP
            END-PERFORM
            MOVE WS-PROP-ANTES    TO WS-QTD-PROPOSTA
            .
       P350-FIM.
       P380-GRAVA-PROPOSTA.
            MOVE WS-DATA-HOJE-8   TO WS-DT-GERACAO
            SET FS-GRP-OK         TO TRUE
            OPEN OUTPUT PROPOSTA
            IF NOT FS-GRP-OK
                DISPLAY 'ERRO AO GRAVAR A PROPOSTA DE GRADE. '
                DISPLAY 'FILE STATUS: ' WS-FS-GRP
                GO TO P380-FIM
            END-IF
            PERFORM VARYING WS-IP FROM 1 BY 1
                    UNTIL WS-IP > WS-QTD-PROPOSTA
                INITIALIZE REG-GRADE-PROPOSTA
                SET GRP-AULA      TO TRUE
                MOVE WS-PRP-MAT(WS-IP)    TO ID-MATERIA-GRP
                MOVE WS-PRP-DIA(WS-IP)    TO DIA-SEMANA-GRP
                MOVE WS-PRP-PER(WS-IP)    TO PERIODO-GRP
                MOVE WS-PRP-SALA(WS-IP)   TO CD-SALA-GRP
                MOVE WS-PRP-PROF(WS-IP)   TO ID-PROFESSOR-GRP
                MOVE WS-PRP-ALUNOS(WS-IP) TO QT-ALUNOS-GRP
                MOVE 1                    TO QT-AULAS-GRP
                MOVE WS-DT-GERACAO        TO DT-GERACAO-GRP
                WRITE REG-GRADE-PROPOSTA
            END-PERFORM
            PERFORM VARYING WS-IPE FROM 1 BY 1
                    UNTIL WS-IPE > WS-QTD-PENDENTES
                INITIALIZE REG-GRADE-PROPOSTA
                SET GRP-PENDENTE  TO TRUE
                MOVE WS-PEN-MAT(WS-IPE)    TO ID-MATERIA-GRP
                MOVE WS-PEN-AULAS(WS-IPE)  TO QT-AULAS-GRP
                MOVE WS-PEN-MOTIVO(WS-IPE) TO DS-MOTIVO-GRP
                MOVE WS-DT-GERACAO         TO DT-GERACAO-GRP
                WRITE REG-GRADE-PROPOSTA
            END-PERFORM
            CLOSE PROPOSTA
            .
       P380-FIM.
       P390-PENDENTE.
            IF WS-QTD-PENDENTES < 200
                ADD 1             TO WS-QTD-PENDENTES
                MOVE WS-MAT-ID(WS-IM) TO WS-PEN-MAT(WS-QTD-PENDENTES)
                MOVE WS-FALTAM    TO WS-PEN-AULAS(WS-QTD-PENDENTES)
                MOVE WS-MOTIVO    TO WS-PEN-MOTIVO(WS-QTD-PENDENTES)
            END-IF
            .
       P390-FIM.
      * O MOTIVO DA PENDENCIA E O OBSTACULO MAIS FREQUENTE NOS SLOTS
      * AVALIADOS NA ULTIMA TENTATIVA
       P395-MOTIVO.
            EVALUATE TRUE
                WHEN WS-REC-SALA >= WS-REC-TURMA AND
                     WS-REC-SALA >= WS-REC-PROF AND
                     WS-REC-SALA >= WS-REC-DISP AND
                     WS-REC-SALA > 0
                    MOVE SPACES   TO WS-MOTIVO
                    STRING 'SEM SALA LIVRE PARA ' WS-MAT-ALUNOS(WS-IM)
                           ' ALUNOS NOS SLOTS DO TURNO'
                           DELIMITED BY SIZE INTO WS-MOTIVO
                WHEN WS-REC-TURMA >= WS-REC-PROF AND
                     WS-REC-TURMA >= WS-REC-DISP AND
                     WS-REC-TURMA > 0
                    MOVE 'TURMA JA OCUPADA NOS SLOTS DO TURNO'
                      TO WS-MOTIVO
                WHEN WS-REC-PROF >= WS-REC-DISP AND
                     WS-REC-PROF > 0
                    MOVE 'PROFESSOR JA OCUPADO NOS SLOTS DO TURNO'
                      TO WS-MOTIVO
                WHEN WS-REC-DISP > 0
                    MOVE 'PROFESSOR SEM DISPONIBILIDADE NO TURNO'
                      TO WS-MOTIVO
                WHEN OTHER
                    MOVE 'SLOTS DO TURNO ESGOTADOS' TO WS-MOTIVO
            END-EVALUATE
            .
       P395-FIM.
      * REVISAO: QUADRO DA SEMANA POR DIA E PERIODO E A LISTA DO QUE
      * NAO COUBE, LIDOS DA PROPOSTA GRAVADA
       P500-REVISA.
            PERFORM P510-CARREGA-PROPOSTA THRU P510-FIM
            IF WS-QTD-PROPOSTA EQUAL ZEROS AND
               WS-QTD-PENDENTES EQUAL ZEROS
                DISPLAY 'NENHUMA PROPOSTA DE GRADE GERADA AINDA.'
                GO TO P500-FIM
            END-IF
            MOVE 'GRADEPROP'      TO WL-SPL-RELATORIO
            CALL 'SPOOLREG' USING WL-SPOOL
            IF WL-SPOOL-ABERTO
                MOVE WL-SPL-ARQUIVO TO WS-ARQ-RELATORIO
            ELSE
                MOVE 'C:\COBOL\Desafio-modulo-3\GRADE_PROPOSTA.TXT'
                  TO WS-ARQ-RELATORIO
            END-IF
            SET FS-OUT-OK         TO TRUE
            OPEN OUTPUT RELATORIO-OUT
            IF NOT FS-OUT-OK
                DISPLAY 'ERRO AO GRAVAR O RELATORIO. '
                DISPLAY 'FILE STATUS: ' WS-FS-OUT
                GO TO P500-FIM
            END-IF
            SET FS-MATR-OK        TO TRUE
            OPEN INPUT MATERIAS
            MOVE ALL '=' TO WS-LINHA-OUT
            PERFORM P760-GRAVA-LINHA THRU P760-FIM
            STRING 'PROPOSTA DE GRADE HORARIA - GERADA EM '
                   WS-DT-GERACAO
                   DELIMITED BY SIZE INTO WS-LINHA-OUT
            PERFORM P760-GRAVA-LINHA THRU P760-FIM
            MOVE ALL '=' TO WS-LINHA-OUT
            PERFORM P760-GRAVA-LINHA THRU P760-FIM
            PERFORM VARYING WS-DIA FROM 1 BY 1 UNTIL WS-DIA > 6
                PERFORM P520-QUADRO-DIA THRU P520-FIM
            END-PERFORM

            MOVE ALL '-' TO WS-LINHA-OUT
            PERFORM P760-GRAVA-LINHA THRU P760-FIM
            MOVE 'AULAS NAO COLOCADAS' TO WS-LINHA-OUT
            PERFORM P760-GRAVA-LINHA THRU P760-FIM
            MOVE ZEROS            TO WS-QTD-AULAS-PEND
            IF WS-QTD-PENDENTES EQUAL ZEROS
                MOVE '  (NENHUMA - TODA A CARGA FOI COLOCADA)'
                  TO WS-LINHA-OUT
                PERFORM P760-GRAVA-LINHA THRU P760-FIM
            END-IF
            PERFORM VARYING WS-IPE FROM 1 BY 1
                    UNTIL WS-IPE > WS-QTD-PENDENTES
                MOVE WS-PEN-MAT(WS-IPE) TO ID-MATERIA
                PERFORM P530-NOME-MATERIA THRU P530-FIM
                ADD WS-PEN-AULAS(WS-IPE) TO WS-QTD-AULAS-PEND
                STRING '  MAT ' WS-PEN-MAT(WS-IPE) ' '
                       WS-NM-MATERIA ' FALTAM '
                       WS-PEN-AULAS(WS-IPE) ' - '
                       WS-PEN-MOTIVO(WS-IPE)
                       DELIMITED BY SIZE INTO WS-LINHA-OUT
                DISPLAY WS-LINHA-OUT
                PERFORM P760-GRAVA-LINHA THRU P760-FIM
            END-PERFORM
            MOVE ALL '-' TO WS-LINHA-OUT
            PERFORM P760-GRAVA-LINHA THRU P760-FIM
            STRING 'AULAS COLOCADAS: ' WS-QTD-PROPOSTA
                   '  AULAS PENDENTES: ' WS-QTD-AULAS-PEND
                   '  MATERIAS COM PENDENCIA: ' WS-QTD-PENDENTES
                   DELIMITED BY SIZE INTO WS-LINHA-OUT
            DISPLAY WS-LINHA-OUT
            PERFORM P760-GRAVA-LINHA THRU P760-FIM
            CLOSE MATERIAS
            CLOSE RELATORIO-OUT
            DISPLAY 'PROPOSTA PARA REVISAO EM: ' WS-ARQ-RELATORIO
            .
       P500-FIM.
       P510-CARREGA-PROPOSTA.
            MOVE ZEROS            TO WS-QTD-PROPOSTA WS-QTD-PENDENTES
                                     WS-DT-GERACAO
            SET EOF-OK            TO FALSE
            SET FS-GRP-OK         TO TRUE
            OPEN INPUT PROPOSTA
            IF NOT FS-GRP-OK
                GO TO P510-FIM
            END-IF
            PERFORM UNTIL EOF-OK
                READ PROPOSTA
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        MOVE DT-GERACAO-GRP TO WS-DT-GERACAO
                        IF GRP-AULA AND WS-QTD-PROPOSTA < 1000
                            ADD 1 TO WS-QTD-PROPOSTA
                            MOVE WS-QTD-PROPOSTA TO WS-IP
                            MOVE ID-MATERIA-GRP TO WS-PRP-MAT(WS-IP)
                            MOVE DIA-SEMANA-GRP TO WS-PRP-DIA(WS-IP)
                            MOVE PERIODO-GRP    TO WS-PRP-PER(WS-IP)
                            MOVE CD-SALA-GRP    TO WS-PRP-SALA(WS-IP)
                            MOVE ID-PROFESSOR-GRP
                                                TO WS-PRP-PROF(WS-IP)
                            MOVE QT-ALUNOS-GRP  TO WS-PRP-ALUNOS(WS-IP)
                        END-IF
                        IF GRP-PENDENTE AND WS-QTD-PENDENTES < 200
                            ADD 1 TO WS-QTD-PENDENTES
                            MOVE WS-QTD-PENDENTES TO WS-IPE
                            MOVE ID-MATERIA-GRP TO WS-PEN-MAT(WS-IPE)
                            MOVE QT-AULAS-GRP   TO WS-PEN-AULAS(WS-IPE)
                            MOVE DS-MOTIVO-GRP  TO WS-PEN-MOTIVO(WS-IPE)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PROPOSTA
            .
       P510-FIM.
       P520-QUADRO-DIA.
            STRING WS-NM-DIA(WS-DIA)
                   DELIMITED BY SIZE INTO WS-LINHA-OUT
            PERFORM P760-GRAVA-LINHA THRU P760-FIM
            PERFORM VARYING WS-PER FROM 1 BY 1 UNTIL WS-PER > 6
                PERFORM VARYING WS-IP FROM 1 BY 1
                        UNTIL WS-IP > WS-QTD-PROPOSTA
                    IF WS-PRP-DIA(WS-IP) EQUAL WS-DIA AND
                       WS-PRP-PER(WS-IP) EQUAL WS-PER
                        MOVE WS-PRP-MAT(WS-IP) TO ID-MATERIA
                        PERFORM P530-NOME-MATERIA THRU P530-FIM
                        STRING '  PERIODO ' WS-PER
                               '  SALA ' WS-PRP-SALA(WS-IP)
                               '  MAT ' WS-PRP-MAT(WS-IP) ' '
                               WS-NM-MATERIA
                               '  PROF ' WS-PRP-PROF(WS-IP)
                               '  ALUNOS ' WS-PRP-ALUNOS(WS-IP)
                               DELIMITED BY SIZE INTO WS-LINHA-OUT
                        PERFORM P760-GRAVA-LINHA THRU P760-FIM
                    END-IF
                END-PERFORM
            END-PERFORM
            PERFORM P760-GRAVA-LINHA THRU P760-FIM
            .
       P520-FIM.
       P530-NOME-MATERIA.
            MOVE SPACES           TO WS-NM-MATERIA
            IF FS-MATR-OK
                READ MATERIAS
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE NM-MATERIA TO WS-NM-MATERIA
                END-READ
            END-IF
            .
       P530-FIM.
      * APLICACAO: A PROPOSTA REVISADA SUBSTITUI A GRADE E A
      * OCUPACAO DE SALAS INTEIRAS - SO O ADMIN, COM CONFIRMACAO
       P600-APLICA.
            MOVE 'T'              TO WL-FUNCAO
            CALL 'AUTHOPR' USING WL-AUTORIZACAO
            IF WL-NEGADO
                GO TO P600-FIM
            END-IF
            PERFORM P510-CARREGA-PROPOSTA THRU P510-FIM
            IF WS-QTD-PROPOSTA EQUAL ZEROS
                DISPLAY 'NENHUMA AULA NA PROPOSTA - GERE A PROPOSTA '
                        'ANTES DE APLICAR.'
                GO TO P600-FIM
            END-IF
            DISPLAY 'PROPOSTA GERADA EM ' WS-DT-GERACAO
                    ' - AULAS: ' WS-QTD-PROPOSTA
                    '  MATERIAS COM PENDENCIA: ' WS-QTD-PENDENTES
            IF WS-QTD-PENDENTES > 0
                DISPLAY 'ATENCAO: AS AULAS PENDENTES FICARAO FORA DA '
                        'GRADE ATE SEREM INCLUIDAS NO SISHORAR.'
            END-IF
            DISPLAY 'A GRADE ATUAL (HORARIOS.DAT) E A OCUPACAO DE '
                    'SALAS (OCUPASAL.DAT) SERAO SUBSTITUIDAS.'
            DISPLAY 'TECLE: <S> para aplicar ou <QUALQUER TECLA> '
                    'para abortar.'
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA NOT EQUAL 'S' AND 's'
                DISPLAY 'Aplicacao nao realizada.'
                GO TO P600-FIM
            END-IF
            SET FS-HOR-OK         TO TRUE
            SET FS-OCP-OK         TO TRUE
            OPEN OUTPUT HORARIOS
            OPEN OUTPUT OCUPACOES
            IF NOT FS-HOR-OK OR NOT FS-OCP-OK
                DISPLAY 'ERRO AO ABRIR A GRADE/OCUPACAO DE SALAS. '
                DISPLAY 'FILE STATUS HORARIOS : ' WS-FS-HOR
                DISPLAY 'FILE STATUS OCUPASAL : ' WS-FS-OCP
                CLOSE HORARIOS
                CLOSE OCUPACOES
                GO TO P600-FIM
            END-IF
            PERFORM VARYING WS-IP FROM 1 BY 1
                    UNTIL WS-IP > WS-QTD-PROPOSTA
                MOVE WS-PRP-MAT(WS-IP)  TO ID-MATERIA-HOR
                MOVE WS-PRP-DIA(WS-IP)  TO DIA-SEMANA-HOR
                MOVE WS-PRP-PER(WS-IP)  TO PERIODO-HOR
                WRITE REG-HORARIO
                    INVALID KEY
                        DISPLAY 'SLOT REPETIDO NA PROPOSTA: MAT '
                                WS-PRP-MAT(WS-IP)
                END-WRITE
                MOVE WS-PRP-SALA(WS-IP) TO CD-SALA-OCP
                MOVE WS-PRP-DIA(WS-IP)  TO DIA-SEMANA-OCP
                MOVE WS-PRP-PER(WS-IP)  TO PERIODO-OCP
                MOVE WS-PRP-MAT(WS-IP)  TO ID-MATERIA-OCP
                WRITE REG-SALA-OCUPACAO
                    INVALID KEY
                        DISPLAY 'SALA REPETIDA NA PROPOSTA: '
                                WS-PRP-SALA(WS-IP)
                END-WRITE
            END-PERFORM
            CLOSE HORARIOS
            CLOSE OCUPACOES
            DISPLAY 'Grade aplicada com sucesso!'
            MOVE 'GRADE-APL'      TO WL-OPERACAO
            MOVE 'HORARIOS'       TO WL-CHAVE
            MOVE SPACES           TO WL-VALOR-ANTIGO WL-VALOR-NOVO
            STRING 'PROPOSTA ' WS-DT-GERACAO
                   ' AULAS ' WS-QTD-PROPOSTA
                   ' PENDENCIAS ' WS-QTD-PENDENTES
                   DELIMITED BY SIZE INTO WL-VALOR-NOVO
            CALL 'AUDITLOG' USING WL-AUDITORIA
            .
       P600-FIM.
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
            MOVE 'D3-MATERIAS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-MATERIAS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-MATERIAS
            MOVE 'PROFESSORES' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-PROFESSORES TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-PROFESSORES
            MOVE 'PROFMAT' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-PROFMAT TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-PROFMAT
            MOVE 'DISPPROF' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-DISPPROF TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-DISPPROF
            MOVE 'D3-SALAS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-SALAS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-SALAS
            MOVE 'TURMAS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-TURMAS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-TURMAS
            MOVE 'D3-MATRICULAS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-MATRICULAS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-MATRICULAS
            MOVE 'D3-REGISTRO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-REGISTRO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-REGISTRO
            MOVE 'D3-HORARIOS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-HORARIOS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-HORARIOS
            MOVE 'D3-OCUPASAL' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-OCUPASAL TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-OCUPASAL
            MOVE 'D3-GRADEPROP' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-GRADEPROP TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-GRADEPROP
      * SEMANAS LETIVAS DO TERMO E PERIODOS DE CADA TURNO
            MOVE 'GRADE-SEMANAS' TO WL-CFG-CHAVE
            MOVE WS-CFG-SEMANAS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-CFG-SEMANAS
            IF WS-CFG-SEMANAS(1:2) NUMERIC
                COMPUTE WS-SEMANAS-TERMO =
                        FUNCTION NUMVAL(WS-CFG-SEMANAS(1:2))
            END-IF
            IF WS-SEMANAS-TERMO EQUAL ZEROS
                MOVE 20 TO WS-SEMANAS-TERMO
            END-IF
            MOVE 'GRADE-TURNO-M' TO WL-CFG-CHAVE
            MOVE WS-CFG-TURNO-M TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-CFG-TURNO-M
            MOVE 'GRADE-TURNO-T' TO WL-CFG-CHAVE
            MOVE WS-CFG-TURNO-T TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-CFG-TURNO-T
            MOVE 'GRADE-TURNO-N' TO WL-CFG-CHAVE
            MOVE WS-CFG-TURNO-N TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-CFG-TURNO-N
            MOVE WS-CFG-TURNO-M   TO WS-CFG-TURNO
            MOVE 1                TO WS-IND-TRN
            PERFORM P060-MAPA-TURNO THRU P060-FIM
            MOVE WS-CFG-TURNO-T   TO WS-CFG-TURNO
            MOVE 2                TO WS-IND-TRN
            PERFORM P060-MAPA-TURNO THRU P060-FIM
            MOVE WS-CFG-TURNO-N   TO WS-CFG-TURNO
            MOVE 3                TO WS-IND-TRN
            PERFORM P060-MAPA-TURNO THRU P060-FIM
            .
       P050-FIM.
      * '123' -> 'SSSNNN': DIGITOS DOS PERIODOS ABERTOS AO TURNO
       P060-MAPA-TURNO.
            MOVE 'NNNNNN'         TO WS-MAPA-PER
            PERFORM VARYING WS-IND-CAR FROM 1 BY 1
                    UNTIL WS-IND-CAR > 12
                IF WS-CFG-TURNO(WS-IND-CAR:1) >= '1' AND
                   WS-CFG-TURNO(WS-IND-CAR:1) <= '6'
                    MOVE 'S' TO WS-MAPA-PER(
                         FUNCTION NUMVAL(WS-CFG-TURNO(WS-IND-CAR:1))
                         :1)
                END-IF
            END-PERFORM
            IF WS-MAPA-PER EQUAL 'NNNNNN'
                MOVE 'SSSSSS'     TO WS-MAPA-PER
            END-IF
            MOVE WS-MAPA-PER      TO WS-TURNO-PER(WS-IND-TRN)
            .
       P060-FIM.
       END PROGRAM SISGRADE.

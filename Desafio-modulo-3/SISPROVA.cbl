      *          ALUNOS ENTRE MATERIAS (MATRICULAS.DAT) E DISTRIBUI
      *          AS PROVAS NOS DIAS/PERIODOS DA SEMANA SEM QUE NENHUM
      *          ALUNO TENHA DUAS PROVAS NO MESMO DIA/PERIODO;
      *          IMPRIME O CALENDARIO POR TURMA VIA SPOOL.
      *          EM SEGUIDA ENSALA CADA DIA/PERIODO: OS ALUNOS EM PROVA
      *          OCUPAM AS SALAS LIVRES (SALAS.DAT X OCUPASAL.DAT) ATE
      *          QT-LUGARES, INTERCALADOS POR TURMA, COM LUGAR EM
      *          LINHA/COLUNA; DESIGNA FISCAIS DO PROFESSORES.DAT (NUNCA
      *          NA PROVA DA PROPRIA MATERIA NEM EM HORARIO DE AULA) E
      *          EMITE LISTAS DE SALA, FOLHAS DE PORTA E A ESCALA DE
      *          FISCAIS POR PROFESSOR, TUDO VIA SPOOL. O DIA/PERIODO
      *          DE CADA MATERIA FICA GRAVADO NA AGENDA DE PROVAS
      *          (PROVAS.DAT) PARA OS CARTOES DE HORARIO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISPROVA.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PRV.

               SELECT SALAS ASSIGN TO WS-ARQ-CFG-D3-SALAS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CD-SALA
               FILE STATUS IS WS-FS-SAL.

               SELECT OCUPACOES ASSIGN TO WS-ARQ-CFG-D3-OCUPASAL
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS CHAVE-SALA-OCUPACAO
               FILE STATUS IS WS-FS-OCP.

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

               SELECT HORARIOS ASSIGN TO WS-ARQ-CFG-D3-HORARIOS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-HORARIO
               FILE STATUS IS WS-FS-HOR.

               SELECT RELATORIO-OUT ASSIGN TO WS-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OUT.

               SELECT AGENDA-PROVAS ASSIGN TO WS-ARQ-CFG-D3-PROVAS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-AGENDA-PROVA
               FILE STATUS IS WS-FS-APV.

       DATA DIVISION.
       FILE SECTION.
       FD ALUNOS.
          COPY FD_CALEN.
       FD PROVA-OUT.
       01 REG-PROVA-OUT                    PIC X(80).
       FD SALAS.
          COPY FD_SALA.
       FD OCUPACOES.
          COPY FD_SALOC.
       FD PROFESSORES.
          COPY FD_PROF.
       FD PROFMAT.
          COPY FD_PRMAT.
       FD HORARIOS.
          COPY FD_HORAR.
       FD RELATORIO-OUT.
       01 REG-RELATORIO-OUT                PIC X(100).
       FD AGENDA-PROVAS.
          COPY FD_PRVAG.

       WORKING-STORAGE SECTION.
       77 WS-FS                            PIC 99.
          88 FS-CAL-OK                     VALUE 0.
       77 WS-FS-PRV                        PIC 99.
          88 FS-PRV-OK                     VALUE 0.
       77 WS-FS-SAL                        PIC 99.
          88 FS-SAL-OK                     VALUE 0.
       77 WS-FS-OCP                        PIC 99.
          88 FS-OCP-OK                     VALUE 0.
       77 WS-FS-PRF                        PIC 99.
          88 FS-PRF-OK                     VALUE 0.
       77 WS-FS-PM                         PIC 99.
          88 FS-PM-OK                      VALUE 0.
       77 WS-FS-HOR                        PIC 99.
          88 FS-HOR-OK                     VALUE 0.
       77 WS-FS-OUT                        PIC 99.
          88 FS-OUT-OK                     VALUE 0.
       77 WS-FS-APV                        PIC 99.
          88 FS-APV-OK                     VALUE 0.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE 'S' FALSE 'N'.
       77 WS-CD-TERMO                      PIC X(06) VALUE SPACES.
       77 WS-QTD-DIAS                      PIC 9(02) VALUE ZEROS.
       01 WS-TABELA-DIAS.
          03 WS-TAB-DIA                    PIC 9(08) OCCURS 12 TIMES.
       01 WS-TABELA-DIAS-SEMANA.
          03 WS-TAB-DIA-SEM                PIC 9(01) OCCURS 12 TIMES.
      * ALUNOS ATIVOS E AS MATERIAS EM QUE CADA UM ESTA MATRICULADO
       77 WS-QTD-ALUNOS                    PIC 9(03) VALUE ZEROS.
       01 WS-TABELA-ALUNOS.
          03 WS-TAB-ALU OCCURS 500 TIMES.
             05 WS-ALU-ID                 PIC 9(06).
             05 WS-ALU-TURMA              PIC X(10).
             05 WS-ALU-NM                 PIC X(20).
             05 WS-ALU-QT-MAT             PIC 9(02).
             05 WS-ALU-MATERIA            PIC 9(03) OCCURS 10 TIMES.
      * MATERIAS COM MATRICULA ATIVA E O SLOT DE PROVA ATRIBUIDO
       01 WS-TABELA-TURMAS.
          03 WS-TAB-TURMA-IMP              PIC X(10) OCCURS 50 TIMES.
       77 WS-IND-TUR                       PIC 9(02).
      * ENSALAMENTO E FISCALIZACAO: SALAS ATIVAS, PROFESSORES ATIVOS
      * COM AS MATERIAS QUE LECIONAM E OS HORARIOS EM QUE DAO AULA
      * (POSICAO (DIA - 1) * 6 + PERIODO EM WS-PRF-AULAS)
       77 WS-QTD-SALAS                     PIC 9(02) VALUE ZEROS.
       01 WS-TABELA-SALAS.
          03 WS-TAB-SAL OCCURS 50 TIMES.
             05 WS-SAL-CD                 PIC X(06).
             05 WS-SAL-DS                 PIC X(20).
             05 WS-SAL-LUGARES            PIC 9(03).
       77 WS-QTD-PROFS                     PIC 9(03) VALUE ZEROS.
       01 WS-TABELA-PROFS.
          03 WS-TAB-PRF OCCURS 200 TIMES.
             05 WS-PRF-ID                 PIC 9(03).
             05 WS-PRF-NM                 PIC X(20).
             05 WS-PRF-QT-FISCAL          PIC 9(03).
             05 WS-PRF-AULAS              PIC X(36).
             05 WS-PRF-QT-MAT             PIC 9(02).
             05 WS-PRF-MATERIA            PIC 9(03) OCCURS 20 TIMES.
      * ALUNOS COM PROVA NO DIA/PERIODO, AGRUPADOS POR TURMA E
      * INTERCALADOS (UM DE CADA TURMA POR VEZ) NA ORDEM DOS LUGARES
       77 WS-QTD-SLOT                      PIC 9(03) VALUE ZEROS.
       01 WS-TABELA-SLOT.
          03 WS-SLT OCCURS 500 TIMES.
             05 WS-SLT-CHAVE.
                07 WS-SLT-TURMA           PIC X(10).
                07 WS-SLT-ID              PIC 9(06).
             05 WS-SLT-IND-ALU            PIC 9(03).
             05 WS-SLT-IND-MAT            PIC 9(03).
       01 WS-SLT-TROCA                     PIC X(22).
       77 WS-QTD-GRUPOS                    PIC 9(02) VALUE ZEROS.
       01 WS-TABELA-GRUPOS.
          03 WS-GRP OCCURS 50 TIMES.
             05 WS-GRP-INI                PIC 9(03).
             05 WS-GRP-QTD                PIC 9(03).
             05 WS-GRP-USADOS             PIC 9(03).
       77 WS-QTD-ORDEM                     PIC 9(03) VALUE ZEROS.
       01 WS-TABELA-ORDEM.
          03 WS-ORD-IND                   PIC 9(03) OCCURS 500 TIMES.
      * LUGARES ATRIBUIDOS (LINHA/COLUNA COMO NO MAPA DO LABORATORIO)
       77 WS-QTD-ASSENTOS                  PIC 9(04) VALUE ZEROS.
       01 WS-TABELA-ASSENTOS.
          03 WS-ASS OCCURS 5000 TIMES.
             05 WS-ASS-NR                 PIC 9(03).
             05 WS-ASS-LINHA              PIC 9(02).
             05 WS-ASS-COLUNA             PIC 9(02).
             05 WS-ASS-IND-ALU            PIC 9(03).
             05 WS-ASS-IND-MAT            PIC 9(03).
      * CADA SALA USADA EM CADA DIA/PERIODO, COM OS FISCAIS
       77 WS-QTD-USOS                      PIC 9(03) VALUE ZEROS.
       01 WS-TABELA-USOS.
          03 WS-USO OCCURS 500 TIMES.
             05 WS-USO-DIA                PIC 9(02).
             05 WS-USO-PER                PIC 9(01).
             05 WS-USO-SALA               PIC 9(02).
             05 WS-USO-ASS-INI            PIC 9(04).
             05 WS-USO-QT-ALUNOS          PIC 9(03).
             05 WS-USO-QT-FISCAIS         PIC 9(01).
             05 WS-USO-FISCAL             PIC 9(03) OCCURS 3 TIMES.
             05 WS-USO-QT-MAT             PIC 9(02).
             05 WS-USO-MAT                PIC 9(03) OCCURS 10 TIMES.
             05 WS-USO-MAT-QT             PIC 9(03) OCCURS 10 TIMES.
      * FOLHA DE PORTA: OS ALUNOS DA SALA EM ORDEM ALFABETICA
       77 WS-QTD-PORTA                     PIC 9(03) VALUE ZEROS.
       01 WS-TABELA-PORTA.
          03 WS-PRT OCCURS 999 TIMES.
             05 WS-PRT-NOME               PIC X(20).
             05 WS-PRT-IND-ASS            PIC 9(04).
       01 WS-PRT-TROCA                     PIC X(24).
       77 WS-IND-SAL                       PIC 9(02).
       77 WS-IND-PRF                       PIC 9(03).
       77 WS-IND-PM                        PIC 9(02).
       77 WS-IND-USO                       PIC 9(03).
       77 WS-IND-USO2                      PIC 9(03).
       77 WS-IND-FIS                       PIC 9(01).
       77 WS-IND-FIS2                      PIC 9(01).
       77 WS-IND-GRP                       PIC 9(02).
       77 WS-IND-ORD                       PIC 9(03).
       77 WS-IND-ASS                       PIC 9(04).
       77 WS-IND-PRT                       PIC 9(04).
       77 WS-IND-ANT                       PIC 9(04).
       77 WS-MELHOR-PRF                    PIC 9(03).
       77 WS-POS-AULA                      PIC 9(02).
       77 WS-QT-FISCAIS                    PIC 9(02).
       77 WS-RESTANTES                     PIC 9(03).
       77 WS-QTD-SEM-LUGAR                 PIC 9(04) VALUE ZEROS.
       77 WS-QTD-SEM-FISCAL                PIC 9(03) VALUE ZEROS.
       77 WS-COLUNAS-SALA                  PIC 9(02) VALUE 5.
       77 WS-ALUNOS-POR-FISCAL             PIC 9(03) VALUE 40.
       01 WS-CFG-COLUNAS                   PIC X(60) VALUE '05'.
       01 WS-CFG-ALU-FISCAL                PIC X(60) VALUE '040'.
       77 WS-SALA-LIVRE                    PIC X.
          88 SALA-LIVRE                    VALUE 'S' FALSE 'N'.
       77 WS-ELEGIVEL                      PIC X.
          88 ELEGIVEL                      VALUE 'S' FALSE 'N'.
       77 WS-PARADO                        PIC X.
          88 PARADO                        VALUE 'S' FALSE 'N'.
       77 WS-DATA-FMT                      PIC X(10).
       77 WS-LINHA-OUT                     PIC X(100) VALUE SPACES.
       01 WS-ARQ-RELATORIO                 PIC X(60).
       01 WS-ARQ-PROVA                     PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\CALENDARIO_PROVAS.TXT'.
       01 WL-SPOOL.
          'C:\COBOL\Desafio-modulo-3\MATRICULAS.DAT'.
       01 WS-ARQ-CFG-CALENDARIO            PIC X(60) VALUE
          'C:\COBOL\CALENDARIO.DAT'.
       01 WS-ARQ-CFG-D3-SALAS              PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\SALAS.DAT'.
       01 WS-ARQ-CFG-D3-OCUPASAL           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\OCUPASAL.DAT'.
       01 WS-ARQ-CFG-PROFESSORES           PIC X(60) VALUE
          'C:\COBOL\PROFESSORES.DAT'.
       01 WS-ARQ-CFG-PROFMAT               PIC X(60) VALUE
          'C:\COBOL\PROFMAT.DAT'.
       01 WS-ARQ-CFG-D3-PROVAS             PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\PROVAS.DAT'.
       01 WS-ARQ-CFG-D3-HORARIOS           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\HORARIOS.DAT'.
          COPY CFG_AREA.
       LINKAGE SECTION.
       01 LK-COM-AREA.
            END-IF
            PERFORM P300-DISTRIBUI    THRU P300-FIM
            PERFORM P400-IMPRIME      THRU P400-FIM
            PERFORM P450-GRAVA-AGENDA THRU P450-FIM
            PERFORM P500-CARREGA-ENSALA THRU P500-FIM
            IF WS-QTD-SALAS EQUAL ZEROS
                DISPLAY 'NENHUMA SALA ATIVA - ENSALAMENTO NAO GERADO.'
                PERFORM P900-FIM
            END-IF
            PERFORM P550-ENSALA       THRU P550-FIM
            PERFORM P600-FISCAIS      THRU P600-FIM
            PERFORM P700-LISTAS-SALA  THRU P700-FIM
            PERFORM P750-FOLHAS-PORTA THRU P750-FIM
            PERFORM P770-ESCALA-FISCAIS THRU P770-FIM
            PERFORM P900-FIM
            .
       P100-ACHA-SEMANA.
            IF WS-DIA-SEMANA NOT EQUAL ZEROS AND NOT FERIADO-OK
                ADD 1 TO WS-QTD-DIAS
                MOVE WS-DATA-CORRENTE TO WS-TAB-DIA(WS-QTD-DIAS)
                MOVE WS-DIA-SEMANA    TO WS-TAB-DIA-SEM(WS-QTD-DIAS)
            END-IF
            ADD 1 TO WS-DIAS-CORRIDOS
            .
                MOVE WS-QTD-ALUNOS TO WS-IND-ALU
                MOVE ID-ALUNO-MAT  TO WS-ALU-ID(WS-IND-ALU)
                MOVE TURMA         TO WS-ALU-TURMA(WS-IND-ALU)
                MOVE NM-ALUNO      TO WS-ALU-NM(WS-IND-ALU)
                MOVE ZEROS         TO WS-ALU-QT-MAT(WS-IND-ALU)
            END-IF
            IF WS-ALU-QT-MAT(WS-IND-ALU) < 10
            END-PERFORM
            .
       P430-FIM.
      * AGENDA DE PROVAS DO TERMO: MATERIA SEM SLOT OU QUE SAIU DA
      * DISTRIBUICAO PERDE O REGISTRO ANTIGO; AS DEMAIS SAO GRAVADAS
      * OU REGRAVADAS COM O DIA/PERIODO DESTA RODADA
       P450-GRAVA-AGENDA.
            SET FS-APV-OK         TO TRUE
            OPEN I-O AGENDA-PROVAS
            IF WS-FS-APV EQUAL 35 THEN
                OPEN OUTPUT AGENDA-PROVAS
                CLOSE AGENDA-PROVAS
                OPEN I-O AGENDA-PROVAS
            END-IF
            IF NOT FS-APV-OK
                DISPLAY 'ERRO AO ABRIR A AGENDA DE PROVAS. '
                DISPLAY 'FILE STATUS: ' WS-FS-APV
                GO TO P450-FIM
            END-IF
            SET EOF-OK            TO FALSE
            MOVE WS-CD-TERMO      TO CD-TERMO-APV
            MOVE ZEROS            TO ID-MATERIA-APV
            START AGENDA-PROVAS KEY IS NOT LESS THAN CHAVE-AGENDA-PROVA
                INVALID KEY
                    SET EOF-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ AGENDA-PROVAS NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF CD-TERMO-APV NOT EQUAL WS-CD-TERMO
                            SET EOF-OK TO TRUE
                        ELSE
                            SET ACHOU-OK TO FALSE
                            PERFORM VARYING WS-IND-MAT FROM 1 BY 1
                                    UNTIL WS-IND-MAT > WS-QTD-MATERIAS
                                IF WS-MAT-ID(WS-IND-MAT) EQUAL
                                   ID-MATERIA-APV AND
                                   WS-MAT-DIA(WS-IND-MAT) > ZEROS
                                    SET ACHOU-OK TO TRUE
                                END-IF
                            END-PERFORM
                            IF NOT ACHOU-OK
                                DELETE AGENDA-PROVAS RECORD
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            PERFORM VARYING WS-IND-MAT FROM 1 BY 1
                    UNTIL WS-IND-MAT > WS-QTD-MATERIAS
                IF WS-MAT-DIA(WS-IND-MAT) > ZEROS
                    MOVE WS-CD-TERMO  TO CD-TERMO-APV
                    MOVE WS-MAT-ID(WS-IND-MAT) TO ID-MATERIA-APV
                    MOVE WS-TAB-DIA(WS-MAT-DIA(WS-IND-MAT))
                                      TO DT-PROVA-APV
                    MOVE WS-MAT-PERIODO(WS-IND-MAT) TO PERIODO-APV
                    MOVE WS-DATA-HOJE-8 TO DT-GERACAO-APV
                    WRITE REG-AGENDA-PROVA
                        INVALID KEY
                            REWRITE REG-AGENDA-PROVA
                    END-WRITE
                END-IF
            END-PERFORM
            CLOSE AGENDA-PROVAS
            .
       P450-FIM.
      * CARGA DO ENSALAMENTO: SALAS ATIVAS, PROFESSORES ATIVOS, AS
      * MATERIAS DE CADA UM (PROFMAT.DAT) E OS DIAS/PERIODOS EM QUE
      * DAO AULA (HORARIOS.DAT DAS SUAS MATERIAS)
       P500-CARREGA-ENSALA.
            MOVE ZEROS            TO WS-QTD-SALAS WS-QTD-PROFS
            SET EOF-OK            TO FALSE
            SET FS-SAL-OK         TO TRUE
            OPEN INPUT SALAS
            IF FS-SAL-OK
                PERFORM UNTIL EOF-OK
                    READ SALAS NEXT
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            IF SALA-ATIVA AND QT-LUGARES > 0 AND
                               WS-QTD-SALAS < 50
                                ADD 1 TO WS-QTD-SALAS
                                MOVE CD-SALA
                                  TO WS-SAL-CD(WS-QTD-SALAS)
                                MOVE DS-SALA
                                  TO WS-SAL-DS(WS-QTD-SALAS)
                                MOVE QT-LUGARES
                                  TO WS-SAL-LUGARES(WS-QTD-SALAS)
                            END-IF
                    END-READ
                END-PERFORM
            ELSE
                DISPLAY 'CADASTRO DE SALAS INDISPONIVEL. '
                DISPLAY 'FILE STATUS: ' WS-FS-SAL
            END-IF
            CLOSE SALAS

            SET EOF-OK            TO FALSE
            SET FS-PRF-OK         TO TRUE
            OPEN INPUT PROFESSORES
            IF FS-PRF-OK
                PERFORM UNTIL EOF-OK
                    READ PROFESSORES NEXT
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            IF PROF-ATIVO AND WS-QTD-PROFS < 200
                                ADD 1 TO WS-QTD-PROFS
                                MOVE ID-PROFESSOR
                                  TO WS-PRF-ID(WS-QTD-PROFS)
                                MOVE NM-PROFESSOR
                                  TO WS-PRF-NM(WS-QTD-PROFS)
                                MOVE ZEROS
                                  TO WS-PRF-QT-FISCAL(WS-QTD-PROFS)
                                     WS-PRF-QT-MAT(WS-QTD-PROFS)
                                MOVE ALL 'N'
                                  TO WS-PRF-AULAS(WS-QTD-PROFS)
                            END-IF
                    END-READ
                END-PERFORM
            ELSE
                DISPLAY 'CADASTRO DE PROFESSORES INDISPONIVEL. '
                DISPLAY 'FILE STATUS: ' WS-FS-PRF
            END-IF
            CLOSE PROFESSORES

            SET EOF-OK            TO FALSE
            SET FS-PM-OK          TO TRUE
            OPEN INPUT PROFMAT
            IF FS-PM-OK
                PERFORM UNTIL EOF-OK
                    READ PROFMAT NEXT
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            MOVE ID-PROFESSOR-PM TO WS-MELHOR-PRF
                            PERFORM P505-ACHA-PROF THRU P505-FIM
                            IF WS-IND-PRF > ZEROS
                                IF WS-PRF-QT-MAT(WS-IND-PRF) < 20
                                    ADD 1 TO WS-PRF-QT-MAT(WS-IND-PRF)
                                    MOVE ID-MATERIA-PM TO
                                        WS-PRF-MATERIA(WS-IND-PRF,
                                        WS-PRF-QT-MAT(WS-IND-PRF))
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
            END-IF
            CLOSE PROFMAT

            SET EOF-OK            TO FALSE
            SET FS-HOR-OK         TO TRUE
            OPEN INPUT HORARIOS
            IF FS-HOR-OK
                PERFORM UNTIL EOF-OK
                    READ HORARIOS NEXT
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            IF DIA-SEMANA-HOR > 0 AND
                               DIA-SEMANA-HOR < 7 AND
                               PERIODO-HOR > 0 AND PERIODO-HOR < 7
                                PERFORM P508-MARCA-AULA THRU P508-FIM
                            END-IF
                    END-READ
                END-PERFORM
            END-IF
            CLOSE HORARIOS
            .
       P500-FIM.
      * LOCALIZA O PROFESSOR WS-MELHOR-PRF NA TABELA (WS-IND-PRF,
      * ZERO SE NAO FOR PROFESSOR ATIVO)
       P505-ACHA-PROF.
            MOVE ZEROS            TO WS-IND-PRF
            PERFORM VARYING WS-IND1 FROM 1 BY 1
                    UNTIL WS-IND1 > WS-QTD-PROFS OR WS-IND-PRF > 0
                IF WS-PRF-ID(WS-IND1) EQUAL WS-MELHOR-PRF
                    MOVE WS-IND1  TO WS-IND-PRF
                END-IF
            END-PERFORM
            .
       P505-FIM.
       P508-MARCA-AULA.
            COMPUTE WS-POS-AULA = (DIA-SEMANA-HOR - 1) * 6 +
                                  PERIODO-HOR
            PERFORM VARYING WS-IND-PRF FROM 1 BY 1
                    UNTIL WS-IND-PRF > WS-QTD-PROFS
                PERFORM VARYING WS-IND-PM FROM 1 BY 1
                        UNTIL WS-IND-PM > WS-PRF-QT-MAT(WS-IND-PRF)
                    IF WS-PRF-MATERIA(WS-IND-PRF, WS-IND-PM) EQUAL
                       ID-MATERIA-HOR
                        MOVE 'S' TO
                            WS-PRF-AULAS(WS-IND-PRF)(WS-POS-AULA:1)
                    END-IF
                END-PERFORM
            END-PERFORM
            .
       P508-FIM.
      * ENSALAMENTO: PARA CADA DIA/PERIODO COM PROVA, OS ALUNOS
      * INTERCALADOS POR TURMA OCUPAM OS LUGARES DAS SALAS LIVRES EM
      * ORDEM, ATE A CAPACIDADE (QT-LUGARES) DE CADA UMA
       P550-ENSALA.
            MOVE ZEROS            TO WS-QTD-ASSENTOS WS-QTD-USOS
                                     WS-QTD-SEM-LUGAR
            SET FS-OCP-OK         TO TRUE
            OPEN INPUT OCUPACOES
            PERFORM VARYING WS-IND-DIA FROM 1 BY 1
                    UNTIL WS-IND-DIA > WS-QTD-DIAS
                PERFORM VARYING WS-IND-PER FROM 1 BY 1
                        UNTIL WS-IND-PER > 6
                    PERFORM P560-ENSALA-SLOT THRU P560-FIM
                END-PERFORM
            END-PERFORM
            CLOSE OCUPACOES
            IF WS-QTD-SEM-LUGAR > 0
                DISPLAY 'ATENCAO: ' WS-QTD-SEM-LUGAR ' PROVA(S) DE '
                        'ALUNO SEM LUGAR - FALTAM SALAS LIVRES.'
            END-IF
            .
       P550-FIM.
       P560-ENSALA-SLOT.
            MOVE ZEROS            TO WS-QTD-SLOT
            PERFORM VARYING WS-IND-ALU FROM 1 BY 1
                    UNTIL WS-IND-ALU > WS-QTD-ALUNOS
                SET ACHOU-OK      TO FALSE
                PERFORM VARYING WS-IND1 FROM 1 BY 1
                        UNTIL WS-IND1 > WS-ALU-QT-MAT(WS-IND-ALU)
                              OR ACHOU-OK
                    PERFORM VARYING WS-IND-MAT FROM 1 BY 1
                            UNTIL WS-IND-MAT > WS-QTD-MATERIAS
                                  OR ACHOU-OK
                        IF WS-MAT-ID(WS-IND-MAT) EQUAL
                           WS-ALU-MATERIA(WS-IND-ALU, WS-IND1)
                           AND WS-MAT-DIA(WS-IND-MAT) EQUAL WS-IND-DIA
                           AND WS-MAT-PERIODO(WS-IND-MAT) EQUAL
                               WS-IND-PER
                            SET ACHOU-OK TO TRUE
                            ADD 1 TO WS-QTD-SLOT
                            MOVE WS-ALU-TURMA(WS-IND-ALU)
                              TO WS-SLT-TURMA(WS-QTD-SLOT)
                            MOVE WS-ALU-ID(WS-IND-ALU)
                              TO WS-SLT-ID(WS-QTD-SLOT)
                            MOVE WS-IND-ALU
                              TO WS-SLT-IND-ALU(WS-QTD-SLOT)
                            MOVE WS-IND-MAT
                              TO WS-SLT-IND-MAT(WS-QTD-SLOT)
                        END-IF
                    END-PERFORM
                END-PERFORM
            END-PERFORM
            IF WS-QTD-SLOT EQUAL ZEROS
                GO TO P560-FIM
            END-IF
      * ORDENA POR TURMA E MONTA OS GRUPOS DE CADA TURMA
            PERFORM VARYING WS-IND-ORD FROM 2 BY 1
                    UNTIL WS-IND-ORD > WS-QTD-SLOT
                MOVE WS-SLT(WS-IND-ORD) TO WS-SLT-TROCA
                MOVE WS-IND-ORD   TO WS-IND-ANT
                SET PARADO        TO FALSE
                PERFORM UNTIL WS-IND-ANT < 2 OR PARADO
                    IF WS-SLT(WS-IND-ANT - 1) > WS-SLT-TROCA
                        MOVE WS-SLT(WS-IND-ANT - 1)
                          TO WS-SLT(WS-IND-ANT)
                        SUBTRACT 1 FROM WS-IND-ANT
                    ELSE
                        SET PARADO TO TRUE
                    END-IF
                END-PERFORM
                MOVE WS-SLT-TROCA TO WS-SLT(WS-IND-ANT)
            END-PERFORM
            MOVE ZEROS            TO WS-QTD-GRUPOS
            PERFORM VARYING WS-IND-ORD FROM 1 BY 1
                    UNTIL WS-IND-ORD > WS-QTD-SLOT
                SET ACHOU-OK      TO FALSE
                IF WS-IND-ORD EQUAL 1
                    SET ACHOU-OK  TO TRUE
                ELSE
                    IF WS-SLT-TURMA(WS-IND-ORD) NOT EQUAL
                       WS-SLT-TURMA(WS-IND-ORD - 1)
                       AND WS-QTD-GRUPOS < 50
                        SET ACHOU-OK TO TRUE
                    END-IF
                END-IF
                IF ACHOU-OK
                    ADD 1         TO WS-QTD-GRUPOS
                    MOVE WS-IND-ORD TO WS-GRP-INI(WS-QTD-GRUPOS)
                    MOVE ZEROS    TO WS-GRP-QTD(WS-QTD-GRUPOS)
                                     WS-GRP-USADOS(WS-QTD-GRUPOS)
                END-IF
                ADD 1             TO WS-GRP-QTD(WS-QTD-GRUPOS)
            END-PERFORM
      * INTERCALA: UM ALUNO DE CADA TURMA POR VEZ - VIZINHOS DE
      * LUGAR FICAM DE TURMAS DIFERENTES ENQUANTO HOUVER MAIS DE UMA
            MOVE ZEROS            TO WS-QTD-ORDEM WS-IND-GRP
            PERFORM UNTIL WS-QTD-ORDEM EQUAL WS-QTD-SLOT
                ADD 1             TO WS-IND-GRP
                IF WS-IND-GRP > WS-QTD-GRUPOS
                    MOVE 1        TO WS-IND-GRP
                END-IF
                IF WS-GRP-USADOS(WS-IND-GRP) < WS-GRP-QTD(WS-IND-GRP)
                    ADD 1         TO WS-GRP-USADOS(WS-IND-GRP)
                    ADD 1         TO WS-QTD-ORDEM
                    COMPUTE WS-ORD-IND(WS-QTD-ORDEM) =
                            WS-GRP-INI(WS-IND-GRP) +
                            WS-GRP-USADOS(WS-IND-GRP) - 1
                END-IF
            END-PERFORM
      * DISTRIBUI PELAS SALAS LIVRES NO DIA/PERIODO
            MOVE 1                TO WS-IND-ORD
            PERFORM VARYING WS-IND-SAL FROM 1 BY 1
                    UNTIL WS-IND-SAL > WS-QTD-SALAS
                          OR WS-IND-ORD > WS-QTD-ORDEM
                PERFORM P570-SALA-LIVRE THRU P570-FIM
                IF SALA-LIVRE AND WS-QTD-USOS < 500
                    PERFORM P580-OCUPA-SALA THRU P580-FIM
                END-IF
            END-PERFORM
            IF WS-IND-ORD NOT > WS-QTD-ORDEM
                COMPUTE WS-RESTANTES = WS-QTD-ORDEM - WS-IND-ORD + 1
                ADD WS-RESTANTES  TO WS-QTD-SEM-LUGAR
                DISPLAY 'SEM LUGAR: ' WS-RESTANTES ' ALUNO(S) EM '
                        WS-TAB-DIA(WS-IND-DIA) ' PERIODO ' WS-IND-PER
            END-IF
            .
       P560-FIM.
      * SALA COM AULA NO DIA DA SEMANA/PERIODO (OCUPASAL.DAT) NAO
      * RECEBE PROVA - SALVO SE A AULA E DE MATERIA QUE ESTA EM
      * PROVA NESTE MESMO HORARIO
       P570-SALA-LIVRE.
            SET SALA-LIVRE        TO TRUE
            IF NOT FS-OCP-OK
                GO TO P570-FIM
            END-IF
            MOVE WS-SAL-CD(WS-IND-SAL)      TO CD-SALA-OCP
            MOVE WS-TAB-DIA-SEM(WS-IND-DIA) TO DIA-SEMANA-OCP
            MOVE WS-IND-PER                 TO PERIODO-OCP
            READ OCUPACOES
                INVALID KEY
                    GO TO P570-FIM
            END-READ
            SET SALA-LIVRE        TO FALSE
            PERFORM VARYING WS-IND-MAT FROM 1 BY 1
                    UNTIL WS-IND-MAT > WS-QTD-MATERIAS
                IF WS-MAT-ID(WS-IND-MAT) EQUAL ID-MATERIA-OCP
                   AND WS-MAT-DIA(WS-IND-MAT) EQUAL WS-IND-DIA
                   AND WS-MAT-PERIODO(WS-IND-MAT) EQUAL WS-IND-PER
                    SET SALA-LIVRE TO TRUE
                END-IF
            END-PERFORM
            .
       P570-FIM.
       P580-OCUPA-SALA.
            ADD 1                 TO WS-QTD-USOS
            MOVE WS-QTD-USOS      TO WS-IND-USO
            MOVE WS-IND-DIA       TO WS-USO-DIA(WS-IND-USO)
            MOVE WS-IND-PER       TO WS-USO-PER(WS-IND-USO)
            MOVE WS-IND-SAL       TO WS-USO-SALA(WS-IND-USO)
            COMPUTE WS-USO-ASS-INI(WS-IND-USO) = WS-QTD-ASSENTOS + 1
            MOVE ZEROS            TO WS-USO-QT-ALUNOS(WS-IND-USO)
                                     WS-USO-QT-FISCAIS(WS-IND-USO)
                                     WS-USO-QT-MAT(WS-IND-USO)
            PERFORM VARYING WS-IND2 FROM 1 BY 1 UNTIL WS-IND2 > 3
                MOVE ZEROS        TO WS-USO-FISCAL(WS-IND-USO, WS-IND2)
            END-PERFORM
            PERFORM UNTIL WS-IND-ORD > WS-QTD-ORDEM
                       OR WS-USO-QT-ALUNOS(WS-IND-USO) NOT LESS
                          WS-SAL-LUGARES(WS-IND-SAL)
                       OR WS-QTD-ASSENTOS NOT LESS 5000
                ADD 1             TO WS-QTD-ASSENTOS
                                     WS-USO-QT-ALUNOS(WS-IND-USO)
                MOVE WS-ORD-IND(WS-IND-ORD) TO WS-IND1
                MOVE WS-USO-QT-ALUNOS(WS-IND-USO)
                  TO WS-ASS-NR(WS-QTD-ASSENTOS)
                COMPUTE WS-ASS-LINHA(WS-QTD-ASSENTOS) =
                        (WS-USO-QT-ALUNOS(WS-IND-USO) - 1) /
                        WS-COLUNAS-SALA + 1
                COMPUTE WS-ASS-COLUNA(WS-QTD-ASSENTOS) =
                        WS-USO-QT-ALUNOS(WS-IND-USO) -
                        (WS-ASS-LINHA(WS-QTD-ASSENTOS) - 1) *
                        WS-COLUNAS-SALA
                MOVE WS-SLT-IND-ALU(WS-IND1)
                  TO WS-ASS-IND-ALU(WS-QTD-ASSENTOS)
                MOVE WS-SLT-IND-MAT(WS-IND1)
                  TO WS-ASS-IND-MAT(WS-QTD-ASSENTOS)
                PERFORM P585-CONTA-MATERIA THRU P585-FIM
                ADD 1             TO WS-IND-ORD
            END-PERFORM
            .
       P580-FIM.
       P585-CONTA-MATERIA.
            SET ACHOU-OK          TO FALSE
            PERFORM VARYING WS-IND2 FROM 1 BY 1
                    UNTIL WS-IND2 > WS-USO-QT-MAT(WS-IND-USO)
                          OR ACHOU-OK
                IF WS-USO-MAT(WS-IND-USO, WS-IND2) EQUAL
                   WS-SLT-IND-MAT(WS-IND1)
                    SET ACHOU-OK  TO TRUE
                    ADD 1 TO WS-USO-MAT-QT(WS-IND-USO, WS-IND2)
                END-IF
            END-PERFORM
            IF NOT ACHOU-OK AND WS-USO-QT-MAT(WS-IND-USO) < 10
                ADD 1             TO WS-USO-QT-MAT(WS-IND-USO)
                MOVE WS-SLT-IND-MAT(WS-IND1) TO
                    WS-USO-MAT(WS-IND-USO, WS-USO-QT-MAT(WS-IND-USO))
                MOVE 1 TO
                    WS-USO-MAT-QT(WS-IND-USO,
                                  WS-USO-QT-MAT(WS-IND-USO))
            END-IF
            .
       P585-FIM.
      * FISCAIS: UM POR SALA A CADA WS-ALUNOS-POR-FISCAL ALUNOS (ATE
      * 3); O ESCOLHIDO E O PROFESSOR ELEGIVEL COM MENOS
      * FISCALIZACOES NA SEMANA - NUNCA NA PROVA DA PROPRIA MATERIA,
      * NUNCA EM HORARIO EM QUE DA AULA E NUNCA EM DUAS SALAS AO
      * MESMO TEMPO
       P600-FISCAIS.
            MOVE ZEROS            TO WS-QTD-SEM-FISCAL
            PERFORM VARYING WS-IND-USO FROM 1 BY 1
                    UNTIL WS-IND-USO > WS-QTD-USOS
                COMPUTE WS-QT-FISCAIS =
                        (WS-USO-QT-ALUNOS(WS-IND-USO) +
                         WS-ALUNOS-POR-FISCAL - 1) /
                        WS-ALUNOS-POR-FISCAL
                IF WS-QT-FISCAIS > 3
                    MOVE 3        TO WS-QT-FISCAIS
                END-IF
                PERFORM VARYING WS-IND-FIS FROM 1 BY 1
                        UNTIL WS-IND-FIS > WS-QT-FISCAIS
                    PERFORM P610-ESCOLHE-FISCAL THRU P610-FIM
                END-PERFORM
            END-PERFORM
            IF WS-QTD-SEM-FISCAL > 0
                DISPLAY 'ATENCAO: ' WS-QTD-SEM-FISCAL ' VAGA(S) DE '
                        'FISCAL SEM PROFESSOR ELEGIVEL.'
            END-IF
            .
       P600-FIM.
       P610-ESCOLHE-FISCAL.
            MOVE ZEROS            TO WS-MELHOR-PRF
            PERFORM VARYING WS-IND-PRF FROM 1 BY 1
                    UNTIL WS-IND-PRF > WS-QTD-PROFS
                PERFORM P620-ELEGIVEL THRU P620-FIM
                IF ELEGIVEL
                    IF WS-MELHOR-PRF EQUAL ZEROS
                        MOVE WS-IND-PRF TO WS-MELHOR-PRF
                    ELSE
                        IF WS-PRF-QT-FISCAL(WS-IND-PRF) <
                           WS-PRF-QT-FISCAL(WS-MELHOR-PRF)
                            MOVE WS-IND-PRF TO WS-MELHOR-PRF
                        END-IF
                    END-IF
                END-IF
            END-PERFORM
            IF WS-MELHOR-PRF EQUAL ZEROS
                ADD 1             TO WS-QTD-SEM-FISCAL
                GO TO P610-FIM
            END-IF
            ADD 1                 TO WS-USO-QT-FISCAIS(WS-IND-USO)
            MOVE WS-MELHOR-PRF    TO
                 WS-USO-FISCAL(WS-IND-USO,
                               WS-USO-QT-FISCAIS(WS-IND-USO))
            ADD 1                 TO WS-PRF-QT-FISCAL(WS-MELHOR-PRF)
            .
       P610-FIM.
       P620-ELEGIVEL.
            SET ELEGIVEL          TO TRUE
            MOVE WS-USO-DIA(WS-IND-USO) TO WS-IND-DIA
            COMPUTE WS-POS-AULA = (WS-TAB-DIA-SEM(WS-IND-DIA) - 1) * 6
                                  + WS-USO-PER(WS-IND-USO)
            IF WS-PRF-AULAS(WS-IND-PRF)(WS-POS-AULA:1) EQUAL 'S'
                SET ELEGIVEL      TO FALSE
                GO TO P620-FIM
            END-IF
            PERFORM VARYING WS-IND-USO2 FROM 1 BY 1
                    UNTIL WS-IND-USO2 > WS-QTD-USOS OR NOT ELEGIVEL
                IF WS-USO-DIA(WS-IND-USO2) EQUAL WS-USO-DIA(WS-IND-USO)
                   AND WS-USO-PER(WS-IND-USO2) EQUAL
                       WS-USO-PER(WS-IND-USO)
                    PERFORM VARYING WS-IND-FIS2 FROM 1 BY 1
                            UNTIL WS-IND-FIS2 >
                                  WS-USO-QT-FISCAIS(WS-IND-USO2)
                        IF WS-USO-FISCAL(WS-IND-USO2, WS-IND-FIS2)
                           EQUAL WS-IND-PRF
                            SET ELEGIVEL TO FALSE
                        END-IF
                    END-PERFORM
                END-IF
            END-PERFORM
            IF NOT ELEGIVEL
                GO TO P620-FIM
            END-IF
            PERFORM VARYING WS-IND2 FROM 1 BY 1
                    UNTIL WS-IND2 > WS-USO-QT-MAT(WS-IND-USO)
                MOVE WS-USO-MAT(WS-IND-USO, WS-IND2) TO WS-IND-MAT
                PERFORM VARYING WS-IND-PM FROM 1 BY 1
                        UNTIL WS-IND-PM > WS-PRF-QT-MAT(WS-IND-PRF)
                    IF WS-PRF-MATERIA(WS-IND-PRF, WS-IND-PM) EQUAL
                       WS-MAT-ID(WS-IND-MAT)
                        SET ELEGIVEL TO FALSE
                    END-IF
                END-PERFORM
            END-PERFORM
            .
       P620-FIM.
      * LISTA DE SALA: UMA PAGINA POR SALA E HORARIO, NA ORDEM DOS
      * LUGARES, COM LINHA/COLUNA, TURMA E MATERIA DE CADA ALUNO
       P700-LISTAS-SALA.
            MOVE 'ENSALAMENTO'    TO WL-SPL-RELATORIO
            MOVE 'C:\COBOL\Desafio-modulo-3\ENSALAMENTO.TXT'
              TO WS-ARQ-RELATORIO
            PERFORM P790-ABRE-RELATORIO THRU P790-FIM
            IF NOT FS-OUT-OK
                GO TO P700-FIM
            END-IF
            PERFORM VARYING WS-IND-USO FROM 1 BY 1
                    UNTIL WS-IND-USO > WS-QTD-USOS
                PERFORM P780-CABECALHO-SALA THRU P780-FIM
                MOVE 'LUGAR  LIN COL  ALUNO   NOME                  '
                  &  'TURMA       MATERIA' TO WS-LINHA-OUT
                PERFORM P795-GRAVA-LINHA THRU P795-FIM
                PERFORM VARYING WS-IND-ASS
                        FROM WS-USO-ASS-INI(WS-IND-USO) BY 1
                        UNTIL WS-IND-ASS > WS-USO-ASS-INI(WS-IND-USO)
                              + WS-USO-QT-ALUNOS(WS-IND-USO) - 1
                    MOVE WS-ASS-IND-ALU(WS-IND-ASS) TO WS-IND-ALU
                    MOVE WS-ASS-IND-MAT(WS-IND-ASS) TO WS-IND-MAT
                    STRING ' ' WS-ASS-NR(WS-IND-ASS)
                           '   ' WS-ASS-LINHA(WS-IND-ASS)
                           '  ' WS-ASS-COLUNA(WS-IND-ASS)
                           '  ' WS-ALU-ID(WS-IND-ALU)
                           '  ' WS-ALU-NM(WS-IND-ALU)
                           '  ' WS-ALU-TURMA(WS-IND-ALU)
                           '  ' WS-MAT-NM(WS-IND-MAT)
                           DELIMITED BY SIZE INTO WS-LINHA-OUT
                    PERFORM P795-GRAVA-LINHA THRU P795-FIM
                END-PERFORM
                MOVE SPACES       TO WS-LINHA-OUT
                PERFORM P795-GRAVA-LINHA THRU P795-FIM
            END-PERFORM
            CLOSE RELATORIO-OUT
            DISPLAY 'LISTAS DE SALA GERADAS EM: ' WS-ARQ-RELATORIO
            .
       P700-FIM.
      * FOLHA DE PORTA: AFIXADA NA ENTRADA DA SALA - MATERIAS EM
      * PROVA, FISCAIS E OS ALUNOS EM ORDEM ALFABETICA COM O LUGAR
       P750-FOLHAS-PORTA.
            MOVE 'PORTASALA'      TO WL-SPL-RELATORIO
            MOVE 'C:\COBOL\Desafio-modulo-3\PORTA_SALAS.TXT'
              TO WS-ARQ-RELATORIO
            PERFORM P790-ABRE-RELATORIO THRU P790-FIM
            IF NOT FS-OUT-OK
                GO TO P750-FIM
            END-IF
            PERFORM VARYING WS-IND-USO FROM 1 BY 1
                    UNTIL WS-IND-USO > WS-QTD-USOS
                PERFORM P780-CABECALHO-SALA THRU P780-FIM
                PERFORM VARYING WS-IND2 FROM 1 BY 1
                        UNTIL WS-IND2 > WS-USO-QT-MAT(WS-IND-USO)
                    MOVE WS-USO-MAT(WS-IND-USO, WS-IND2) TO WS-IND-MAT
                    STRING 'PROVA: ' WS-MAT-NM(WS-IND-MAT)
                           '  ALUNOS: '
                           WS-USO-MAT-QT(WS-IND-USO, WS-IND2)
                           DELIMITED BY SIZE INTO WS-LINHA-OUT
                    PERFORM P795-GRAVA-LINHA THRU P795-FIM
                END-PERFORM
                MOVE ALL '-'      TO WS-LINHA-OUT
                PERFORM P795-GRAVA-LINHA THRU P795-FIM
                PERFORM P760-ORDENA-PORTA THRU P760-FIM
                PERFORM VARYING WS-IND-PRT FROM 1 BY 1
                        UNTIL WS-IND-PRT > WS-QTD-PORTA
                    MOVE WS-PRT-IND-ASS(WS-IND-PRT) TO WS-IND-ASS
                    MOVE WS-ASS-IND-ALU(WS-IND-ASS) TO WS-IND-ALU
                    STRING WS-ALU-NM(WS-IND-ALU)
                           '  TURMA ' WS-ALU-TURMA(WS-IND-ALU)
                           '  LUGAR ' WS-ASS-NR(WS-IND-ASS)
                           ' (LINHA ' WS-ASS-LINHA(WS-IND-ASS)
                           ' COLUNA ' WS-ASS-COLUNA(WS-IND-ASS) ')'
                           DELIMITED BY SIZE INTO WS-LINHA-OUT
                    PERFORM P795-GRAVA-LINHA THRU P795-FIM
                END-PERFORM
                MOVE SPACES       TO WS-LINHA-OUT
                PERFORM P795-GRAVA-LINHA THRU P795-FIM
            END-PERFORM
            CLOSE RELATORIO-OUT
            DISPLAY 'FOLHAS DE PORTA GERADAS EM: ' WS-ARQ-RELATORIO
            .
       P750-FIM.
       P760-ORDENA-PORTA.
            MOVE ZEROS            TO WS-QTD-PORTA
            PERFORM VARYING WS-IND-ASS
                    FROM WS-USO-ASS-INI(WS-IND-USO) BY 1
                    UNTIL WS-IND-ASS > WS-USO-ASS-INI(WS-IND-USO)
                          + WS-USO-QT-ALUNOS(WS-IND-USO) - 1
                       OR WS-QTD-PORTA EQUAL 999
                ADD 1             TO WS-QTD-PORTA
                MOVE WS-ASS-IND-ALU(WS-IND-ASS) TO WS-IND-ALU
                MOVE WS-ALU-NM(WS-IND-ALU) TO WS-PRT-NOME(WS-QTD-PORTA)
                MOVE WS-IND-ASS   TO WS-PRT-IND-ASS(WS-QTD-PORTA)
            END-PERFORM
            PERFORM VARYING WS-IND-PRT FROM 2 BY 1
                    UNTIL WS-IND-PRT > WS-QTD-PORTA
                MOVE WS-PRT(WS-IND-PRT) TO WS-PRT-TROCA
                MOVE WS-IND-PRT   TO WS-IND-ANT
                SET PARADO        TO FALSE
                PERFORM UNTIL WS-IND-ANT < 2 OR PARADO
                    IF WS-PRT(WS-IND-ANT - 1) > WS-PRT-TROCA
                        MOVE WS-PRT(WS-IND-ANT - 1)
                          TO WS-PRT(WS-IND-ANT)
                        SUBTRACT 1 FROM WS-IND-ANT
                    ELSE
                        SET PARADO TO TRUE
                    END-IF
                END-PERFORM
                MOVE WS-PRT-TROCA TO WS-PRT(WS-IND-ANT)
            END-PERFORM
            .
       P760-FIM.
      * ESCALA DE FISCAIS: POR PROFESSOR, OS DIAS/PERIODOS E SALAS
      * EM QUE FISCALIZA
       P770-ESCALA-FISCAIS.
            MOVE 'FISCAISPRV'     TO WL-SPL-RELATORIO
            MOVE 'C:\COBOL\Desafio-modulo-3\ESCALA_FISCAIS.TXT'
              TO WS-ARQ-RELATORIO
            PERFORM P790-ABRE-RELATORIO THRU P790-FIM
            IF NOT FS-OUT-OK
                GO TO P770-FIM
            END-IF
            MOVE ALL '=' TO WS-LINHA-OUT
            PERFORM P795-GRAVA-LINHA THRU P795-FIM
            STRING 'ESCALA DE FISCAIS - SEMANA DE PROVAS - TERMO '
                   WS-CD-TERMO
                   DELIMITED BY SIZE INTO WS-LINHA-OUT
            PERFORM P795-GRAVA-LINHA THRU P795-FIM
            MOVE ALL '=' TO WS-LINHA-OUT
            PERFORM P795-GRAVA-LINHA THRU P795-FIM
            PERFORM VARYING WS-IND-PRF FROM 1 BY 1
                    UNTIL WS-IND-PRF > WS-QTD-PROFS
                IF WS-PRF-QT-FISCAL(WS-IND-PRF) > 0
                    STRING 'PROFESSOR ' WS-PRF-ID(WS-IND-PRF) ' - '
                           WS-PRF-NM(WS-IND-PRF) '   FISCALIZACOES: '
                           WS-PRF-QT-FISCAL(WS-IND-PRF)
                           DELIMITED BY SIZE INTO WS-LINHA-OUT
                    PERFORM P795-GRAVA-LINHA THRU P795-FIM
                    PERFORM VARYING WS-IND-USO FROM 1 BY 1
                            UNTIL WS-IND-USO > WS-QTD-USOS
                        PERFORM VARYING WS-IND-FIS FROM 1 BY 1
                                UNTIL WS-IND-FIS >
                                      WS-USO-QT-FISCAIS(WS-IND-USO)
                            IF WS-USO-FISCAL(WS-IND-USO, WS-IND-FIS)
                               EQUAL WS-IND-PRF
                                PERFORM P775-LINHA-ESCALA
                                   THRU P775-FIM
                            END-IF
                        END-PERFORM
                    END-PERFORM
                    MOVE SPACES   TO WS-LINHA-OUT
                    PERFORM P795-GRAVA-LINHA THRU P795-FIM
                END-IF
            END-PERFORM
            CLOSE RELATORIO-OUT
            DISPLAY 'ESCALA DE FISCAIS GERADA EM: ' WS-ARQ-RELATORIO
            .
       P770-FIM.
       P775-LINHA-ESCALA.
            MOVE WS-USO-DIA(WS-IND-USO)  TO WS-IND-DIA
            MOVE WS-USO-SALA(WS-IND-USO) TO WS-IND-SAL
            MOVE WS-USO-MAT(WS-IND-USO, 1) TO WS-IND-MAT
            PERFORM P785-FORMATA-DATA THRU P785-FIM
            STRING '   ' WS-DATA-FMT ' PERIODO ' WS-USO-PER(WS-IND-USO)
                   '  SALA ' WS-SAL-CD(WS-IND-SAL)
                   '  ALUNOS ' WS-USO-QT-ALUNOS(WS-IND-USO)
                   '  ' WS-MAT-NM(WS-IND-MAT)
                   DELIMITED BY SIZE INTO WS-LINHA-OUT
            IF WS-USO-QT-MAT(WS-IND-USO) > 1
                MOVE '(E OUTRAS)' TO WS-LINHA-OUT(83:10)
            END-IF
            PERFORM P795-GRAVA-LINHA THRU P795-FIM
            .
       P775-FIM.
       P780-CABECALHO-SALA.
            MOVE WS-USO-DIA(WS-IND-USO)  TO WS-IND-DIA
            MOVE WS-USO-SALA(WS-IND-USO) TO WS-IND-SAL
            PERFORM P785-FORMATA-DATA THRU P785-FIM
            MOVE ALL '=' TO WS-LINHA-OUT
            PERFORM P795-GRAVA-LINHA THRU P795-FIM
            STRING 'SALA ' WS-SAL-CD(WS-IND-SAL) ' - '
                   WS-SAL-DS(WS-IND-SAL)
                   '   ' WS-DATA-FMT ' PERIODO ' WS-USO-PER(WS-IND-USO)
                   '   TERMO ' WS-CD-TERMO
                   DELIMITED BY SIZE INTO WS-LINHA-OUT
            PERFORM P795-GRAVA-LINHA THRU P795-FIM
            STRING 'ALUNOS: ' WS-USO-QT-ALUNOS(WS-IND-USO)
                   ' DE ' WS-SAL-LUGARES(WS-IND-SAL) ' LUGARES'
                   DELIMITED BY SIZE INTO WS-LINHA-OUT
            PERFORM P795-GRAVA-LINHA THRU P795-FIM
            IF WS-USO-QT-FISCAIS(WS-IND-USO) EQUAL ZEROS
                MOVE 'FISCAL: (SEM PROFESSOR ELEGIVEL - DESIGNAR)'
                  TO WS-LINHA-OUT
                PERFORM P795-GRAVA-LINHA THRU P795-FIM
            END-IF
            PERFORM VARYING WS-IND-FIS FROM 1 BY 1
                    UNTIL WS-IND-FIS > WS-USO-QT-FISCAIS(WS-IND-USO)
                MOVE WS-USO-FISCAL(WS-IND-USO, WS-IND-FIS)
                  TO WS-IND-PRF
                STRING 'FISCAL: ' WS-PRF-NM(WS-IND-PRF)
                       DELIMITED BY SIZE INTO WS-LINHA-OUT
                PERFORM P795-GRAVA-LINHA THRU P795-FIM
            END-PERFORM
            MOVE ALL '=' TO WS-LINHA-OUT
            PERFORM P795-GRAVA-LINHA THRU P795-FIM
            .
       P780-FIM.
       P785-FORMATA-DATA.
            MOVE SPACES           TO WS-DATA-FMT
            STRING WS-TAB-DIA(WS-IND-DIA)(7:2) '/'
                   WS-TAB-DIA(WS-IND-DIA)(5:2) '/'
                   WS-TAB-DIA(WS-IND-DIA)(1:4)
                   DELIMITED BY SIZE INTO WS-DATA-FMT
            .
       P785-FIM.
       P790-ABRE-RELATORIO.
            CALL 'SPOOLREG' USING WL-SPOOL
            IF WL-SPOOL-ABERTO
                MOVE WL-SPL-ARQUIVO TO WS-ARQ-RELATORIO
            END-IF
            SET FS-OUT-OK         TO TRUE
            OPEN OUTPUT RELATORIO-OUT
            IF NOT FS-OUT-OK
                DISPLAY 'ERRO AO GRAVAR O RELATORIO. '
                DISPLAY 'FILE STATUS: ' WS-FS-OUT
            END-IF
            .
       P790-FIM.
       P795-GRAVA-LINHA.
            MOVE WS-LINHA-OUT     TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            MOVE SPACES           TO WS-LINHA-OUT
            .
       P795-FIM.
       P900-FIM.
            GOBACK.
      * RESOLVE OS CAMINHOS FISICOS PELO CONFIGSYS (PRODUCAO OU
            MOVE WS-ARQ-CFG-CALENDARIO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-CALENDARIO
            MOVE 'D3-SALAS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-SALAS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-SALAS
            MOVE 'D3-PROVAS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-PROVAS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-PROVAS
            MOVE 'D3-OCUPASAL' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-OCUPASAL TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-OCUPASAL
            MOVE 'PROFESSORES' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-PROFESSORES TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-PROFESSORES
            MOVE 'PROFMAT' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-PROFMAT TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-PROFMAT
            MOVE 'D3-HORARIOS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-HORARIOS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-HORARIOS
      * COLUNAS DE CARTEIRAS POR FILA E ALUNOS POR FISCAL NA PROVA
            MOVE 'PROVA-COLUNAS' TO WL-CFG-CHAVE
            MOVE WS-CFG-COLUNAS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-CFG-COLUNAS
            IF WS-CFG-COLUNAS(1:2) NUMERIC
                COMPUTE WS-COLUNAS-SALA =
                        FUNCTION NUMVAL(WS-CFG-COLUNAS(1:2))
            END-IF
            IF WS-COLUNAS-SALA EQUAL ZEROS
                MOVE 5 TO WS-COLUNAS-SALA
            END-IF
            MOVE 'PROVA-ALUNOS-FISCAL' TO WL-CFG-CHAVE
            MOVE WS-CFG-ALU-FISCAL TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-CFG-ALU-FISCAL
            IF WS-CFG-ALU-FISCAL(1:3) NUMERIC
                COMPUTE WS-ALUNOS-POR-FISCAL =
                        FUNCTION NUMVAL(WS-CFG-ALU-FISCAL(1:3))
            END-IF
            IF WS-ALUNOS-POR-FISCAL EQUAL ZEROS
                MOVE 40 TO WS-ALUNOS-POR-FISCAL
            END-IF
            .
       P050-FIM.
       END PROGRAM SISPROVA.

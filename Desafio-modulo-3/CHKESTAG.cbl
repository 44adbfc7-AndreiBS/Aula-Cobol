      ******************************************************************
      * Author: ANDREI BATISTA
      * Date: 15/10/2026
      * Purpose: APURAR A SITUACAO DO ESTAGIO SUPERVISIONADO - COM
      *          OPERACAO 'A' SOMA AS HORAS LANCADAS (ESTHORAS.DAT) EM
      *          TODOS OS TERMOS DE COMPROMISSO DO ALUNO (ESTAGIOS.DAT)
      *          E COMPARA COM A CARGA DE ESTAGIO EXIGIDA PELO CURSO
      *          (ALUNOCUR.DAT / CURSOS.DAT); COM OPERACAO 'T' APURA UM
      *          SO TERMO. NOS DOIS CASOS CONTA AS AVALIACOES DEVIDAS
      *          PELO SUPERVISOR DA EMPRESA E PELO ORIENTADOR DA
      *          ESCOLA (UMA A CADA 6 MESES DE VIGENCIA E UMA FINAL NO
      *          ENCERRAMENTO) CONTRA AS REGISTRADAS (ESTAVAL.DAT);
      *          COMPARTILHADO ENTRE SISESTAG/SISCURSO/SISCERTI
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKESTAG.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUNOCUR ASSIGN TO WS-ARQ-CFG-D3-ALUNOCUR
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD  KEY  IS ID-ALUNO-AC
           FILE STATUS IS WS-FS-AC.

           SELECT CURSOS ASSIGN TO WS-ARQ-CFG-D3-CURSOS
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD  KEY  IS ID-CURSO
           FILE STATUS IS WS-FS-CUR.

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

       DATA DIVISION.
       FILE SECTION.
       FD ALUNOCUR.
          COPY FD_ALCUR.
       FD CURSOS.
          COPY FD_CURSO.
       FD ESTAGIOS.
          COPY FD_ESTAG.
       FD ESTHORAS.
          COPY FD_ESTHR.
       FD ESTAVAL.
          COPY FD_ESTAV.

       WORKING-STORAGE SECTION.
       77 WS-FS-AC                         PIC 99.
          88 FS-AC-OK                      VALUE 0.
       77 WS-FS-CUR                        PIC 99.
          88 FS-CUR-OK                     VALUE 0.
       77 WS-FS-EST                        PIC 99.
          88 FS-EST-OK                     VALUE 0.
       77 WS-FS-EHR                        PIC 99.
          88 FS-EHR-OK                     VALUE 0.
       77 WS-FS-EAV                        PIC 99.
          88 FS-EAV-OK                     VALUE 0.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE 'S' FALSE 'N'.
       77 WS-EOF-DET                       PIC X.
          88 EOF-DET-OK                    VALUE 'S' FALSE 'N'.
       77 WS-CAMINHO-LIDO                  PIC X(01) VALUE 'N'.
          88 CAMINHO-LIDO                  VALUE 'S'.
       77 WS-TERMO-FINDO                   PIC X VALUE 'N'.
          88 TERMO-FINDO                   VALUE 'S' FALSE 'N'.
       77 WS-DATA-HOJE-8                   PIC 9(08).
       77 WS-DT-REFERENCIA                 PIC 9(08).
       77 WS-DIAS-VIGENCIA                 PIC 9(05).
       77 WS-MESES-VIGENCIA                PIC 9(03).
       77 WS-QT-SEMESTRES                  PIC 9(03).
       77 WS-RESTO-MESES                   PIC 9(03).
       77 WS-QT-DEVIDAS                    PIC 9(03).
       77 WS-QT-AVAL-EMPRESA               PIC 9(03).
       77 WS-QT-AVAL-ORIENTADOR            PIC 9(03).

       01 WS-ARQ-CFG-D3-ALUNOCUR           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\ALUNOCUR.DAT'.
       01 WS-ARQ-CFG-D3-CURSOS             PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\CURSOS.DAT'.
       01 WS-ARQ-CFG-D3-ESTAGIOS           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\ESTAGIOS.DAT'.
       01 WS-ARQ-CFG-D3-ESTHORAS           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\ESTHORAS.DAT'.
       01 WS-ARQ-CFG-D3-ESTAVAL            PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\ESTAVAL.DAT'.
          COPY CFG_AREA.
       LINKAGE SECTION.
       01 LK-PARAMETROS-EST.
          03 LK-OPERACAO                   PIC X(01).
          03 LK-ID-ALUNO                   PIC 9(06).
          03 LK-NR-TERMO                   PIC 9(06).
          03 LK-CH-EXIGIDA                 PIC 9(04).
          03 LK-CH-CUMPRIDA                PIC 9(05).
          03 LK-QT-TERMOS                  PIC 9(03).
          03 LK-QT-AVAL-EXIGIDAS           PIC 9(03).
          03 LK-QT-PEND-EMPRESA            PIC 9(03).
          03 LK-QT-PEND-ORIENTADOR         PIC 9(03).
          03 LK-QT-AVAL-PENDENTES          PIC 9(03).
          03 LK-OK                         PIC X(01).
             88 LK-ESTAGIO-OK              VALUE 'S'.
             88 LK-ESTAGIO-PENDENTE        VALUE 'N'.

       PROCEDURE DIVISION USING LK-PARAMETROS-EST.
       MAIN-PROCEDURE.
            IF NOT CAMINHO-LIDO
                PERFORM P050-CONFIGURA THRU P050-FIM
                SET CAMINHO-LIDO  TO TRUE
            END-IF
            ACCEPT WS-DATA-HOJE-8 FROM DATE YYYYMMDD
            MOVE ZEROS            TO LK-CH-CUMPRIDA
                                     LK-QT-TERMOS
                                     LK-QT-AVAL-EXIGIDAS
                                     LK-QT-PEND-EMPRESA
                                     LK-QT-PEND-ORIENTADOR
                                     LK-QT-AVAL-PENDENTES
            IF LK-OPERACAO EQUAL 'A'
                MOVE ZEROS        TO LK-CH-EXIGIDA
            END-IF
            SET FS-EST-OK         TO TRUE
            SET FS-EHR-OK         TO TRUE
            SET FS-EAV-OK         TO TRUE
            OPEN INPUT ESTAGIOS
            OPEN INPUT ESTHORAS
            OPEN INPUT ESTAVAL
            EVALUATE LK-OPERACAO
                WHEN 'A'
                    PERFORM P100-EXIGENCIA-CURSO THRU P100-FIM
                    PERFORM P200-VARRE-ALUNO     THRU P200-FIM
                WHEN 'T'
                    PERFORM P300-UM-TERMO        THRU P300-FIM
            END-EVALUATE
            CLOSE ESTAGIOS
            CLOSE ESTHORAS
            CLOSE ESTAVAL
            COMPUTE LK-QT-AVAL-PENDENTES =
                    LK-QT-PEND-EMPRESA + LK-QT-PEND-ORIENTADOR
            EVALUATE TRUE
                WHEN LK-OPERACAO EQUAL 'A' AND LK-CH-EXIGIDA EQUAL 0
                    SET LK-ESTAGIO-OK       TO TRUE
                WHEN LK-CH-CUMPRIDA < LK-CH-EXIGIDA
                    SET LK-ESTAGIO-PENDENTE TO TRUE
                WHEN LK-QT-AVAL-PENDENTES > 0
                    SET LK-ESTAGIO-PENDENTE TO TRUE
                WHEN OTHER
                    SET LK-ESTAGIO-OK       TO TRUE
            END-EVALUATE
            GOBACK
            .
      * A CARGA EXIGIDA VEM DO CURSO AO QUAL O ALUNO ESTA VINCULADO;
      * SEM VINCULO OU SEM CURSO CADASTRADO NAO HA EXIGENCIA
       P100-EXIGENCIA-CURSO.
            SET FS-AC-OK          TO TRUE
            OPEN INPUT ALUNOCUR
            IF NOT FS-AC-OK
                CLOSE ALUNOCUR
                GO TO P100-FIM
            END-IF
            MOVE LK-ID-ALUNO      TO ID-ALUNO-AC
            READ ALUNOCUR
                INVALID KEY
                    MOVE ZEROS    TO ID-CURSO-AC
            END-READ
            CLOSE ALUNOCUR
            IF ID-CURSO-AC EQUAL ZEROS
                GO TO P100-FIM
            END-IF
            SET FS-CUR-OK         TO TRUE
            OPEN INPUT CURSOS
            IF FS-CUR-OK
                MOVE ID-CURSO-AC  TO ID-CURSO
                READ CURSOS
                    NOT INVALID KEY
                        MOVE CH-ESTAGIO-CUR TO LK-CH-EXIGIDA
                END-READ
            END-IF
            CLOSE CURSOS
            .
       P100-FIM.
       P200-VARRE-ALUNO.
            IF NOT FS-EST-OK
                GO TO P200-FIM
            END-IF
            SET EOF-OK            TO FALSE
            MOVE LK-ID-ALUNO      TO ID-ALUNO-EST
            START ESTAGIOS KEY IS NOT LESS THAN ID-ALUNO-EST
                INVALID KEY
                    SET EOF-OK    TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ ESTAGIOS NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF ID-ALUNO-EST NOT EQUAL LK-ID-ALUNO
                            SET EOF-OK TO TRUE
                        ELSE
                            ADD 1 TO LK-QT-TERMOS
                            PERFORM P400-APURA-TERMO THRU P400-FIM
                        END-IF
                END-READ
            END-PERFORM
            .
       P200-FIM.
       P300-UM-TERMO.
            IF NOT FS-EST-OK
                GO TO P300-FIM
            END-IF
            MOVE LK-NR-TERMO      TO NR-TERMO-EST
            READ ESTAGIOS
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 1        TO LK-QT-TERMOS
                    MOVE ID-ALUNO-EST TO LK-ID-ALUNO
                    PERFORM P400-APURA-TERMO THRU P400-FIM
            END-READ
            .
       P300-FIM.
      * HORAS: SOMA DAS FOLHAS MENSAIS DO TERMO. AVALIACOES: A VIGENCIA
      * CORRE DO INICIO ATE HOJE (OU ATE O FIM / ENCERRAMENTO); CADA 6
      * MESES COMPLETOS GERAM UMA AVALIACAO DEVIDA POR AVALIADOR E O
      * TERMO FINDO DEVE AINDA A AVALIACAO FINAL DO PERIODO RESTANTE
       P400-APURA-TERMO.
            IF FS-EHR-OK
                SET EOF-DET-OK    TO FALSE
                MOVE NR-TERMO-EST TO NR-TERMO-EHR
                MOVE ZEROS        TO CP-COMPETENCIA-EHR
                START ESTHORAS KEY IS NOT LESS THAN CHAVE-ESTAGIO-HORAS
                    INVALID KEY
                        SET EOF-DET-OK TO TRUE
                END-START
                PERFORM UNTIL EOF-DET-OK
                    READ ESTHORAS NEXT
                        AT END
                            SET EOF-DET-OK TO TRUE
                        NOT AT END
                            IF NR-TERMO-EHR NOT EQUAL NR-TERMO-EST
                                SET EOF-DET-OK TO TRUE
                            ELSE
                                ADD QT-HORAS-EHR TO LK-CH-CUMPRIDA
                            END-IF
                    END-READ
                END-PERFORM
            END-IF

            SET TERMO-FINDO       TO FALSE
            MOVE WS-DATA-HOJE-8   TO WS-DT-REFERENCIA
            IF NOT EST-VIGENTE
                SET TERMO-FINDO   TO TRUE
                IF DT-ENCERRAMENTO-EST NOT EQUAL ZEROS
                    MOVE DT-ENCERRAMENTO-EST TO WS-DT-REFERENCIA
                END-IF
            END-IF
            IF WS-DT-REFERENCIA > DT-FIM-EST
                MOVE DT-FIM-EST   TO WS-DT-REFERENCIA
                SET TERMO-FINDO   TO TRUE
            END-IF
            MOVE ZEROS            TO WS-MESES-VIGENCIA
            IF WS-DT-REFERENCIA > DT-INICIO-EST
                COMPUTE WS-DIAS-VIGENCIA =
                        FUNCTION INTEGER-OF-DATE(WS-DT-REFERENCIA) -
                        FUNCTION INTEGER-OF-DATE(DT-INICIO-EST)
                DIVIDE WS-DIAS-VIGENCIA BY 30
                    GIVING WS-MESES-VIGENCIA
            END-IF
            DIVIDE WS-MESES-VIGENCIA BY 6
                GIVING WS-QT-SEMESTRES REMAINDER WS-RESTO-MESES
            MOVE WS-QT-SEMESTRES  TO WS-QT-DEVIDAS
            IF TERMO-FINDO AND
               (WS-RESTO-MESES > 0 OR WS-QT-SEMESTRES EQUAL 0)
                ADD 1             TO WS-QT-DEVIDAS
            END-IF

            MOVE ZEROS            TO WS-QT-AVAL-EMPRESA
                                     WS-QT-AVAL-ORIENTADOR
            IF FS-EAV-OK
                SET EOF-DET-OK    TO FALSE
                MOVE NR-TERMO-EST TO NR-TERMO-EAV
                MOVE LOW-VALUES   TO TP-AVALIADOR-EAV
                MOVE ZEROS        TO NR-AVALIACAO-EAV
                START ESTAVAL KEY IS NOT LESS THAN CHAVE-ESTAGIO-AVAL
                    INVALID KEY
                        SET EOF-DET-OK TO TRUE
                END-START
                PERFORM UNTIL EOF-DET-OK
                    READ ESTAVAL NEXT
                        AT END
                            SET EOF-DET-OK TO TRUE
                        NOT AT END
                            IF NR-TERMO-EAV NOT EQUAL NR-TERMO-EST
                                SET EOF-DET-OK TO TRUE
                            ELSE
                                IF EAV-EMPRESA
                                    ADD 1 TO WS-QT-AVAL-EMPRESA
                                END-IF
                                IF EAV-ORIENTADOR
                                    ADD 1 TO WS-QT-AVAL-ORIENTADOR
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
            END-IF

            COMPUTE LK-QT-AVAL-EXIGIDAS =
                    LK-QT-AVAL-EXIGIDAS + (WS-QT-DEVIDAS * 2)
            IF WS-QT-AVAL-EMPRESA < WS-QT-DEVIDAS
                COMPUTE LK-QT-PEND-EMPRESA = LK-QT-PEND-EMPRESA +
                        WS-QT-DEVIDAS - WS-QT-AVAL-EMPRESA
            END-IF
            IF WS-QT-AVAL-ORIENTADOR < WS-QT-DEVIDAS
                COMPUTE LK-QT-PEND-ORIENTADOR = LK-QT-PEND-ORIENTADOR
                        + WS-QT-DEVIDAS - WS-QT-AVAL-ORIENTADOR
            END-IF
            .
       P400-FIM.
      * RESOLVE OS CAMINHOS FISICOS PELO CONFIGSYS (PRODUCAO OU
      * TESTE); SEM CONFIGURACAO VALEM OS PADROES ACIMA
       P050-CONFIGURA.
            MOVE 'D3-ALUNOCUR' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-ALUNOCUR TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-ALUNOCUR
            MOVE 'D3-CURSOS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-CURSOS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-CURSOS
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
            .
       P050-FIM.
       END PROGRAM CHKESTAG.

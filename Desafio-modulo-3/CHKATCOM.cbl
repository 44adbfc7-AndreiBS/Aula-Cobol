      ******************************************************************
      * Author: ANDREI BATISTA
      * Date: 15/10/2026
      * Purpose: APURAR AS ATIVIDADES COMPLEMENTARES DO ALUNO - SOMA
      *          POR CATEGORIA (ATVCATEG.DAT) AS HORAS APROVADAS PELA
      *          COORDENACAO NO LIVRO DO ALUNO (ATIVCOMP.DAT), APLICA
      *          O TETO DE CADA CATEGORIA E COMPARA O TOTAL COMPUTADO
      *          COM A CARGA COMPLEMENTAR EXIGIDA PELO CURSO DO ALUNO
      *          (ALUNOCUR.DAT / CURSOS.DAT); CONTA TAMBEM AS
      *          ATIVIDADES AINDA SEM DECISAO; COMPARTILHADO ENTRE
      *          SISATCOM/SISCURSO/SISHISTE/SISCERTI
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKATCOM.

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

           SELECT CATEGORIAS ASSIGN TO WS-ARQ-CFG-D3-ATVCATEG
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD  KEY  IS CD-CATEGORIA-ATC
           FILE STATUS IS WS-FS-ATC.

           SELECT ATIVIDADES ASSIGN TO WS-ARQ-CFG-D3-ATIVCOMP
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD  KEY  IS NR-ATIVIDADE-ATV
           ALTERNATE RECORD KEY IS ID-ALUNO-ATV
               WITH DUPLICATES
           FILE STATUS IS WS-FS-ATV.

       DATA DIVISION.
       FILE SECTION.
       FD ALUNOCUR.
          COPY FD_ALCUR.
       FD CURSOS.
          COPY FD_CURSO.
       FD CATEGORIAS.
          COPY FD_ATCAT.
       FD ATIVIDADES.
          COPY FD_ATCOM.

       WORKING-STORAGE SECTION.
       77 WS-FS-AC                         PIC 99.
          88 FS-AC-OK                      VALUE 0.
       77 WS-FS-CUR                        PIC 99.
          88 FS-CUR-OK                     VALUE 0.
       77 WS-FS-ATC                        PIC 99.
          88 FS-ATC-OK                     VALUE 0.
       77 WS-FS-ATV                        PIC 99.
          88 FS-ATV-OK                     VALUE 0.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE 'S' FALSE 'N'.
       77 WS-CAMINHO-LIDO                  PIC X(01) VALUE 'N'.
          88 CAMINHO-LIDO                  VALUE 'S'.
       77 WS-ACHOU                         PIC X VALUE 'N'.
          88 ACHOU-OK                      VALUE 'S' FALSE 'N'.
       77 WS-IND-CAT                       PIC 9(02).

       01 WS-ARQ-CFG-D3-ALUNOCUR           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\ALUNOCUR.DAT'.
       01 WS-ARQ-CFG-D3-CURSOS             PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\CURSOS.DAT'.
       01 WS-ARQ-CFG-D3-ATVCATEG           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\ATVCATEG.DAT'.
       01 WS-ARQ-CFG-D3-ATIVCOMP           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\ATIVCOMP.DAT'.
          COPY CFG_AREA.
       LINKAGE SECTION.
       01 LK-PARAMETROS-ATC.
          03 LK-ID-ALUNO                   PIC 9(06).
          03 LK-CH-EXIGIDA                 PIC 9(04).
          03 LK-CH-APROVADA                PIC 9(05).
          03 LK-CH-COMPUTADA               PIC 9(05).
          03 LK-QT-PENDENTES               PIC 9(03).
          03 LK-QT-CATEGORIAS              PIC 9(02).
          03 LK-CATEGORIA OCCURS 20 TIMES.
             05 LK-CD-CATEGORIA            PIC X(04).
             05 LK-DS-CATEGORIA            PIC X(30).
             05 LK-CH-MAXIMA               PIC 9(04).
             05 LK-CH-CAT-APROVADA         PIC 9(05).
             05 LK-CH-CAT-COMPUTADA        PIC 9(05).
          03 LK-OK                         PIC X(01).
             88 LK-ATIVIDADES-OK           VALUE 'S'.
             88 LK-ATIVIDADES-PENDENTE     VALUE 'N'.

       PROCEDURE DIVISION USING LK-PARAMETROS-ATC.
       MAIN-PROCEDURE.
            IF NOT CAMINHO-LIDO
                PERFORM P050-CONFIGURA THRU P050-FIM
                SET CAMINHO-LIDO  TO TRUE
            END-IF
            MOVE ZEROS            TO LK-CH-EXIGIDA
                                     LK-CH-APROVADA
                                     LK-CH-COMPUTADA
                                     LK-QT-PENDENTES
                                     LK-QT-CATEGORIAS
            PERFORM P100-EXIGENCIA-CURSO  THRU P100-FIM
            PERFORM P150-CARREGA-CATEGORIAS THRU P150-FIM
            PERFORM P200-SOMA-ATIVIDADES  THRU P200-FIM
      * O TETO DA CATEGORIA LIMITA O QUE CONTA PARA O CURSO
            PERFORM VARYING WS-IND-CAT FROM 1 BY 1
                    UNTIL WS-IND-CAT > LK-QT-CATEGORIAS
                MOVE LK-CH-CAT-APROVADA(WS-IND-CAT)
                    TO LK-CH-CAT-COMPUTADA(WS-IND-CAT)
                IF LK-CH-MAXIMA(WS-IND-CAT) > 0 AND
                   LK-CH-CAT-APROVADA(WS-IND-CAT) >
                   LK-CH-MAXIMA(WS-IND-CAT)
                    MOVE LK-CH-MAXIMA(WS-IND-CAT)
                        TO LK-CH-CAT-COMPUTADA(WS-IND-CAT)
                END-IF
                ADD LK-CH-CAT-APROVADA(WS-IND-CAT)  TO LK-CH-APROVADA
                ADD LK-CH-CAT-COMPUTADA(WS-IND-CAT) TO LK-CH-COMPUTADA
            END-PERFORM
            IF LK-CH-COMPUTADA < LK-CH-EXIGIDA
                SET LK-ATIVIDADES-PENDENTE TO TRUE
            ELSE
                SET LK-ATIVIDADES-OK       TO TRUE
            END-IF
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
                        MOVE CH-COMPLEMENTAR-CUR TO LK-CH-EXIGIDA
                END-READ
            END-IF
            CLOSE CURSOS
            .
       P100-FIM.
       P150-CARREGA-CATEGORIAS.
            SET EOF-OK            TO FALSE
            SET FS-ATC-OK         TO TRUE
            OPEN INPUT CATEGORIAS
            IF FS-ATC-OK
                PERFORM UNTIL EOF-OK
                    READ CATEGORIAS NEXT
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            IF LK-QT-CATEGORIAS < 20
                                ADD 1 TO LK-QT-CATEGORIAS
                                MOVE CD-CATEGORIA-ATC TO
                                  LK-CD-CATEGORIA(LK-QT-CATEGORIAS)
                                MOVE DS-CATEGORIA-ATC TO
                                  LK-DS-CATEGORIA(LK-QT-CATEGORIAS)
                                MOVE CH-MAXIMA-ATC TO
                                  LK-CH-MAXIMA(LK-QT-CATEGORIAS)
                                MOVE ZEROS TO
                                  LK-CH-CAT-APROVADA(LK-QT-CATEGORIAS)
                                  LK-CH-CAT-COMPUTADA(LK-QT-CATEGORIAS)
                            END-IF
                    END-READ
                END-PERFORM
            END-IF
            CLOSE CATEGORIAS
            .
       P150-FIM.
       P200-SOMA-ATIVIDADES.
            SET FS-ATV-OK         TO TRUE
            OPEN INPUT ATIVIDADES
            IF NOT FS-ATV-OK
                CLOSE ATIVIDADES
                GO TO P200-FIM
            END-IF
            SET EOF-OK            TO FALSE
            MOVE LK-ID-ALUNO      TO ID-ALUNO-ATV
            START ATIVIDADES KEY IS NOT LESS THAN ID-ALUNO-ATV
                INVALID KEY
                    SET EOF-OK    TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ ATIVIDADES NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF ID-ALUNO-ATV NOT EQUAL LK-ID-ALUNO
                            SET EOF-OK TO TRUE
                        ELSE
                            PERFORM P210-ACUMULA THRU P210-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ATIVIDADES
            .
       P200-FIM.
       P210-ACUMULA.
            IF ATV-PENDENTE
                ADD 1             TO LK-QT-PENDENTES
            END-IF
            IF NOT ATV-APROVADA
                GO TO P210-FIM
            END-IF
            SET ACHOU-OK          TO FALSE
            PERFORM VARYING WS-IND-CAT FROM 1 BY 1
                    UNTIL WS-IND-CAT > LK-QT-CATEGORIAS OR ACHOU-OK
                IF LK-CD-CATEGORIA(WS-IND-CAT) EQUAL CD-CATEGORIA-ATV
                    SET ACHOU-OK  TO TRUE
                    ADD CH-APROVADA-ATV
                        TO LK-CH-CAT-APROVADA(WS-IND-CAT)
                END-IF
            END-PERFORM
            .
       P210-FIM.
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
            MOVE 'D3-ATVCATEG' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-ATVCATEG TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-ATVCATEG
            MOVE 'D3-ATIVCOMP' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-ATIVCOMP TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-ATIVCOMP
            .
       P050-FIM.
       END PROGRAM CHKATCOM.

      *          CHKAULAS), GRAVA O ARQUIVO DE LEIAUTE FIXO PARA O
      *          BUREAU DE FOLHA (HORASPAG.TXT, HEADER/DETALHE/
      *          TRAILER) E IMPRIME O RELATORIO DE CONFERENCIA NO
      *          SPOOL - SUBSTITUI A PLANILHA MANUAL DO CONTADOR.
      *          AS AUSENCIAS DO MES (AUSENCIA.DAT, SISAUSEN) AJUSTAM
      *          A BASE: FALTA NAO JUSTIFICADA E DESCONTADA DO
      *          AUSENTE E A AULA COBERTA E CREDITADA AO SUBSTITUTO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELHORAS.
               RECORD  KEY  IS CHAVE-PROF-MATERIA
               FILE STATUS IS WS-FS-PM.

               SELECT AUSENCIAS ASSIGN TO WS-ARQ-CFG-D3-AUSENCIA
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-AUSENCIA
               FILE STATUS IS WS-FS-AUS.

               SELECT HORAS-OUT ASSIGN TO WS-ARQ-CFG-HORASPAG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OUT.
          COPY FD_PROF.
       FD PROFMAT.
          COPY FD_PRMAT.
       FD AUSENCIAS.
          COPY FD_AUSEN.
       FD HORAS-OUT.
       01 REG-HORAS-OUT                    PIC X(40).
       FD CONF-OUT.
          88 FS-OK                         VALUE 0.
       77 WS-FS-PM                         PIC 99.
          88 FS-PM-OK                      VALUE 0.
       77 WS-FS-AUS                        PIC 99.
          88 FS-AUS-OK                     VALUE 0.
       77 WS-FS-OUT                        PIC 99.
          88 FS-OUT-OK                     VALUE 0.
       77 WS-FS-CNF                        PIC 99.
       77 WS-TOT-HORAS                     PIC 9(07) VALUE ZEROS.
       77 WS-NM-PROF-ATUAL                 PIC X(20).
       77 WS-LINHA-CONF                    PIC X(80) VALUE SPACES.
      * AJUSTES DO MES POR PROFESSOR X MATERIA: FALTAS NAO
      * JUSTIFICADAS (DESCONTO) E AULAS ASSUMIDAS COMO SUBSTITUTO
       77 WS-QTD-AJUSTES                   PIC 9(03) VALUE ZEROS.
       77 WS-IND-AJU                       PIC 9(03).
       77 WS-AJU-ACHADO                    PIC 9(03).
       01 WS-TABELA-AJUSTES.
          03 WS-TAB-AJUSTE                 OCCURS 300 TIMES.
             05 WS-TAB-AJU-PROF            PIC 9(03).
             05 WS-TAB-AJU-MAT             PIC 9(03).
             05 WS-TAB-AJU-FALTAS          PIC 9(04).
             05 WS-TAB-AJU-SUBST           PIC 9(04).
             05 WS-TAB-AJU-USADO           PIC X(01).
       77 WS-AJU-PROF                      PIC 9(03).
       77 WS-AJU-MAT                       PIC 9(03).
       77 WS-QT-FALTAS                     PIC 9(04).
       77 WS-QT-SUBST                      PIC 9(04).
       77 WS-QT-PAGAVEIS                   PIC 9(04).
      * LEIAUTE FIXO ACORDADO COM O BUREAU DE FOLHA
       01 WS-REG-HEADER.
          03 FILLER                        PIC X(01) VALUE 'H'.
          03 WS-DET-COMPETENCIA            PIC 9(06).
          03 WS-DET-QT-AULAS               PIC 9(04).
          03 WS-DET-QT-REPOSICOES          PIC 9(04).
          03 WS-DET-QT-FALTAS              PIC 9(04).
          03 WS-DET-QT-SUBSTITUICOES       PIC 9(04).
          03 FILLER                        PIC X(11) VALUE SPACES.
       01 WS-REG-TRAILER.
          03 FILLER                        PIC X(01) VALUE 'T'.
          03 WS-TRL-QTD-DETALHES           PIC 9(05).
          'C:\COBOL\PROFMAT.DAT'.
       01 WS-ARQ-CFG-HORASPAG              PIC X(60) VALUE
          'C:\COBOL\HORASPAG.TXT'.
       01 WS-ARQ-CFG-D3-AUSENCIA           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\AUSENCIA.DAT'.
          COPY CFG_AREA.
       LINKAGE SECTION.
       01 LK-COM-AREA.
                GOBACK
            END-IF
            PERFORM P100-LIMITES-MES THRU P100-FIM
            PERFORM P200-CARREGA-AUSENCIAS THRU P200-FIM
            PERFORM P300-GERA        THRU P300-FIM

            MOVE 'F'              TO WL-RL-FASE
                    FUNCTION DATE-OF-INTEGER(WS-DIAS-CORRIDOS)
            .
       P100-FIM.
      * AUSENCIAS DO MES: A FALTA NAO JUSTIFICADA CONTA CONTRA O
      * AUSENTE NA MATERIA; A AULA COBERTA CONTA PARA O SUBSTITUTO
       P200-CARREGA-AUSENCIAS.
            MOVE ZEROS            TO WS-QTD-AJUSTES
            SET EOF-OK            TO FALSE
            SET FS-AUS-OK         TO TRUE
            OPEN INPUT AUSENCIAS
            IF NOT FS-AUS-OK
                GO TO P200-FIM
            END-IF
            PERFORM UNTIL EOF-OK
                READ AUSENCIAS NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF DT-AUSENCIA-AUS >= WS-DT-INI-MES AND
                           DT-AUSENCIA-AUS <= WS-DT-FIM-MES
                            IF AUS-NAO-JUSTIFICADA
                                MOVE ID-PROFESSOR-AUS TO WS-AJU-PROF
                                MOVE ID-MATERIA-AUS   TO WS-AJU-MAT
                                PERFORM P210-ACHA-AJUSTE THRU P210-FIM
                                IF WS-AJU-ACHADO > 0
                                    ADD 1 TO
                                      WS-TAB-AJU-FALTAS(WS-AJU-ACHADO)
                                END-IF
                            END-IF
                            IF AUS-COBERTA AND
                               ID-SUBSTITUTO-AUS NOT EQUAL ZEROS
                                MOVE ID-SUBSTITUTO-AUS TO WS-AJU-PROF
                                MOVE ID-MATERIA-AUS   TO WS-AJU-MAT
                                PERFORM P210-ACHA-AJUSTE THRU P210-FIM
                                IF WS-AJU-ACHADO > 0
                                    ADD 1 TO
                                      WS-TAB-AJU-SUBST(WS-AJU-ACHADO)
                                END-IF
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE AUSENCIAS
            .
       P200-FIM.
      * LOCALIZA (OU ABRE) A LINHA DO PROFESSOR X MATERIA NA TABELA
       P210-ACHA-AJUSTE.
            MOVE ZEROS            TO WS-AJU-ACHADO
            PERFORM VARYING WS-IND-AJU FROM 1 BY 1
                    UNTIL WS-IND-AJU > WS-QTD-AJUSTES
                       OR WS-AJU-ACHADO > 0
                IF WS-TAB-AJU-PROF(WS-IND-AJU) EQUAL WS-AJU-PROF AND
                   WS-TAB-AJU-MAT(WS-IND-AJU) EQUAL WS-AJU-MAT
                    MOVE WS-IND-AJU TO WS-AJU-ACHADO
                END-IF
            END-PERFORM
            IF WS-AJU-ACHADO EQUAL ZEROS AND WS-QTD-AJUSTES < 300
                ADD 1             TO WS-QTD-AJUSTES
                MOVE WS-QTD-AJUSTES TO WS-AJU-ACHADO
                MOVE WS-AJU-PROF  TO WS-TAB-AJU-PROF(WS-AJU-ACHADO)
                MOVE WS-AJU-MAT   TO WS-TAB-AJU-MAT(WS-AJU-ACHADO)
                MOVE ZEROS        TO WS-TAB-AJU-FALTAS(WS-AJU-ACHADO)
                                     WS-TAB-AJU-SUBST(WS-AJU-ACHADO)
                MOVE 'N'          TO WS-TAB-AJU-USADO(WS-AJU-ACHADO)
            END-IF
            .
       P210-FIM.
       P300-GERA.
            MOVE 'RELHORAS'       TO WL-SPL-RELATORIO
            CALL 'SPOOLREG' USING WL-SPOOL
                MOVE 8 TO RETURN-CODE
            END-IF
            CLOSE PROFMAT
      * SUBSTITUICOES EM MATERIA SEM VINCULO DO SUBSTITUTO NO PROFMAT
            PERFORM P320-SO-SUBSTITUICAO THRU P320-FIM
                    VARYING WS-IND-AJU FROM 1 BY 1
                    UNTIL WS-IND-AJU > WS-QTD-AJUSTES
            CLOSE PROFESSORES

            MOVE WS-QTD-DETALHES  TO WS-TRL-QTD-DETALHES
            MOVE WS-DT-INI-MES    TO WL-AUL-DT-INICIO
            MOVE WS-DT-FIM-MES    TO WL-AUL-DT-FIM
            CALL 'CHKAULAS' USING WL-PARAMETROS-AULAS
            MOVE ZEROS            TO WS-QT-FALTAS WS-QT-SUBST
            PERFORM VARYING WS-IND-AJU FROM 1 BY 1
                    UNTIL WS-IND-AJU > WS-QTD-AJUSTES
                IF WS-TAB-AJU-PROF(WS-IND-AJU) EQUAL ID-PROFESSOR-PM
                   AND WS-TAB-AJU-MAT(WS-IND-AJU) EQUAL ID-MATERIA-PM
                    MOVE WS-TAB-AJU-FALTAS(WS-IND-AJU) TO WS-QT-FALTAS
                    MOVE WS-TAB-AJU-SUBST(WS-IND-AJU)  TO WS-QT-SUBST
                    MOVE 'S' TO WS-TAB-AJU-USADO(WS-IND-AJU)
                END-IF
            END-PERFORM
            IF WL-AUL-QT-AULAS EQUAL ZEROS AND WS-QT-SUBST EQUAL ZEROS
                GO TO P310-FIM
            END-IF
            IF WS-QT-FALTAS > WL-AUL-QT-AULAS
                MOVE WL-AUL-QT-AULAS TO WS-QT-FALTAS
            END-IF
            COMPUTE WS-QT-PAGAVEIS = WL-AUL-QT-AULAS - WS-QT-FALTAS
                                   + WS-QT-SUBST
            MOVE ID-PROFESSOR-PM  TO WS-DET-ID-PROFESSOR
            MOVE ID-MATERIA-PM    TO WS-DET-ID-MATERIA
            MOVE WS-COMPETENCIA   TO WS-DET-COMPETENCIA
            MOVE WS-QT-PAGAVEIS   TO WS-DET-QT-AULAS
            MOVE WL-AUL-QT-REPOSICOES TO WS-DET-QT-REPOSICOES
            MOVE WS-QT-FALTAS     TO WS-DET-QT-FALTAS
            MOVE WS-QT-SUBST      TO WS-DET-QT-SUBSTITUICOES
            WRITE REG-HORAS-OUT FROM WS-REG-DETALHE
            ADD 1                 TO WS-QTD-DETALHES
            ADD WS-QT-PAGAVEIS    TO WS-TOT-HORAS

            MOVE ID-PROFESSOR-PM  TO ID-PROFESSOR
            READ PROFESSORES
            MOVE SPACES TO WS-LINHA-CONF
            STRING WS-NM-PROF-ATUAL
                   ' MATERIA ' ID-MATERIA-PM
                   ' AULAS: ' WS-QT-PAGAVEIS
                   ' (REPOSICOES: ' WL-AUL-QT-REPOSICOES
                   ' / PERDIDAS EM FERIADO: ' WL-AUL-QT-PERDIDAS
                   ')'
                   INTO WS-LINHA-CONF
            MOVE WS-LINHA-CONF TO REG-CONF-OUT
            WRITE REG-CONF-OUT
            PERFORM P330-LINHA-AJUSTE THRU P330-FIM
            .
       P310-FIM.
      * O SUBSTITUTO QUE NAO E VINCULADO A MATERIA RECEBE UM DETALHE
      * PROPRIO SO COM AS AULAS QUE ASSUMIU
       P320-SO-SUBSTITUICAO.
            IF WS-TAB-AJU-USADO(WS-IND-AJU) EQUAL 'S' OR
               WS-TAB-AJU-SUBST(WS-IND-AJU) EQUAL ZEROS
                GO TO P320-FIM
            END-IF
            MOVE ZEROS            TO WS-QT-FALTAS
                                     WL-AUL-QT-AULAS
                                     WL-AUL-QT-REPOSICOES
                                     WL-AUL-QT-PERDIDAS
            MOVE WS-TAB-AJU-SUBST(WS-IND-AJU) TO WS-QT-SUBST
                                                 WS-QT-PAGAVEIS
            MOVE WS-TAB-AJU-PROF(WS-IND-AJU) TO WS-DET-ID-PROFESSOR
                                                ID-PROFESSOR
            MOVE WS-TAB-AJU-MAT(WS-IND-AJU)  TO WS-DET-ID-MATERIA
            MOVE WS-COMPETENCIA   TO WS-DET-COMPETENCIA
            MOVE WS-QT-PAGAVEIS   TO WS-DET-QT-AULAS
            MOVE ZEROS            TO WS-DET-QT-REPOSICOES
                                     WS-DET-QT-FALTAS
            MOVE WS-QT-SUBST      TO WS-DET-QT-SUBSTITUICOES
            WRITE REG-HORAS-OUT FROM WS-REG-DETALHE
            ADD 1                 TO WS-QTD-DETALHES
            ADD WS-QT-PAGAVEIS    TO WS-TOT-HORAS

            READ PROFESSORES
                INVALID KEY
                    MOVE 'PROFESSOR NAO CADASTR'
                        TO WS-NM-PROF-ATUAL
                NOT INVALID KEY
                    MOVE NM-PROFESSOR TO WS-NM-PROF-ATUAL
            END-READ
            MOVE SPACES TO WS-LINHA-CONF
            STRING WS-NM-PROF-ATUAL
                   ' MATERIA ' WS-TAB-AJU-MAT(WS-IND-AJU)
                   ' AULAS: ' WS-QT-PAGAVEIS
                   ' (SOMENTE SUBSTITUICOES)'
                   DELIMITED BY SIZE
                   INTO WS-LINHA-CONF
            MOVE WS-LINHA-CONF TO REG-CONF-OUT
            WRITE REG-CONF-OUT
            .
       P320-FIM.
       P330-LINHA-AJUSTE.
            IF WS-QT-FALTAS EQUAL ZEROS AND WS-QT-SUBST EQUAL ZEROS
                GO TO P330-FIM
            END-IF
            MOVE SPACES TO WS-LINHA-CONF
            STRING '    PREVISTAS: ' WL-AUL-QT-AULAS
                   '  FALTAS NAO JUSTIFICADAS: -' WS-QT-FALTAS
                   '  SUBSTITUICOES: +' WS-QT-SUBST
                   DELIMITED BY SIZE
                   INTO WS-LINHA-CONF
            MOVE WS-LINHA-CONF TO REG-CONF-OUT
            WRITE REG-CONF-OUT
            .
       P330-FIM.
      * RESOLVE OS CAMINHOS FISICOS PELO CONFIGSYS (PRODUCAO OU
      * TESTE); SEM CONFIGURACAO VALEM OS PADROES ACIMA
       P050-CONFIGURA.
            MOVE WS-ARQ-CFG-HORASPAG TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-HORASPAG
            MOVE 'D3-AUSENCIA' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-AUSENCIA TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-AUSENCIA
            .
       P050-FIM.
       END PROGRAM RELHORAS.

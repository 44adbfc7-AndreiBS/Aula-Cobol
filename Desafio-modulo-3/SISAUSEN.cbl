      ******************************************************************
      * Author: ANDREI BATISTA
      * Date: 15/10/2026
      * Purpose: REGISTRO DE AUSENCIAS DE PROFESSORES (AUSENCIA.DAT)
      *          E COBERTURA POR SUBSTITUTO - PARA A DATA E OS
      *          PERIODOS DA FALTA, LOCALIZA AS AULAS DA GRADE
      *          (HORARIOS.DAT) DAS MATERIAS DO PROFESSOR (PROFMAT.DAT)
      *          E, PARA CADA UMA, PROPOE OS SUBSTITUTOS: PROFESSORES
      *          VINCULADOS A MESMA MATERIA OU LIVRES NAQUELE DIA/
      *          PERIODO PELA GRADE, QUE NAO ESTEJAM AUSENTES NEM JA
      *          SUBSTITUINDO NO MESMO HORARIO. AULA SEM SUBSTITUTO
      *          FICA DESCOBERTA E VIRA CANDIDATA A REPOSICAO NO
      *          SISREPOS. O RELHORAS DESCONTA AS FALTAS NAO
      *          JUSTIFICADAS E CREDITA AS AULAS COBERTAS AO
      *          SUBSTITUTO. RELATORIO MENSAL DE AUSENCIAS POR
      *          PROFESSOR NO SPOOL
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISAUSEN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
               SELECT AUSENCIAS ASSIGN TO WS-ARQ-CFG-D3-AUSENCIA
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-AUSENCIA
               FILE STATUS IS WS-FS-AUS.

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
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS CHAVE-HORARIO
               FILE STATUS IS WS-FS-HOR.

               SELECT CALENDARIO ASSIGN TO WS-ARQ-CFG-CALENDARIO
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-CALENDARIO
               FILE STATUS IS WS-FS-CAL.

               SELECT RELATORIO-OUT ASSIGN TO WS-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OUT.

       DATA DIVISION.
       FILE SECTION.
       FD AUSENCIAS.
          COPY FD_AUSEN.
       FD PROFESSORES.
          COPY FD_PROF.
       FD PROFMAT.
          COPY FD_PRMAT.
       FD HORARIOS.
          COPY FD_HORAR.
       FD CALENDARIO.
          COPY FD_CALEN.
       FD RELATORIO-OUT.
       01 REG-RELATORIO-OUT                PIC X(100).

       WORKING-STORAGE SECTION.
       77 WS-FS-AUS                        PIC 99.
          88 FS-AUS-OK                     VALUE 0.
       77 WS-FS-PRF                        PIC 99.
          88 FS-PRF-OK                     VALUE 0.
       77 WS-FS-PM                         PIC 99.
          88 FS-PM-OK                      VALUE 0.
       77 WS-FS-HOR                        PIC 99.
          88 FS-HOR-OK                     VALUE 0.
       77 WS-FS-CAL                        PIC 99.
          88 FS-CAL-OK                     VALUE 0.
       77 WS-FS-OUT                        PIC 99.
          88 FS-OUT-OK                     VALUE 0.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE 'S' FALSE 'N'.
       77 WS-EOF-AUS                       PIC X.
          88 EOF-AUS-OK                    VALUE 'S' FALSE 'N'.
       77 WS-OPCAO                         PIC X.
       77 WS-DATA-HOJE-8                   PIC 9(08).
       77 WS-DIAS-CORRIDOS                 PIC 9(07).
       77 WS-DIA-SEMANA                    PIC 9(01).
       77 WS-ID-PROFESSOR                  PIC 9(03).
       77 WS-NM-PROFESSOR                  PIC X(20).
       77 WS-DT-AUSENCIA                   PIC 9(08).
       77 WS-PERIODO-INI                   PIC 9(01).
       77 WS-PERIODO-FIM                   PIC 9(01).
       77 WS-PERIODO                       PIC 9(01).
       77 WS-ID-MATERIA                    PIC 9(03).
       77 WS-MOTIVO                        PIC X(30).
       77 WS-JUSTIFICADA                   PIC X(01).
          88 JUSTIFICADA-VALIDA            VALUE 'S' 'N'.
       77 WS-ID-SUBSTITUTO                 PIC 9(03).
       77 WS-SUBST-ANTERIOR                PIC 9(03).
       77 WS-QTD-AFETADAS                  PIC 9(02) VALUE ZEROS.
       77 WS-QTD-COBERTAS                  PIC 9(02) VALUE ZEROS.
       77 WS-QTD-DESCOBERTAS               PIC 9(02) VALUE ZEROS.
       77 WS-EH-FERIADO                    PIC X.
          88 FERIADO-OK                    VALUE 'S' FALSE 'N'.
       77 WS-QTD-FERIADOS                  PIC 9(03) VALUE ZEROS.
       77 WS-IND-FER                       PIC 9(03).
       01 WS-TABELA-FERIADOS.
          03 WS-TAB-FERIADO                PIC 9(08) OCCURS 200 TIMES.
      * VINCULOS PROFESSOR X MATERIA (PROFMAT.DAT) EM MEMORIA, PARA
      * SABER QUEM LECIONA A MATERIA E QUEM ESTA LIVRE NA GRADE
       77 WS-QTD-VINCULOS                  PIC 9(03) VALUE ZEROS.
       77 WS-IND-VIN                       PIC 9(03).
       01 WS-TABELA-VINCULOS.
          03 WS-TAB-VINCULO                OCCURS 300 TIMES.
             05 WS-TAB-VIN-PROF            PIC 9(03).
             05 WS-TAB-VIN-MAT             PIC 9(03).
      * PROFESSORES JA OCUPADOS NO DIA/PERIODO (AUSENTES OU JA
      * DESIGNADOS COMO SUBSTITUTOS EM OUTRA AULA DO MESMO HORARIO)
       77 WS-QTD-OCUPADOS                  PIC 9(02) VALUE ZEROS.
       77 WS-IND-OCU                       PIC 9(02).
       01 WS-TABELA-OCUPADOS.
          03 WS-TAB-OCUPADO                PIC 9(03) OCCURS 50 TIMES.
      * SUBSTITUTOS PROPOSTOS PARA A AULA AFETADA
       77 WS-QTD-CANDIDATOS                PIC 9(02) VALUE ZEROS.
       77 WS-IND-CAN                       PIC 9(02).
       01 WS-TABELA-CANDIDATOS.
          03 WS-TAB-CANDIDATO              OCCURS 20 TIMES.
             05 WS-TAB-CAN-PROF            PIC 9(03).
             05 WS-TAB-CAN-NOME            PIC X(20).
             05 WS-TAB-CAN-TIPO            PIC X(10).
       77 WS-HABILITADO                    PIC X VALUE 'N'.
          88 HABILITADO                    VALUE 'S' FALSE 'N'.
       77 WS-LIVRE                         PIC X VALUE 'N'.
          88 LIVRE                         VALUE 'S' FALSE 'N'.
       77 WS-OCUPADO                       PIC X VALUE 'N'.
          88 OCUPADO                       VALUE 'S' FALSE 'N'.
       77 WS-ACHOU                         PIC X VALUE 'N'.
          88 ACHOU                         VALUE 'S' FALSE 'N'.
      * RELATORIO MENSAL
       01 WS-COMPETENCIA                   PIC 9(06).
       01 WS-COMPETENCIA-R REDEFINES WS-COMPETENCIA.
          03 WS-CMP-ANO                    PIC 9(04).
          03 WS-CMP-MES                    PIC 9(02).
       77 WS-DT-INI-MES                    PIC 9(08).
       77 WS-DT-FIM-MES                    PIC 9(08).
       77 WS-PROX-MES                      PIC 9(08).
       77 WS-PROF-ATUAL                    PIC 9(03) VALUE ZEROS.
       01 WS-TOTAIS-PROF.
          03 WS-TP-AUSENCIAS               PIC 9(04) VALUE ZEROS.
          03 WS-TP-JUSTIFICADAS            PIC 9(04) VALUE ZEROS.
          03 WS-TP-NAO-JUSTIF              PIC 9(04) VALUE ZEROS.
          03 WS-TP-COBERTAS                PIC 9(04) VALUE ZEROS.
          03 WS-TP-DESCOBERTAS             PIC 9(04) VALUE ZEROS.
       01 WS-TOTAIS-GERAIS.
          03 WS-TG-AUSENCIAS               PIC 9(05) VALUE ZEROS.
          03 WS-TG-NAO-JUSTIF              PIC 9(05) VALUE ZEROS.
          03 WS-TG-DESCOBERTAS             PIC 9(05) VALUE ZEROS.
          03 WS-TG-PROFESSORES             PIC 9(04) VALUE ZEROS.
      * AULAS ASSUMIDAS POR SUBSTITUTO NO MES
       77 WS-QTD-SUBST                     PIC 9(03) VALUE ZEROS.
       77 WS-IND-SUB                       PIC 9(03).
       01 WS-TABELA-SUBST.
          03 WS-TAB-SUBST                  OCCURS 100 TIMES.
             05 WS-TAB-SUB-PROF            PIC 9(03).
             05 WS-TAB-SUB-QTD             PIC 9(04).
       77 WS-DS-COBERTURA                  PIC X(16).
       77 WS-LINHA-OUT                     PIC X(100) VALUE SPACES.
       01 WS-ARQ-RELATORIO                 PIC X(60).
       01 WL-SPOOL.
          03 WL-SPL-RELATORIO              PIC X(12).
          03 WL-SPL-ARQUIVO                PIC X(60).
          03 WL-SPL-OK                     PIC X(01).
             88 WL-SPOOL-ABERTO            VALUE 'S'.
             88 WL-SPOOL-FALHOU            VALUE 'N'.
       01 WL-AUDITORIA.
          03 WL-PROGRAMA                   PIC X(12)
             VALUE 'SISAUSEN'.
          03 WL-OPERACAO                   PIC X(10).
          03 WL-CHAVE                      PIC X(10).
          03 WL-VALOR-ANTIGO               PIC X(50).
          03 WL-VALOR-NOVO                 PIC X(50).

       01 WS-ARQ-CFG-D3-AUSENCIA           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\AUSENCIA.DAT'.
       01 WS-ARQ-CFG-PROFESSORES           PIC X(60) VALUE
          'C:\COBOL\PROFESSORES.DAT'.
       01 WS-ARQ-CFG-PROFMAT               PIC X(60) VALUE
          'C:\COBOL\PROFMAT.DAT'.
       01 WS-ARQ-CFG-D3-HORARIOS           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\HORARIOS.DAT'.
       01 WS-ARQ-CFG-CALENDARIO            PIC X(60) VALUE
          'C:\COBOL\CALENDARIO.DAT'.
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
            DISPLAY '***   AUSENCIAS DE PROFESSORES E SUBSTITUICOES ***'
            DISPLAY '**************************************************'
            DISPLAY '*** 1 - Registrar ausencia                     ***'
            DISPLAY '*** 2 - Designar substituto (aula descoberta)  ***'
            DISPLAY '*** 3 - Relatorio mensal por professor         ***'
            DISPLAY '***          <TECLE F PARA FINALIZAR>          ***'
            DISPLAY '**************************************************'
            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN '1'
                    PERFORM P310-REGISTRA       THRU P310-FIM
                WHEN '2'
                    PERFORM P400-DESIGNA        THRU P400-FIM
                WHEN '3'
                    PERFORM P500-RELATORIO-MES  THRU P500-FIM
                WHEN 'F'
                    CONTINUE
                WHEN 'f'
                    CONTINUE
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA! '
            END-EVALUATE
            .
       P300-FIM.
       P310-REGISTRA.
            DISPLAY 'Informe o ID do professor ausente: '
            ACCEPT WS-ID-PROFESSOR
            PERFORM P710-LE-PROFESSOR THRU P710-FIM
            IF WS-ID-PROFESSOR EQUAL ZEROS
                GO TO P310-FIM
            END-IF
            DISPLAY 'Data da ausencia (AAAAMMDD, 0 = hoje): '
            ACCEPT WS-DT-AUSENCIA
            IF WS-DT-AUSENCIA EQUAL ZEROS
                MOVE WS-DATA-HOJE-8 TO WS-DT-AUSENCIA
            END-IF
            PERFORM P320-VALIDA-DATA THRU P320-FIM
            IF WS-DT-AUSENCIA EQUAL ZEROS
                GO TO P310-FIM
            END-IF
            DISPLAY 'Periodo inicial (1 a 6): '
            ACCEPT WS-PERIODO-INI
            DISPLAY 'Periodo final (1 a 6): '
            ACCEPT WS-PERIODO-FIM
            IF WS-PERIODO-INI < 1 OR WS-PERIODO-FIM > 6 OR
               WS-PERIODO-INI > WS-PERIODO-FIM
                DISPLAY 'PERIODOS INVALIDOS! '
                GO TO P310-FIM
            END-IF
            DISPLAY 'Motivo da ausencia: '
            MOVE SPACES           TO WS-MOTIVO
            ACCEPT WS-MOTIVO
            IF WS-MOTIVO EQUAL SPACES
                DISPLAY 'MOTIVO E OBRIGATORIO! '
                GO TO P310-FIM
            END-IF
            DISPLAY 'Ausencia justificada? (S/N): '
            ACCEPT WS-JUSTIFICADA
            MOVE FUNCTION UPPER-CASE(WS-JUSTIFICADA)
                                  TO WS-JUSTIFICADA
            IF NOT JUSTIFICADA-VALIDA
                DISPLAY 'RESPONDA S OU N! '
                GO TO P310-FIM
            END-IF

            PERFORM P330-CARREGA-VINCULOS THRU P330-FIM
            MOVE ZEROS            TO WS-QTD-AFETADAS
                                     WS-QTD-COBERTAS
                                     WS-QTD-DESCOBERTAS
            SET FS-AUS-OK         TO TRUE
            OPEN I-O AUSENCIAS
            IF WS-FS-AUS EQUAL 35 THEN
                OPEN OUTPUT AUSENCIAS
                CLOSE AUSENCIAS
                OPEN I-O AUSENCIAS
            END-IF
            SET FS-HOR-OK         TO TRUE
            OPEN INPUT HORARIOS
            IF NOT FS-AUS-OK OR NOT FS-HOR-OK
                DISPLAY 'ERRO AO ABRIR OS ARQUIVOS DE AUSENCIA/GRADE. '
                DISPLAY 'FILE STATUS AUSENCIAS: ' WS-FS-AUS
                DISPLAY 'FILE STATUS HORARIOS : ' WS-FS-HOR
                CLOSE AUSENCIAS
                CLOSE HORARIOS
                GO TO P310-FIM
            END-IF
      * CADA PERIODO DA FALTA X CADA MATERIA DO PROFESSOR QUE TENHA
      * AULA NA GRADE NAQUELE DIA DA SEMANA E PERIODO
            PERFORM VARYING WS-PERIODO FROM WS-PERIODO-INI BY 1
                    UNTIL WS-PERIODO > WS-PERIODO-FIM
                PERFORM VARYING WS-IND-VIN FROM 1 BY 1
                        UNTIL WS-IND-VIN > WS-QTD-VINCULOS
                    IF WS-TAB-VIN-PROF(WS-IND-VIN) EQUAL
                       WS-ID-PROFESSOR
                        MOVE WS-TAB-VIN-MAT(WS-IND-VIN)
                                  TO ID-MATERIA-HOR
                        MOVE WS-DIA-SEMANA TO DIA-SEMANA-HOR
                        MOVE WS-PERIODO    TO PERIODO-HOR
                        READ HORARIOS
                            INVALID KEY
                                CONTINUE
                            NOT INVALID KEY
                                MOVE ID-MATERIA-HOR TO WS-ID-MATERIA
                                PERFORM P340-AULA-AFETADA
                                    THRU P340-FIM
                        END-READ
                    END-IF
                END-PERFORM
            END-PERFORM
            CLOSE AUSENCIAS
            CLOSE HORARIOS

            IF WS-QTD-AFETADAS EQUAL ZEROS
                DISPLAY 'NENHUMA AULA DA GRADE NOS PERIODOS '
                        'INFORMADOS - NADA REGISTRADO.'
            ELSE
                DISPLAY 'AULAS AFETADAS: ' WS-QTD-AFETADAS
                        '  COBERTAS: ' WS-QTD-COBERTAS
                        '  DESCOBERTAS: ' WS-QTD-DESCOBERTAS
                IF WS-QTD-DESCOBERTAS > 0
                    DISPLAY 'AS AULAS DESCOBERTAS FICAM COMO '
                            'CANDIDATAS A REPOSICAO (SISREPOS).'
                END-IF
            END-IF
            .
       P310-FIM.
      * A FALTA PRECISA SER EM DIA LETIVO: DATA VALIDA, FORA DE
      * DOMINGO E DE FERIADO DO CALENDARIO
       P320-VALIDA-DATA.
            IF FUNCTION TEST-DATE-YYYYMMDD(WS-DT-AUSENCIA)
               NOT EQUAL 0
                DISPLAY 'DATA INVALIDA! '
                MOVE ZEROS        TO WS-DT-AUSENCIA
                GO TO P320-FIM
            END-IF
            COMPUTE WS-DIAS-CORRIDOS =
                    FUNCTION INTEGER-OF-DATE(WS-DT-AUSENCIA)
      * DIA 1 = SEGUNDA ... 6 = SABADO, 0 = DOMINGO
            COMPUTE WS-DIA-SEMANA =
                    FUNCTION MOD(WS-DIAS-CORRIDOS, 7)
            IF WS-DIA-SEMANA EQUAL ZEROS
                DISPLAY 'NAO HA AULAS NO DOMINGO! '
                MOVE ZEROS        TO WS-DT-AUSENCIA
                GO TO P320-FIM
            END-IF
            PERFORM P335-CARREGA-FERIADOS THRU P335-FIM
            SET FERIADO-OK        TO FALSE
            PERFORM VARYING WS-IND-FER FROM 1 BY 1
                    UNTIL WS-IND-FER > WS-QTD-FERIADOS
                IF WS-TAB-FERIADO(WS-IND-FER) EQUAL WS-DT-AUSENCIA
                    SET FERIADO-OK TO TRUE
                END-IF
            END-PERFORM
            IF FERIADO-OK
                DISPLAY 'A DATA INFORMADA E FERIADO! '
                MOVE ZEROS        TO WS-DT-AUSENCIA
            END-IF
            .
       P320-FIM.
       P330-CARREGA-VINCULOS.
            MOVE ZEROS            TO WS-QTD-VINCULOS
            SET EOF-OK            TO FALSE
            SET FS-PM-OK          TO TRUE
            OPEN INPUT PROFMAT
            IF FS-PM-OK
                PERFORM UNTIL EOF-OK
                    READ PROFMAT NEXT
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            IF WS-QTD-VINCULOS < 300
                                ADD 1 TO WS-QTD-VINCULOS
                                MOVE ID-PROFESSOR-PM TO
                                     WS-TAB-VIN-PROF(WS-QTD-VINCULOS)
                                MOVE ID-MATERIA-PM TO
                                     WS-TAB-VIN-MAT(WS-QTD-VINCULOS)
                            END-IF
                    END-READ
                END-PERFORM
            ELSE
                DISPLAY 'ERRO AO ABRIR OS VINCULOS PROFESSOR/MATERIA. '
                DISPLAY 'FILE STATUS: ' WS-FS-PM
            END-IF
            CLOSE PROFMAT
            .
       P330-FIM.
       P335-CARREGA-FERIADOS.
            MOVE ZEROS            TO WS-QTD-FERIADOS
            SET EOF-OK            TO FALSE
            SET FS-CAL-OK         TO TRUE
            OPEN INPUT CALENDARIO
            IF FS-CAL-OK
                PERFORM UNTIL EOF-OK
                    READ CALENDARIO NEXT
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            IF EVENTO-FERIADO AND
                               WS-QTD-FERIADOS < 200
                                ADD 1 TO WS-QTD-FERIADOS
                                MOVE DT-EVENTO-CAL TO
                                     WS-TAB-FERIADO(WS-QTD-FERIADOS)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CALENDARIO
            END-IF
            .
       P335-FIM.
      * UMA AULA DA GRADE AFETADA PELA FALTA: PROPOE OS SUBSTITUTOS E
      * GRAVA A AUSENCIA COBERTA OU DESCOBERTA
       P340-AULA-AFETADA.
            MOVE WS-ID-PROFESSOR  TO ID-PROFESSOR-AUS
            MOVE WS-DT-AUSENCIA   TO DT-AUSENCIA-AUS
            MOVE WS-PERIODO       TO PERIODO-AUS
            MOVE WS-ID-MATERIA    TO ID-MATERIA-AUS
            READ AUSENCIAS
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    DISPLAY 'MATERIA ' WS-ID-MATERIA ' PERIODO '
                            WS-PERIODO ': AUSENCIA JA REGISTRADA.'
                    GO TO P340-FIM
            END-READ
            ADD 1                 TO WS-QTD-AFETADAS
            DISPLAY '--------------------------------------------------'
            DISPLAY 'AULA AFETADA: MATERIA ' WS-ID-MATERIA
                    '  PERIODO ' WS-PERIODO
            PERFORM P350-CANDIDATOS THRU P350-FIM
            PERFORM P370-ESCOLHE-SUBSTITUTO THRU P370-FIM

            MOVE WS-ID-PROFESSOR  TO ID-PROFESSOR-AUS
            MOVE WS-DT-AUSENCIA   TO DT-AUSENCIA-AUS
            MOVE WS-PERIODO       TO PERIODO-AUS
            MOVE WS-ID-MATERIA    TO ID-MATERIA-AUS
            MOVE WS-MOTIVO        TO MOTIVO-AUS
            MOVE WS-JUSTIFICADA   TO FL-JUSTIFICADA-AUS
            MOVE WS-ID-SUBSTITUTO TO ID-SUBSTITUTO-AUS
            IF WS-ID-SUBSTITUTO EQUAL ZEROS
                SET AUS-DESCOBERTA TO TRUE
            ELSE
                SET AUS-COBERTA   TO TRUE
            END-IF
            MOVE WS-DATA-HOJE-8   TO DT-REGISTRO-AUS
            WRITE REG-AUSENCIA
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR A AUSENCIA. '
                    DISPLAY 'FILE STATUS: ' WS-FS-AUS
                NOT INVALID KEY
                    IF AUS-COBERTA
                        ADD 1     TO WS-QTD-COBERTAS
                    ELSE
                        ADD 1     TO WS-QTD-DESCOBERTAS
                    END-IF
                    MOVE 'AUSENCIA'      TO WL-OPERACAO
                    MOVE WS-ID-PROFESSOR TO WL-CHAVE
                    MOVE SPACES          TO WL-VALOR-ANTIGO
                    STRING WS-DT-AUSENCIA '/' WS-PERIODO
                           ' MAT ' WS-ID-MATERIA
                           ' JUST ' WS-JUSTIFICADA
                           ' SUBST ' WS-ID-SUBSTITUTO
                           DELIMITED BY SIZE
                           INTO WL-VALOR-NOVO
                    CALL 'AUDITLOG' USING WL-AUDITORIA
            END-WRITE
            .
       P340-FIM.
      * CANDIDATOS: PROFESSORES ATIVOS, EXCETO O AUSENTE, QUE NAO
      * TENHAM AULA DE OUTRA MATERIA NO MESMO DIA/PERIODO PELA GRADE
      * NEM ESTEJAM AUSENTES OU JA SUBSTITUINDO NESSE HORARIO. QUEM
      * E VINCULADO A MATERIA (PROFMAT) APARECE COMO HABILITADO
       P350-CANDIDATOS.
            MOVE ZEROS            TO WS-QTD-CANDIDATOS
            PERFORM P360-OCUPADOS THRU P360-FIM
            SET EOF-OK            TO FALSE
            SET FS-PRF-OK         TO TRUE
            OPEN INPUT PROFESSORES
            IF NOT FS-PRF-OK
                DISPLAY 'ERRO AO ABRIR O CADASTRO DE PROFESSORES. '
                DISPLAY 'FILE STATUS: ' WS-FS-PRF
                CLOSE PROFESSORES
                GO TO P350-FIM
            END-IF
            PERFORM UNTIL EOF-OK
                READ PROFESSORES NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF PROF-ATIVO AND
                           ID-PROFESSOR NOT EQUAL WS-ID-PROFESSOR
                            PERFORM P355-AVALIA THRU P355-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PROFESSORES
            .
       P350-FIM.
       P355-AVALIA.
            SET OCUPADO           TO FALSE
            PERFORM VARYING WS-IND-OCU FROM 1 BY 1
                    UNTIL WS-IND-OCU > WS-QTD-OCUPADOS
                IF WS-TAB-OCUPADO(WS-IND-OCU) EQUAL ID-PROFESSOR
                    SET OCUPADO   TO TRUE
                END-IF
            END-PERFORM
            IF OCUPADO
                GO TO P355-FIM
            END-IF
            SET HABILITADO        TO FALSE
            SET LIVRE             TO TRUE
            PERFORM VARYING WS-IND-VIN FROM 1 BY 1
                    UNTIL WS-IND-VIN > WS-QTD-VINCULOS
                IF WS-TAB-VIN-PROF(WS-IND-VIN) EQUAL ID-PROFESSOR
                    IF WS-TAB-VIN-MAT(WS-IND-VIN) EQUAL WS-ID-MATERIA
                        SET HABILITADO TO TRUE
                    ELSE
                        MOVE WS-TAB-VIN-MAT(WS-IND-VIN)
                                  TO ID-MATERIA-HOR
                        MOVE WS-DIA-SEMANA TO DIA-SEMANA-HOR
                        MOVE WS-PERIODO    TO PERIODO-HOR
                        READ HORARIOS
                            INVALID KEY
                                CONTINUE
                            NOT INVALID KEY
                                SET LIVRE TO FALSE
                        END-READ
                    END-IF
                END-IF
            END-PERFORM
            IF LIVRE AND WS-QTD-CANDIDATOS < 20
                ADD 1             TO WS-QTD-CANDIDATOS
                MOVE ID-PROFESSOR TO
                     WS-TAB-CAN-PROF(WS-QTD-CANDIDATOS)
                MOVE NM-PROFESSOR TO
                     WS-TAB-CAN-NOME(WS-QTD-CANDIDATOS)
                IF HABILITADO
                    MOVE 'HABILITADO' TO
                         WS-TAB-CAN-TIPO(WS-QTD-CANDIDATOS)
                ELSE
                    MOVE 'LIVRE'  TO
                         WS-TAB-CAN-TIPO(WS-QTD-CANDIDATOS)
                END-IF
            END-IF
            .
       P355-FIM.
      * VARRE AS AUSENCIAS DA DATA: QUEM FALTA NO PERIODO E QUEM JA
      * FOI DESIGNADO SUBSTITUTO NELE NAO PODE COBRIR OUTRA AULA
       P360-OCUPADOS.
            MOVE ZEROS            TO WS-QTD-OCUPADOS
            SET EOF-AUS-OK        TO FALSE
            MOVE ZEROS            TO CHAVE-AUSENCIA
            START AUSENCIAS KEY IS NOT LESS THAN CHAVE-AUSENCIA
                INVALID KEY
                    SET EOF-AUS-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-AUS-OK
                READ AUSENCIAS NEXT
                    AT END
                        SET EOF-AUS-OK TO TRUE
                    NOT AT END
                        IF DT-AUSENCIA-AUS EQUAL WS-DT-AUSENCIA AND
                           PERIODO-AUS EQUAL WS-PERIODO AND
                           WS-QTD-OCUPADOS < 49
                            ADD 1 TO WS-QTD-OCUPADOS
                            MOVE ID-PROFESSOR-AUS TO
                                 WS-TAB-OCUPADO(WS-QTD-OCUPADOS)
                            IF ID-SUBSTITUTO-AUS NOT EQUAL ZEROS
                                ADD 1 TO WS-QTD-OCUPADOS
                                MOVE ID-SUBSTITUTO-AUS TO
                                     WS-TAB-OCUPADO(WS-QTD-OCUPADOS)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            .
       P360-FIM.
       P370-ESCOLHE-SUBSTITUTO.
            MOVE ZEROS            TO WS-ID-SUBSTITUTO
            IF WS-QTD-CANDIDATOS EQUAL ZEROS
                DISPLAY 'NENHUM SUBSTITUTO DISPONIVEL - AULA FICA '
                        'DESCOBERTA.'
                GO TO P370-FIM
            END-IF
            DISPLAY 'SUBSTITUTOS PROPOSTOS:'
            PERFORM VARYING WS-IND-CAN FROM 1 BY 1
                    UNTIL WS-IND-CAN > WS-QTD-CANDIDATOS
                DISPLAY '  ' WS-TAB-CAN-PROF(WS-IND-CAN) ' - '
                        WS-TAB-CAN-NOME(WS-IND-CAN) '  '
                        WS-TAB-CAN-TIPO(WS-IND-CAN)
            END-PERFORM
            DISPLAY 'ID do substituto (0 = deixar descoberta): '
            ACCEPT WS-ID-SUBSTITUTO
            IF WS-ID-SUBSTITUTO EQUAL ZEROS
                GO TO P370-FIM
            END-IF
            SET ACHOU             TO FALSE
            PERFORM VARYING WS-IND-CAN FROM 1 BY 1
                    UNTIL WS-IND-CAN > WS-QTD-CANDIDATOS
                IF WS-TAB-CAN-PROF(WS-IND-CAN) EQUAL WS-ID-SUBSTITUTO
                    SET ACHOU     TO TRUE
                END-IF
            END-PERFORM
            IF NOT ACHOU
                DISPLAY 'SUBSTITUTO FORA DA LISTA PROPOSTA - AULA '
                        'FICA DESCOBERTA.'
                MOVE ZEROS        TO WS-ID-SUBSTITUTO
            END-IF
            .
       P370-FIM.
      * COBERTURA POSTERIOR DE UMA AULA QUE FICOU DESCOBERTA (OU
      * TROCA DO SUBSTITUTO); AULA JA REPOSTA NAO E MAIS ALTERADA
       P400-DESIGNA.
            DISPLAY 'Informe o ID do professor ausente: '
            ACCEPT WS-ID-PROFESSOR
            DISPLAY 'Data da ausencia (AAAAMMDD): '
            ACCEPT WS-DT-AUSENCIA
            DISPLAY 'Periodo (1 a 6): '
            ACCEPT WS-PERIODO
            DISPLAY 'ID da materia: '
            ACCEPT WS-ID-MATERIA
            IF FUNCTION TEST-DATE-YYYYMMDD(WS-DT-AUSENCIA)
               NOT EQUAL 0
                DISPLAY 'DATA INVALIDA! '
                GO TO P400-FIM
            END-IF
            COMPUTE WS-DIAS-CORRIDOS =
                    FUNCTION INTEGER-OF-DATE(WS-DT-AUSENCIA)
            COMPUTE WS-DIA-SEMANA =
                    FUNCTION MOD(WS-DIAS-CORRIDOS, 7)
            PERFORM P330-CARREGA-VINCULOS THRU P330-FIM
            SET FS-AUS-OK         TO TRUE
            SET FS-HOR-OK         TO TRUE
            OPEN I-O AUSENCIAS
            OPEN INPUT HORARIOS
            IF NOT FS-AUS-OK OR NOT FS-HOR-OK
                DISPLAY 'ERRO AO ABRIR OS ARQUIVOS DE AUSENCIA/GRADE. '
                DISPLAY 'FILE STATUS AUSENCIAS: ' WS-FS-AUS
                DISPLAY 'FILE STATUS HORARIOS : ' WS-FS-HOR
                CLOSE AUSENCIAS
                CLOSE HORARIOS
                GO TO P400-FIM
            END-IF
            MOVE WS-ID-PROFESSOR  TO ID-PROFESSOR-AUS
            MOVE WS-DT-AUSENCIA   TO DT-AUSENCIA-AUS
            MOVE WS-PERIODO       TO PERIODO-AUS
            MOVE WS-ID-MATERIA    TO ID-MATERIA-AUS
            READ AUSENCIAS
                INVALID KEY
                    DISPLAY 'AUSENCIA NAO ENCONTRADA! '
                    CLOSE AUSENCIAS
                    CLOSE HORARIOS
                    GO TO P400-FIM
            END-READ
            IF AUS-REPOSTA
                DISPLAY 'AULA JA TEM REPOSICAO AGENDADA - '
                        'SUBSTITUTO NAO PODE SER DESIGNADO.'
                CLOSE AUSENCIAS
                CLOSE HORARIOS
                GO TO P400-FIM
            END-IF
            MOVE ID-SUBSTITUTO-AUS TO WS-SUBST-ANTERIOR
            DISPLAY 'Motivo: ' MOTIVO-AUS '  Justificada: '
                    FL-JUSTIFICADA-AUS
            DISPLAY 'Substituto atual: ' ID-SUBSTITUTO-AUS
      * O REGISTRO DA PROPRIA AULA NAO PODE BLOQUEAR O SUBSTITUTO
      * ATUAL NA NOVA PROPOSTA
            PERFORM P350-CANDIDATOS THRU P350-FIM
            IF WS-SUBST-ANTERIOR NOT EQUAL ZEROS AND
               WS-QTD-CANDIDATOS < 20
                ADD 1             TO WS-QTD-CANDIDATOS
                MOVE WS-SUBST-ANTERIOR TO
                     WS-TAB-CAN-PROF(WS-QTD-CANDIDATOS)
                MOVE '(SUBSTITUTO ATUAL)' TO
                     WS-TAB-CAN-NOME(WS-QTD-CANDIDATOS)
                MOVE SPACES       TO
                     WS-TAB-CAN-TIPO(WS-QTD-CANDIDATOS)
            END-IF
            PERFORM P370-ESCOLHE-SUBSTITUTO THRU P370-FIM
            IF WS-ID-SUBSTITUTO EQUAL WS-SUBST-ANTERIOR
                DISPLAY 'NENHUMA ALTERACAO REALIZADA.'
                CLOSE AUSENCIAS
                CLOSE HORARIOS
                GO TO P400-FIM
            END-IF
            MOVE WS-ID-PROFESSOR  TO ID-PROFESSOR-AUS
            MOVE WS-DT-AUSENCIA   TO DT-AUSENCIA-AUS
            MOVE WS-PERIODO       TO PERIODO-AUS
            MOVE WS-ID-MATERIA    TO ID-MATERIA-AUS
            READ AUSENCIAS
                INVALID KEY
                    DISPLAY 'AUSENCIA NAO ENCONTRADA! '
                NOT INVALID KEY
                    MOVE WS-ID-SUBSTITUTO TO ID-SUBSTITUTO-AUS
                    IF WS-ID-SUBSTITUTO EQUAL ZEROS
                        SET AUS-DESCOBERTA TO TRUE
                    ELSE
                        SET AUS-COBERTA    TO TRUE
                    END-IF
                    REWRITE REG-AUSENCIA
                    IF FS-AUS-OK
                        DISPLAY 'Substituto designado com sucesso!'
                        MOVE 'AUS-SUBST'     TO WL-OPERACAO
                        MOVE WS-ID-PROFESSOR TO WL-CHAVE
                        MOVE SPACES          TO WL-VALOR-ANTIGO
                        MOVE SPACES          TO WL-VALOR-NOVO
                        STRING WS-DT-AUSENCIA '/' WS-PERIODO
                               ' MAT ' WS-ID-MATERIA
                               ' SUBST ' WS-SUBST-ANTERIOR
                               DELIMITED BY SIZE
                               INTO WL-VALOR-ANTIGO
                        STRING WS-DT-AUSENCIA '/' WS-PERIODO
                               ' MAT ' WS-ID-MATERIA
                               ' SUBST ' WS-ID-SUBSTITUTO
                               DELIMITED BY SIZE
                               INTO WL-VALOR-NOVO
                        CALL 'AUDITLOG' USING WL-AUDITORIA
                    ELSE
                        DISPLAY 'ERRO AO ATUALIZAR A AUSENCIA. '
                        DISPLAY 'FILE STATUS: ' WS-FS-AUS
                    END-IF
            END-READ
            CLOSE AUSENCIAS
            CLOSE HORARIOS
            .
       P400-FIM.
      * RELATORIO MENSAL: AUSENCIAS AGRUPADAS POR PROFESSOR (ORDEM DA
      * CHAVE DO ARQUIVO), COM TOTAIS, E AULAS ASSUMIDAS POR
      * SUBSTITUTO NO MES
       P500-RELATORIO-MES.
            DISPLAY 'Informe a competencia (AAAAMM): '
            ACCEPT WS-COMPETENCIA
            IF WS-CMP-MES < 1 OR WS-CMP-MES > 12
                DISPLAY 'COMPETENCIA INVALIDA! '
                GO TO P500-FIM
            END-IF
            COMPUTE WS-DT-INI-MES =
                    WS-CMP-ANO * 10000 + WS-CMP-MES * 100 + 1
            IF WS-CMP-MES EQUAL 12
                COMPUTE WS-PROX-MES = (WS-CMP-ANO + 1) * 10000
                        + 101
            ELSE
                COMPUTE WS-PROX-MES = WS-CMP-ANO * 10000
                        + (WS-CMP-MES + 1) * 100 + 1
            END-IF
            COMPUTE WS-DIAS-CORRIDOS =
                    FUNCTION INTEGER-OF-DATE(WS-PROX-MES) - 1
            COMPUTE WS-DT-FIM-MES =
                    FUNCTION DATE-OF-INTEGER(WS-DIAS-CORRIDOS)

            MOVE 'AUSENPROF'      TO WL-SPL-RELATORIO
            CALL 'SPOOLREG' USING WL-SPOOL
            IF WL-SPOOL-ABERTO
                MOVE WL-SPL-ARQUIVO TO WS-ARQ-RELATORIO
            ELSE
                MOVE 'C:\COBOL\Desafio-modulo-3\AUSENCIAS_MES.TXT'
                  TO WS-ARQ-RELATORIO
            END-IF
            SET FS-OUT-OK         TO TRUE
            OPEN OUTPUT RELATORIO-OUT
            IF NOT FS-OUT-OK
                DISPLAY 'ERRO AO GRAVAR O RELATORIO. '
                DISPLAY 'FILE STATUS: ' WS-FS-OUT
                GO TO P500-FIM
            END-IF
            INITIALIZE WS-TOTAIS-GERAIS
            INITIALIZE WS-TOTAIS-PROF
            MOVE ZEROS            TO WS-PROF-ATUAL WS-QTD-SUBST
            MOVE ALL '=' TO WS-LINHA-OUT
            PERFORM P760-GRAVA-LINHA THRU P760-FIM
            STRING 'AUSENCIAS DE PROFESSORES - COMPETENCIA '
                   WS-COMPETENCIA
                   DELIMITED BY SIZE INTO WS-LINHA-OUT
            PERFORM P760-GRAVA-LINHA THRU P760-FIM
            MOVE ALL '=' TO WS-LINHA-OUT
            PERFORM P760-GRAVA-LINHA THRU P760-FIM

            SET FS-AUS-OK         TO TRUE
            SET FS-PRF-OK         TO TRUE
            OPEN INPUT AUSENCIAS
            OPEN INPUT PROFESSORES
            IF FS-AUS-OK AND FS-PRF-OK
                SET EOF-AUS-OK    TO FALSE
                PERFORM UNTIL EOF-AUS-OK
                    READ AUSENCIAS NEXT
                        AT END
                            SET EOF-AUS-OK TO TRUE
                        NOT AT END
                            IF DT-AUSENCIA-AUS >= WS-DT-INI-MES AND
                               DT-AUSENCIA-AUS <= WS-DT-FIM-MES
                                PERFORM P510-LINHA-AUSENCIA
                                    THRU P510-FIM
                            END-IF
                    END-READ
                END-PERFORM
                PERFORM P520-TOTAL-PROFESSOR THRU P520-FIM
                PERFORM P530-SUBSTITUICOES   THRU P530-FIM
            ELSE
                MOVE '(SEM AUSENCIAS REGISTRADAS)' TO WS-LINHA-OUT
                PERFORM P760-GRAVA-LINHA THRU P760-FIM
            END-IF
            CLOSE AUSENCIAS
            CLOSE PROFESSORES

            MOVE ALL '-' TO WS-LINHA-OUT
            PERFORM P760-GRAVA-LINHA THRU P760-FIM
            STRING 'PROFESSORES COM AUSENCIA: ' WS-TG-PROFESSORES
                   '  AULAS PERDIDAS: ' WS-TG-AUSENCIAS
                   '  NAO JUSTIFICADAS: ' WS-TG-NAO-JUSTIF
                   '  DESCOBERTAS: ' WS-TG-DESCOBERTAS
                   DELIMITED BY SIZE INTO WS-LINHA-OUT
            PERFORM P760-GRAVA-LINHA THRU P760-FIM
            CLOSE RELATORIO-OUT
            DISPLAY 'RELATORIO MENSAL GERADO EM: ' WS-ARQ-RELATORIO
            .
       P500-FIM.
       P510-LINHA-AUSENCIA.
            IF ID-PROFESSOR-AUS NOT EQUAL WS-PROF-ATUAL
                PERFORM P520-TOTAL-PROFESSOR THRU P520-FIM
                MOVE ID-PROFESSOR-AUS TO WS-PROF-ATUAL
                MOVE ID-PROFESSOR-AUS TO ID-PROFESSOR
                READ PROFESSORES
                    INVALID KEY
                        MOVE 'PROFESSOR NAO CADASTR' TO NM-PROFESSOR
                END-READ
                ADD 1             TO WS-TG-PROFESSORES
                STRING 'PROFESSOR ' ID-PROFESSOR-AUS ' - '
                       NM-PROFESSOR
                       DELIMITED BY SIZE INTO WS-LINHA-OUT
                PERFORM P760-GRAVA-LINHA THRU P760-FIM
            END-IF
            ADD 1                 TO WS-TP-AUSENCIAS
            IF AUS-JUSTIFICADA
                ADD 1             TO WS-TP-JUSTIFICADAS
            ELSE
                ADD 1             TO WS-TP-NAO-JUSTIF
            END-IF
            EVALUATE TRUE
                WHEN AUS-COBERTA
                    ADD 1         TO WS-TP-COBERTAS
                    MOVE SPACES   TO WS-DS-COBERTURA
                    STRING 'SUBSTITUTO ' ID-SUBSTITUTO-AUS
                           DELIMITED BY SIZE INTO WS-DS-COBERTURA
                    PERFORM P515-CONTA-SUBST THRU P515-FIM
                WHEN AUS-REPOSTA
                    ADD 1         TO WS-TP-DESCOBERTAS
                    MOVE 'REPOSICAO AGEND.' TO WS-DS-COBERTURA
                WHEN OTHER
                    ADD 1         TO WS-TP-DESCOBERTAS
                    MOVE 'DESCOBERTA'       TO WS-DS-COBERTURA
            END-EVALUATE
            STRING '  ' DT-AUSENCIA-AUS ' PER ' PERIODO-AUS
                   ' MAT ' ID-MATERIA-AUS
                   ' JUST ' FL-JUSTIFICADA-AUS ' '
                   WS-DS-COBERTURA ' ' MOTIVO-AUS
                   DELIMITED BY SIZE INTO WS-LINHA-OUT
            PERFORM P760-GRAVA-LINHA THRU P760-FIM
            .
       P510-FIM.
       P515-CONTA-SUBST.
            SET ACHOU             TO FALSE
            PERFORM VARYING WS-IND-SUB FROM 1 BY 1
                    UNTIL WS-IND-SUB > WS-QTD-SUBST
                IF WS-TAB-SUB-PROF(WS-IND-SUB) EQUAL ID-SUBSTITUTO-AUS
                    ADD 1         TO WS-TAB-SUB-QTD(WS-IND-SUB)
                    SET ACHOU     TO TRUE
                END-IF
            END-PERFORM
            IF NOT ACHOU AND WS-QTD-SUBST < 100
                ADD 1             TO WS-QTD-SUBST
                MOVE ID-SUBSTITUTO-AUS TO WS-TAB-SUB-PROF(WS-QTD-SUBST)
                MOVE 1            TO WS-TAB-SUB-QTD(WS-QTD-SUBST)
            END-IF
            .
       P515-FIM.
       P520-TOTAL-PROFESSOR.
            IF WS-PROF-ATUAL EQUAL ZEROS
                GO TO P520-FIM
            END-IF
            STRING '  TOTAL: ' WS-TP-AUSENCIAS
                   '  JUSTIFICADAS: ' WS-TP-JUSTIFICADAS
                   '  NAO JUSTIFICADAS: ' WS-TP-NAO-JUSTIF
                   '  COBERTAS: ' WS-TP-COBERTAS
                   '  DESCOBERTAS: ' WS-TP-DESCOBERTAS
                   DELIMITED BY SIZE INTO WS-LINHA-OUT
            PERFORM P760-GRAVA-LINHA THRU P760-FIM
            PERFORM P760-GRAVA-LINHA THRU P760-FIM
            ADD WS-TP-AUSENCIAS   TO WS-TG-AUSENCIAS
            ADD WS-TP-NAO-JUSTIF  TO WS-TG-NAO-JUSTIF
            ADD WS-TP-DESCOBERTAS TO WS-TG-DESCOBERTAS
            INITIALIZE WS-TOTAIS-PROF
            .
       P520-FIM.
       P530-SUBSTITUICOES.
            IF WS-QTD-SUBST EQUAL ZEROS
                GO TO P530-FIM
            END-IF
            MOVE ALL '-' TO WS-LINHA-OUT
            PERFORM P760-GRAVA-LINHA THRU P760-FIM
            MOVE 'AULAS ASSUMIDAS POR SUBSTITUTO NO MES'
              TO WS-LINHA-OUT
            PERFORM P760-GRAVA-LINHA THRU P760-FIM
            PERFORM VARYING WS-IND-SUB FROM 1 BY 1
                    UNTIL WS-IND-SUB > WS-QTD-SUBST
                MOVE WS-TAB-SUB-PROF(WS-IND-SUB) TO ID-PROFESSOR
                READ PROFESSORES
                    INVALID KEY
                        MOVE 'PROFESSOR NAO CADASTR' TO NM-PROFESSOR
                END-READ
                STRING '  ' WS-TAB-SUB-PROF(WS-IND-SUB) ' - '
                       NM-PROFESSOR ' AULAS: '
                       WS-TAB-SUB-QTD(WS-IND-SUB)
                       DELIMITED BY SIZE INTO WS-LINHA-OUT
                PERFORM P760-GRAVA-LINHA THRU P760-FIM
            END-PERFORM
            .
       P530-FIM.
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
                        MOVE NM-PROFESSOR TO WS-NM-PROFESSOR
                        DISPLAY 'Professor: ' NM-PROFESSOR
                END-READ
            ELSE
                DISPLAY 'ERRO AO ABRIR O CADASTRO DE PROFESSORES. '
                DISPLAY 'FILE STATUS: ' WS-FS-PRF
                MOVE ZEROS        TO WS-ID-PROFESSOR
            END-IF
            CLOSE PROFESSORES
            .
       P710-FIM.
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
            MOVE 'D3-AUSENCIA' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-AUSENCIA TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-AUSENCIA
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
            MOVE 'CALENDARIO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-CALENDARIO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-CALENDARIO
            .
       P050-FIM.
       END PROGRAM SISAUSEN.

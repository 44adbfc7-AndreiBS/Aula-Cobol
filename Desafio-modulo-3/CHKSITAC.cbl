      ******************************************************************
      * Author: ANDREI BATISTA
      * Date: 15/10/2026
      * Purpose: SITUACAO ACADEMICA NA MATRICULA - LE A ULTIMA
      *          AVALIACAO DO ALUNO EM SITUACAD.DAT (SISSITAC) E
      *          DIZ SE A MATRICULA PODE SEGUIR: ALUNO EM OBSERVANCIA
      *          SO MATRICULA COM O PLANO DE ESTUDOS ASSINADO, E
      *          JUBILAMENTO PROPOSTO OU CONFIRMADO NAO MATRICULA.
      *          COMPARTILHADO ENTRE SISCESTA E SISALOCA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKSITAC.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SITUACAO ASSIGN TO WS-ARQ-CFG-D3-SITUACAD
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD  KEY  IS ID-ALUNO-SIT
           FILE STATUS IS WS-FS-SIT.

       DATA DIVISION.
       FILE SECTION.
       FD SITUACAO.
          COPY FD_SITAC.

       WORKING-STORAGE SECTION.
       77 WS-FS-SIT                        PIC 99.
          88 FS-SIT-OK                     VALUE 0.

       01 WS-ARQ-CFG-D3-SITUACAD           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\SITUACAD.DAT'.
          COPY CFG_AREA.
       LINKAGE SECTION.
       01 LK-SITUACAO-ACAD.
          03 LK-ID-ALUNO                   PIC 9(06).
          03 LK-ST-ACADEMICA               PIC X(01).
          03 LK-CD-MOTIVO                  PIC X(02).
          03 LK-ID-MATERIA                 PIC 9(03).
          03 LK-SITUACAO                   PIC X(01).
             88 MATRICULA-LIBERADA         VALUE 'L'.
             88 OBSERVANCIA-SEM-PLANO      VALUE 'P'.
             88 ALUNO-JUBILADO             VALUE 'J'.

       PROCEDURE DIVISION USING LK-SITUACAO-ACAD.
       MAIN-PROCEDURE.
            PERFORM P050-CONFIGURA THRU P050-FIM
            SET MATRICULA-LIBERADA TO TRUE
            MOVE 'R'              TO LK-ST-ACADEMICA
            MOVE SPACES           TO LK-CD-MOTIVO
            MOVE ZEROS            TO LK-ID-MATERIA
            PERFORM P100-LE-SITUACAO THRU P100-FIM
            GOBACK
            .
      * SEM ARQUIVO OU SEM AVALIACAO DO ALUNO A MATRICULA SEGUE - A
      * REGRA SO VALE DEPOIS DA PRIMEIRA AVALIACAO DE SITUACAO
       P100-LE-SITUACAO.
            SET FS-SIT-OK         TO TRUE
            OPEN INPUT SITUACAO
            IF NOT FS-SIT-OK
                CLOSE SITUACAO
                GO TO P100-FIM
            END-IF
            MOVE LK-ID-ALUNO      TO ID-ALUNO-SIT
            READ SITUACAO
                INVALID KEY
                    CLOSE SITUACAO
                    GO TO P100-FIM
            END-READ
            CLOSE SITUACAO
            MOVE ST-ACADEMICA     TO LK-ST-ACADEMICA
            MOVE CD-MOTIVO-SIT    TO LK-CD-MOTIVO
            MOVE ID-MATERIA-SIT   TO LK-ID-MATERIA
            EVALUATE TRUE
                WHEN SIT-OBSERVANCIA
                    IF NOT PLANO-ASSINADO
                        SET OBSERVANCIA-SEM-PLANO TO TRUE
                    END-IF
                WHEN SIT-JUBILAMENTO-PROPOSTO
                WHEN SIT-JUBILADO
                    SET ALUNO-JUBILADO TO TRUE
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            .
       P100-FIM.
      * RESOLVE OS CAMINHOS FISICOS PELO CONFIGSYS (PRODUCAO OU
      * TESTE); SEM CONFIGURACAO VALEM OS PADROES ACIMA
       P050-CONFIGURA.
            MOVE 'D3-SITUACAD' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-SITUACAD TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-SITUACAD
            .
       P050-FIM.
       END PROGRAM CHKSITAC.

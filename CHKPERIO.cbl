      ******************************************************************
      * Author: ANDREI BATISTA
      * Date: 15/10/2026
      * Purpose: CHECAR SE A DATA DE UMA TRANSACAO FINANCEIRA CAI EM
      *          PERIODO CONTABIL FECHADO (PERIODOS.DAT) - A
      *          COMPETENCIA AAAAMM DA DATA FECHADA VOLTA BLOQUEADA;
      *          SEM REGISTRO (OU SEM O ARQUIVO) O PERIODO ESTA ABERTO;
      *          COMPARTILHADO ENTRE SISCAIXA/SISRETOR/SISACORD/
      *          SISCONVE/SISCHEQ/SISFECHA/SISDEPRE
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKPERIO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
               SELECT PERIODOS ASSIGN TO WS-ARQ-CFG-PERIODOS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS CP-PERIODO
               FILE STATUS IS WS-FS-PER.

       DATA DIVISION.
       FILE SECTION.
       FD PERIODOS.
          COPY FD_PERIO.

       WORKING-STORAGE SECTION.
       77 WS-FS-PER                        PIC 99.
          88 FS-PER-OK                     VALUE 0.

       01 WS-ARQ-CFG-PERIODOS              PIC X(60) VALUE
          'C:\COBOL\PERIODOS.DAT'.
          COPY CFG_AREA.
       LINKAGE SECTION.
       01 LK-PARAMETROS-PERIODO.
          03 LK-PER-DATA                   PIC 9(08).
          03 LK-PER                        PIC X(01).
             88 LK-PER-ABERTO              VALUE 'A'.
             88 LK-PER-FECHADO             VALUE 'F'.

       PROCEDURE DIVISION USING LK-PARAMETROS-PERIODO.
       MAIN-PROCEDURE.
            PERFORM P050-CONFIGURA THRU P050-FIM
            SET LK-PER-ABERTO     TO TRUE
            SET FS-PER-OK         TO TRUE
            OPEN INPUT PERIODOS
            IF FS-PER-OK
                DIVIDE LK-PER-DATA BY 100 GIVING CP-PERIODO
                READ PERIODOS
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF PER-FECHADO
                            SET LK-PER-FECHADO TO TRUE
                            DISPLAY 'PERIODO CONTABIL ' CP-PERIODO
                                    ' FECHADO - TRANSACAO DATADA DE '
                                    LK-PER-DATA ' RECUSADA.'
                        END-IF
                END-READ
                CLOSE PERIODOS
            END-IF
            GOBACK
            .
      * RESOLVE OS CAMINHOS FISICOS PELO CONFIGSYS (PRODUCAO OU
      * TESTE); SEM CONFIGURACAO VALEM OS PADROES ACIMA
       P050-CONFIGURA.
            MOVE 'PERIODOS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-PERIODOS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-PERIODOS
            .
       P050-FIM.
       END PROGRAM CHKPERIO.

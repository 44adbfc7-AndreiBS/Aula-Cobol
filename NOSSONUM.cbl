      ******************************************************************
      * Author: ANDREI BATISTA
      * Date: 15/10/2026
      * Purpose: PROXIMO NOSSO-NUMERO DE BOLETO - SEQUENCIAL UNICO
      *          NO CONTROLE.DAT (CHAVE 'NOSSONUM'), COMPARTILHADO
      *          ENTRE A REMESSA (SISREMES) E A IMPRESSAO DO BOLETO
      *          (SISBOLET); QUEM CHAMA GRAVA O NUMERO NO TITULO PARA
      *          QUE A REIMPRESSAO REAPROVEITE O MESMO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOSSONUM.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
               SELECT CONTROLE ASSIGN TO WS-ARQ-CFG-CONTROLE
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS CHAVE-CONTROLE
               FILE STATUS IS WS-FS-CTRL.

       DATA DIVISION.
       FILE SECTION.
       FD CONTROLE.
          COPY FD_CTRL.

       WORKING-STORAGE SECTION.
       77 WS-FS-CTRL                       PIC 99.
          88 FS-CTRL-OK                    VALUE 0.
       77 WS-CTRL-NOVO                     PIC X VALUE 'N'.

       01 WS-ARQ-CFG-CONTROLE              PIC X(60) VALUE
          'C:\COBOL\CONTROLE.DAT'.
          COPY CFG_AREA.
       LINKAGE SECTION.
       01 LK-NOSSO-NUMERO.
          03 LK-NN-NUMERO                  PIC 9(11).
          03 LK-NN-OK                      PIC X(01).
             88 NN-GERADO                  VALUE 'S'.
             88 NN-FALHOU                  VALUE 'N'.

       PROCEDURE DIVISION USING LK-NOSSO-NUMERO.
       MAIN-PROCEDURE.
            PERFORM P050-CONFIGURA THRU P050-FIM
            SET NN-FALHOU         TO TRUE
            MOVE ZEROS            TO LK-NN-NUMERO
            PERFORM P150-PROX-NOSSONUM THRU P150-FIM
            GOBACK
            .
       P150-PROX-NOSSONUM.
            SET FS-CTRL-OK        TO TRUE
            MOVE 'N'              TO WS-CTRL-NOVO
            OPEN I-O CONTROLE
            IF WS-FS-CTRL EQUAL 35 THEN
                OPEN OUTPUT CONTROLE
                CLOSE CONTROLE
                OPEN I-O CONTROLE
            END-IF
            IF NOT FS-CTRL-OK
                DISPLAY 'ERRO AO ABRIR O CONTROLE DE NOSSO-NUMERO. '
                DISPLAY 'FILE STATUS: ' WS-FS-CTRL
                GO TO P150-FIM
            END-IF
            MOVE 'NOSSONUM  '     TO CHAVE-CONTROLE
            READ CONTROLE
                INVALID KEY
                    MOVE 'S'          TO WS-CTRL-NOVO
                    MOVE 1            TO ULTIMO-ID
                NOT INVALID KEY
                    ADD 1             TO ULTIMO-ID
            END-READ
            MOVE 'NOSSONUM  '     TO CHAVE-CONTROLE
            IF WS-CTRL-NOVO EQUAL 'S'
                WRITE REG-CONTROLE
            ELSE
                REWRITE REG-CONTROLE
            END-IF
            IF FS-CTRL-OK
                MOVE ULTIMO-ID    TO LK-NN-NUMERO
                SET NN-GERADO     TO TRUE
            ELSE
                DISPLAY 'ERRO AO ATUALIZAR O CONTROLE DE '
                        'NOSSO-NUMERO. '
                DISPLAY 'FILE STATUS: ' WS-FS-CTRL
            END-IF
            CLOSE CONTROLE
            .
       P150-FIM.
      * RESOLVE OS CAMINHOS FISICOS PELO CONFIGSYS (PRODUCAO OU
      * TESTE); SEM CONFIGURACAO VALEM OS PADROES ACIMA
       P050-CONFIGURA.
            MOVE 'CONTROLE' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-CONTROLE TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-CONTROLE
            .
       P050-FIM.
       END PROGRAM NOSSONUM.

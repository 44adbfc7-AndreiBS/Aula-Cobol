      ******************************************************************
      * Author: ANDREI BATISTA
      * Date: 15/10/2026
      * Purpose: CONFERIR O CONSENTIMENTO DE UMA PESSOA PARA UMA
      *          FINALIDADE - CONSULTA O CONSENTI.DAT MANTIDO PELO
      *          SISCONSN E DEVOLVE 'S' SO QUANDO HA REGISTRO
      *          CONCEDIDO E NAO REVOGADO (VALE A VERSAO ACEITA ATE A
      *          NOVA COLETA). SEM REGISTRO, NEGADO, REVOGADO OU
      *          ARQUIVO INDISPONIVEL VOLTA 'N'. COMPARTILHADO ENTRE
      *          SISMALA/SISMSGQ/SISCONVE/SISFICHA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKCONSE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONSENTIMENTOS ASSIGN TO WS-ARQ-CFG-CONSENTI
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD  KEY  IS CHAVE-CONSENTIMENTO
           FILE STATUS IS WS-FS-CNT.

       DATA DIVISION.
       FILE SECTION.
       FD CONSENTIMENTOS.
          COPY FD_CONSN.

       WORKING-STORAGE SECTION.
       77 WS-FS-CNT                        PIC 99.
          88 FS-CNT-OK                     VALUE 0.

       01 WS-ARQ-CFG-CONSENTI              PIC X(60) VALUE
          'C:\COBOL\CONSENTI.DAT'.
          COPY CFG_AREA.
       LINKAGE SECTION.
       01 LK-PARAMETROS-CONSENTIMENTO.
          03 LK-TP-PESSOA                  PIC X(01).
          03 LK-ID-PESSOA                  PIC 9(06).
          03 LK-FINALIDADE                 PIC X(02).
          03 LK-SITUACAO                   PIC X(01).
             88 CONSENTIMENTO-OK           VALUE 'S'.
             88 CONSENTIMENTO-AUSENTE      VALUE 'N'.

       PROCEDURE DIVISION USING LK-PARAMETROS-CONSENTIMENTO.
       MAIN-PROCEDURE.
            PERFORM P050-CONFIGURA THRU P050-FIM
            SET CONSENTIMENTO-AUSENTE TO TRUE
            SET FS-CNT-OK         TO TRUE
            OPEN INPUT CONSENTIMENTOS
            IF NOT FS-CNT-OK
                CLOSE CONSENTIMENTOS
                GOBACK
            END-IF
            MOVE LK-TP-PESSOA     TO TP-PESSOA-CNT
            MOVE LK-ID-PESSOA     TO ID-PESSOA-CNT
            MOVE LK-FINALIDADE    TO CD-FINALIDADE-CNT
            READ CONSENTIMENTOS
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF CNT-CONCEDIDO
                        SET CONSENTIMENTO-OK TO TRUE
                    END-IF
            END-READ
            CLOSE CONSENTIMENTOS
            GOBACK
            .
      * RESOLVE OS CAMINHOS FISICOS PELO CONFIGSYS (PRODUCAO OU
      * TESTE); SEM CONFIGURACAO VALEM OS PADROES ACIMA
       P050-CONFIGURA.
            MOVE 'CONSENTI' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-CONSENTI TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-CONSENTI
            .
       P050-FIM.
       END PROGRAM CHKCONSE.

      *          EXECUCAO (RUNLOG.DAT) E MOSTRA AS RODADAS DE UMA
      *          DATA COM ALERTAS PARA JOBS QUE FALHARAM, DEMORARAM
      *          ALEM DO DOBRO DA MEDIA HISTORICA OU NUNCA LARGARAM
      *          (CADEIA ESPERADA: SISBACKP, SISFONE, IMPALUNO);
      *          FECHA COM AS APROVACOES PENDENTES FORA DO SLA POR
      *          APROVADOR, APURADAS PELA FILA DA COORDENACAO (SISFILAC)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISMANHA.
          03 WS-ESPERADO                   PIC X(12) OCCURS 3 TIMES.
       77 WS-IND-ESP                       PIC 9(01).

       01 WS-COM-AREA.
          03 WS-MENSAGEM                   PIC X(50).

       01 WS-ARQ-CFG-RUNLOG                PIC X(60) VALUE
          'C:\COBOL\RUNLOG.DAT'.
       01 WS-BIN-SISFILAC                  PIC X(60) VALUE
          'C:\COBOL\bin\SISFILAC'.
          COPY CFG_AREA.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT WS-DATA-RELATORIO
            PERFORM P300-COLETA   THRU P300-FIM
            PERFORM P400-EXIBE    THRU P400-FIM
      * PENDENCIAS DE APROVACAO VENCIDAS (POSICAO DO DIA)
            MOVE 'VENCIDAS'       TO WS-MENSAGEM
            CALL WS-BIN-SISFILAC USING WS-COM-AREA
            GOBACK
            .
       P300-COLETA.
            MOVE WS-ARQ-CFG-RUNLOG TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-RUNLOG
            MOVE 'BIN-SISFILAC' TO WL-CFG-CHAVE
            MOVE WS-BIN-SISFILAC TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-BIN-SISFILAC
            .
       P050-FIM.
       END PROGRAM SISMANHA.

      ******************************************************************
      * Author: ANDREI BATISTA
      * Date: 15/10/2026
      * Purpose: FILA DE TRABALHO DA COORDENACAO - VARRE AS
      *          APROVACOES PENDENTES ESPALHADAS PELOS PROGRAMAS
      *          DONOS (CORRECAO DE NOTA DO SISNOTAP, JUSTIFICATIVA DO
      *          SISSEGCH, EQUIVALENCIA DO SISEQUIV, PROPOSTA DE BOLSA
      *          DO SISBOLSA, PROTOCOLO ABERTO DO SISPROTO E PROMOCAO
      *          DA FILA DE ESPERA COM VAGA ABERTA) E LISTA CADA ITEM
      *          COM IDADE, SLA DO TIPO E APROVADOR; O ITEM ESCOLHIDO
      *          ABRE DIRETO A APROVACAO NO PROGRAMA DONO ('APROVAR' +
      *          CHAVE NA AREA DE COMUNICACAO). CHAMADO PELO SISMANHA
      *          COM 'VENCIDAS' EMITE AS PENDENCIAS FORA DO SLA POR
      *          APROVADOR NO RELATORIO DA MANHA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISFILAC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
               SELECT FILA-COORD ASSIGN TO WS-ARQ-CFG-FILACOOR
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-FILA-COORD
               FILE STATUS IS WS-FS-FIL.

               SELECT PENDENCIAS ASSIGN TO WS-ARQ-CFG-D3-PENDNOTA
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS NR-SOLICITACAO
               FILE STATUS IS WS-FS-PEN.

               SELECT JUSTIFICATIVAS ASSIGN TO WS-ARQ-CFG-D3-JUSTIFIC
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-JUSTIFICATIVA
               FILE STATUS IS WS-FS-JUS.

               SELECT EQUIVALENCIAS ASSIGN TO WS-ARQ-CFG-D3-EQUIVAL
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-EQUIVALENCIA
               FILE STATUS IS WS-FS-EQV.

               SELECT BOLSAS ASSIGN TO WS-ARQ-CFG-BOLSAS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-BOLSA
               FILE STATUS IS WS-FS-BOL.

               SELECT PROTOCOLOS ASSIGN TO WS-ARQ-CFG-PROTOCOL
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS NR-PROTOCOLO
               FILE STATUS IS WS-FS-PRT.

               SELECT ESPERA ASSIGN TO WS-ARQ-CFG-D3-ESPERA
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-ESPERA
               FILE STATUS IS WS-FS-ESP.

       DATA DIVISION.
       FILE SECTION.
       FD FILA-COORD.
          COPY FD_FILAC.
       FD PENDENCIAS.
          COPY FD_PENDN.
       FD JUSTIFICATIVAS.
          COPY FD_JUSTI.
       FD EQUIVALENCIAS.
          COPY FD_EQUIV.
       FD BOLSAS.
          COPY FD_BOLSA.
       FD PROTOCOLOS.
          COPY FD_PROTO.
       FD ESPERA.
          COPY FD_ESPER.

       WORKING-STORAGE SECTION.
       77 WS-FS-FIL                        PIC 99.
          88 FS-FIL-OK                     VALUE 0.
       77 WS-FS-PEN                        PIC 99.
          88 FS-PEN-OK                     VALUE 0.
       77 WS-FS-JUS                        PIC 99.
          88 FS-JUS-OK                     VALUE 0.
       77 WS-FS-EQV                        PIC 99.
          88 FS-EQV-OK                     VALUE 0.
       77 WS-FS-BOL                        PIC 99.
          88 FS-BOL-OK                     VALUE 0.
       77 WS-FS-PRT                        PIC 99.
          88 FS-PRT-OK                     VALUE 0.
       77 WS-FS-ESP                        PIC 99.
          88 FS-ESP-OK                     VALUE 0.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE 'S' FALSE 'N'.
       77 WS-ACHOU                         PIC X VALUE 'N'.
          88 ACHOU-OK                      VALUE 'S' FALSE 'N'.
       77 WS-PARADO                        PIC X VALUE 'N'.
          88 PARADO                        VALUE 'S' FALSE 'N'.
       77 WS-FILA-ABERTA                   PIC X VALUE 'N'.
          88 FILA-ABERTA                   VALUE 'S' FALSE 'N'.
       77 WS-OPCAO                         PIC X.
       77 WS-CONFIRMA                      PIC X(01).
       77 WS-DATA-HOJE-8                   PIC 9(08).
       77 WS-DIAS-HOJE                     PIC 9(07).
       77 WS-DIAS-ENTRADA                  PIC 9(07).
       77 WS-DIAS-PRAZO                    PIC 9(07).
       77 WS-IDADE                         PIC S9(05).
       77 WS-NR-ITEM                       PIC 9(03).
       77 WS-MATERIA-ANT                   PIC 9(03).
       77 WS-QTD-VENCIDAS                  PIC 9(04) VALUE ZEROS.
      * ITEM CORRENTE DA VARREDURA (MONTADO POR CADA ARQUIVO DONO)
       01 WS-ITEM-CORRENTE.
          03 WS-TP-ITEM                    PIC X(04).
          03 WS-CH-ITEM                    PIC X(20).
          03 WS-DS-ITEM                    PIC X(40).
          03 WS-DT-BASE                    PIC 9(08).
          03 WS-SLA-ITEM                   PIC 9(03).
          03 WS-APROV-ITEM                 PIC X(12).
      * PENDENCIAS ENCONTRADAS, DA MAIS ATRASADA PARA A MAIS NOVA
       77 WS-QTD-ITENS                     PIC 9(03) VALUE ZEROS.
       01 WS-TABELA-ITENS.
          03 WS-ITM OCCURS 500 TIMES.
             05 WS-ITM-ATRASO             PIC S9(05).
             05 WS-ITM-TIPO               PIC X(04).
             05 WS-ITM-CHAVE              PIC X(20).
             05 WS-ITM-DESCRICAO          PIC X(40).
             05 WS-ITM-DT-ENTRADA         PIC 9(08).
             05 WS-ITM-IDADE              PIC 9(05).
             05 WS-ITM-SLA                PIC 9(03).
             05 WS-ITM-APROVADOR          PIC X(12).
             05 WS-ITM-VENCIDO            PIC X(01).
       01 WS-ITM-TROCA.
          03 WS-TRC-ATRASO                 PIC S9(05).
          03 FILLER                        PIC X(93).
       77 WS-IND-ITM                       PIC 9(03).
       77 WS-IND-ANT                       PIC 9(03).
      * APROVADORES COM PENDENCIA VENCIDA (RELATORIO DA MANHA)
       77 WS-QTD-APROV                     PIC 9(02) VALUE ZEROS.
       01 WS-TABELA-APROV.
          03 WS-APR OCCURS 50 TIMES.
             05 WS-APR-NOME               PIC X(12).
             05 WS-APR-QTD                PIC 9(03).
       77 WS-IND-APR                       PIC 9(02).
      * SLA EM DIAS CORRIDOS POR TIPO (O PROTOCOLO USA O PROPRIO
      * PRAZO) E O APROVADOR DE CADA TIPO
       77 WS-SLA-NOTA                      PIC 9(03) VALUE 2.
       77 WS-SLA-JUST                      PIC 9(03) VALUE 5.
       77 WS-SLA-EQUI                      PIC 9(03) VALUE 10.
       77 WS-SLA-BOLS                      PIC 9(03) VALUE 7.
       77 WS-SLA-ESPE                      PIC 9(03) VALUE 2.
       01 WS-CFG-SLA-NOTA                  PIC X(60) VALUE '002'.
       01 WS-CFG-SLA-JUST                  PIC X(60) VALUE '005'.
       01 WS-CFG-SLA-EQUI                  PIC X(60) VALUE '010'.
       01 WS-CFG-SLA-BOLS                  PIC X(60) VALUE '007'.
       01 WS-CFG-SLA-ESPE                  PIC X(60) VALUE '002'.
       01 WS-APROV-NOTA                    PIC X(12) VALUE 'ADMIN'.
       01 WS-APROV-JUST                    PIC X(12)
          VALUE 'COORDENACAO'.
       01 WS-APROV-EQUI                    PIC X(12)
          VALUE 'COORDENACAO'.
       01 WS-APROV-BOLS                    PIC X(12) VALUE 'DIRECAO'.
       01 WS-APROV-ESPE                    PIC X(12)
          VALUE 'SECRETARIA'.
       01 WS-COM-AREA.
          03 WS-MENSAGEM                   PIC X(50).
       01 WL-PARAMETROS-VAGA.
          03 WL-VAGA-ID-MATERIA            PIC 9(03).
          03 WL-VAGA-QT-MATRICULADOS       PIC 9(03).
          03 WL-VAGA-QT-CAPACIDADE         PIC 9(03).
          03 WL-VAGA-FLAG                  PIC X(01).
             88 WL-COM-VAGA                VALUE 'S'.
             88 WL-SEM-VAGA                VALUE 'N'.
       01 WL-PARAMETROS-FILA.
          03 WL-FILA-OPERACAO              PIC X(01).
          03 WL-FILA-ID-MATERIA            PIC 9(03).
          03 WL-FILA-ID-ALUNO              PIC 9(06).
          03 WL-FILA-RESULTADO             PIC X(01).
             88 WL-FILA-FEITO              VALUE 'S'.
             88 WL-FILA-NADA               VALUE 'N'.
          03 WL-FILA-ID-PROMOVIDO          PIC 9(06).
       01 WL-AUDITORIA.
          03 WL-PROGRAMA                   PIC X(12)
             VALUE 'SISFILAC'.
          03 WL-OPERACAO                   PIC X(10).
          03 WL-CHAVE                      PIC X(10).
          03 WL-VALOR-ANTIGO               PIC X(50).
          03 WL-VALOR-NOVO                 PIC X(50).

       01 WS-ARQ-CFG-FILACOOR              PIC X(60) VALUE
          'C:\COBOL\FILACOOR.DAT'.
       01 WS-ARQ-CFG-D3-PENDNOTA           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\PENDNOTA.DAT'.
       01 WS-ARQ-CFG-D3-JUSTIFIC           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\JUSTIFIC.DAT'.
       01 WS-ARQ-CFG-D3-EQUIVAL            PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\EQUIVAL.DAT'.
       01 WS-ARQ-CFG-BOLSAS                PIC X(60) VALUE
          'C:\COBOL\BOLSAS.DAT'.
       01 WS-ARQ-CFG-PROTOCOL              PIC X(60) VALUE
          'C:\COBOL\PROTOCOL.DAT'.
       01 WS-ARQ-CFG-D3-ESPERA             PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\ESPERA.DAT'.
       01 WS-BIN-SISNOTAP                  PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\bin\SISNOTAP'.
       01 WS-BIN-SISSEGCH                  PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\bin\SISSEGCH'.
       01 WS-BIN-SISEQUIV                  PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\bin\SISEQUIV'.
       01 WS-BIN-SISBOLSA                  PIC X(60) VALUE
          'C:\COBOL\bin\SISBOLSA'.
       01 WS-BIN-SISPROTO                  PIC X(60) VALUE
          'C:\COBOL\bin\SISPROTO'.
          COPY CFG_AREA.
       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM                   PIC X(50).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            PERFORM P050-CONFIGURA THRU P050-FIM
      * CHAMADA DO RELATORIO DA MANHA (SISMANHA): SO AS VENCIDAS
            IF LK-MENSAGEM(1:8) EQUAL 'VENCIDAS'
                MOVE SPACES       TO LK-MENSAGEM
                PERFORM P500-VENCIDAS THRU P500-FIM
                PERFORM P900-FIM
            END-IF
            PERFORM P300-PROCESSA  THRU P300-FIM
                                    UNTIL WS-OPCAO = 'F' OR 'f'
            PERFORM P900-FIM
            .
       P300-PROCESSA.
            MOVE SPACES             TO WS-OPCAO
            DISPLAY '**************************************************'
            DISPLAY '***    FILA DE APROVACOES DA COORDENACAO       ***'
            DISPLAY '**************************************************'
            DISPLAY '*** 1 - Pendencias (idade/SLA) e tratar item   ***'
            DISPLAY '*** 2 - Pendencias vencidas por aprovador      ***'
            DISPLAY '***          <TECLE F PARA FINALIZAR>          ***'
            DISPLAY '**************************************************'
            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN '1'
                    PERFORM P400-FILA      THRU P400-FIM
                WHEN '2'
                    PERFORM P500-VENCIDAS  THRU P500-FIM
                WHEN 'F'
                    CONTINUE
                WHEN 'f'
                    CONTINUE
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA! '
            END-EVALUATE
            .
       P300-FIM.
      * VARREDURA: CADA ARQUIVO DONO CONTRIBUI COM SEUS PENDENTES; O
      * FILACOOR.DAT GUARDA A DATA EM QUE CADA ITEM APARECEU E PERDE
      * OS QUE JA FORAM DECIDIDOS
       P200-VARRE.
            ACCEPT WS-DATA-HOJE-8 FROM DATE YYYYMMDD
            COMPUTE WS-DIAS-HOJE =
                    FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE-8)
            MOVE ZEROS            TO WS-QTD-ITENS
            SET FILA-ABERTA       TO FALSE
            SET FS-FIL-OK         TO TRUE
            OPEN I-O FILA-COORD
            IF WS-FS-FIL EQUAL 35 THEN
                OPEN OUTPUT FILA-COORD
                CLOSE FILA-COORD
                OPEN I-O FILA-COORD
            END-IF
            IF FS-FIL-OK
                SET FILA-ABERTA   TO TRUE
            ELSE
                DISPLAY 'ERRO AO ABRIR A FILA DA COORDENACAO. '
                DISPLAY 'FILE STATUS: ' WS-FS-FIL
            END-IF
            PERFORM P210-VARRE-NOTAS     THRU P210-FIM
            PERFORM P220-VARRE-JUSTIFIC  THRU P220-FIM
            PERFORM P230-VARRE-EQUIVAL   THRU P230-FIM
            PERFORM P240-VARRE-BOLSAS    THRU P240-FIM
            PERFORM P250-VARRE-PROTOCOL  THRU P250-FIM
            PERFORM P260-VARRE-ESPERA    THRU P260-FIM
            IF FILA-ABERTA
                PERFORM P280-LIMPA-DECIDIDOS THRU P280-FIM
                CLOSE FILA-COORD
            END-IF
            PERFORM P295-ORDENA THRU P295-FIM
            .
       P200-FIM.
       P210-VARRE-NOTAS.
            SET EOF-OK            TO FALSE
            SET FS-PEN-OK         TO TRUE
            OPEN INPUT PENDENCIAS
            IF NOT FS-PEN-OK
                CLOSE PENDENCIAS
                GO TO P210-FIM
            END-IF
            PERFORM UNTIL EOF-OK
                READ PENDENCIAS NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF PEN-PENDENTE
                            MOVE 'NOTA'          TO WS-TP-ITEM
                            MOVE NR-SOLICITACAO  TO WS-CH-ITEM
                            MOVE SPACES          TO WS-DS-ITEM
                            STRING 'ALUNO ' ID-ALUNO-PEN
                                   ' MAT ' ID-MATERIA-PEN
                                   ' NOTA ' NR-NOTA-PEN
                                   ' POR ' SOLICITANTE-PEN
                                   DELIMITED BY SIZE INTO WS-DS-ITEM
                            MOVE ZEROS           TO WS-DT-BASE
                            MOVE WS-SLA-NOTA     TO WS-SLA-ITEM
                            MOVE WS-APROV-NOTA   TO WS-APROV-ITEM
                            PERFORM P290-REGISTRA-ITEM THRU P290-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PENDENCIAS
            .
       P210-FIM.
       P220-VARRE-JUSTIFIC.
            SET EOF-OK            TO FALSE
            SET FS-JUS-OK         TO TRUE
            OPEN INPUT JUSTIFICATIVAS
            IF NOT FS-JUS-OK
                CLOSE JUSTIFICATIVAS
                GO TO P220-FIM
            END-IF
            PERFORM UNTIL EOF-OK
                READ JUSTIFICATIVAS NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF JUS-PENDENTE
                            MOVE 'JUST'          TO WS-TP-ITEM
                            MOVE CHAVE-JUSTIFICATIVA TO WS-CH-ITEM
                            MOVE SPACES          TO WS-DS-ITEM
                            STRING 'ALUNO ' ID-ALUNO-JUS
                                   ' MAT ' ID-MATERIA-JUS
                                   ' AVAL ' NR-AVALIACAO-JUS
                                   ' DOC ' DOC-REFERENCIA
                                   DELIMITED BY SIZE INTO WS-DS-ITEM
                            MOVE ZEROS           TO WS-DT-BASE
                            MOVE WS-SLA-JUST     TO WS-SLA-ITEM
                            MOVE WS-APROV-JUST   TO WS-APROV-ITEM
                            PERFORM P290-REGISTRA-ITEM THRU P290-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE JUSTIFICATIVAS
            .
       P220-FIM.
       P230-VARRE-EQUIVAL.
            SET EOF-OK            TO FALSE
            SET FS-EQV-OK         TO TRUE
            OPEN INPUT EQUIVALENCIAS
            IF NOT FS-EQV-OK
                CLOSE EQUIVALENCIAS
                GO TO P230-FIM
            END-IF
            PERFORM UNTIL EOF-OK
                READ EQUIVALENCIAS NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF EQV-PENDENTE
                            MOVE 'EQUI'          TO WS-TP-ITEM
                            MOVE CHAVE-EQUIVALENCIA TO WS-CH-ITEM
                            MOVE SPACES          TO WS-DS-ITEM
                            STRING 'ALUNO ' ID-ALUNO-EQV
                                   ' MAT ' ID-MATERIA-EQV
                                   ' DE ' NM-INSTITUICAO-EQV
                                   DELIMITED BY SIZE INTO WS-DS-ITEM
                            MOVE DT-REGISTRO-EQV TO WS-DT-BASE
                            MOVE WS-SLA-EQUI     TO WS-SLA-ITEM
                            MOVE WS-APROV-EQUI   TO WS-APROV-ITEM
                            PERFORM P290-REGISTRA-ITEM THRU P290-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE EQUIVALENCIAS
            .
       P230-FIM.
       P240-VARRE-BOLSAS.
            SET EOF-OK            TO FALSE
            SET FS-BOL-OK         TO TRUE
            OPEN INPUT BOLSAS
            IF NOT FS-BOL-OK
                CLOSE BOLSAS
                GO TO P240-FIM
            END-IF
            PERFORM UNTIL EOF-OK
                READ BOLSAS NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF BOLSA-PROPOSTA
                            MOVE 'BOLS'          TO WS-TP-ITEM
                            MOVE CHAVE-BOLSA     TO WS-CH-ITEM
                            MOVE SPACES          TO WS-DS-ITEM
                            STRING 'ALUNO ' ID-ALUNO-BOL
                                   ' TERMO ' CD-TERMO-BOL
                                   ' ' PC-BOLSA '% ' MOTIVO-BOLSA
                                   DELIMITED BY SIZE INTO WS-DS-ITEM
                            MOVE ZEROS           TO WS-DT-BASE
                            MOVE WS-SLA-BOLS     TO WS-SLA-ITEM
                            MOVE WS-APROV-BOLS   TO WS-APROV-ITEM
                            PERFORM P290-REGISTRA-ITEM THRU P290-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE BOLSAS
            .
       P240-FIM.
      * O PROTOCOLO JA NASCE COM PRAZO EM DIA UTIL (SISPROTO): O SLA
      * E A DISTANCIA ENTRE ABERTURA E PRAZO E O APROVADOR E O
      * OPERADOR RESPONSAVEL
       P250-VARRE-PROTOCOL.
            SET EOF-OK            TO FALSE
            SET FS-PRT-OK         TO TRUE
            OPEN INPUT PROTOCOLOS
            IF NOT FS-PRT-OK
                CLOSE PROTOCOLOS
                GO TO P250-FIM
            END-IF
            PERFORM UNTIL EOF-OK
                READ PROTOCOLOS NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF PRT-ABERTO
                            PERFORM P255-ITEM-PROTOCOLO THRU P255-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PROTOCOLOS
            .
       P250-FIM.
       P255-ITEM-PROTOCOLO.
            MOVE 'PROT'           TO WS-TP-ITEM
            MOVE NR-PROTOCOLO     TO WS-CH-ITEM
            MOVE SPACES           TO WS-DS-ITEM WS-APROV-ITEM
            STRING 'PROTOCOLO ' TP-PROTOCOLO ' ALUNO ' ID-ALUNO-PRT
                   DELIMITED BY SIZE INTO WS-DS-ITEM
            STRING 'OPER-' CD-OPERADOR-PRT
                   DELIMITED BY SIZE INTO WS-APROV-ITEM
            MOVE DT-ABERTURA-PRT  TO WS-DT-BASE
            MOVE ZEROS            TO WS-SLA-ITEM
            IF FUNCTION TEST-DATE-YYYYMMDD(DT-ABERTURA-PRT) EQUAL 0
               AND FUNCTION TEST-DATE-YYYYMMDD(DT-PRAZO-PRT) EQUAL 0
               AND DT-PRAZO-PRT > DT-ABERTURA-PRT
                COMPUTE WS-DIAS-PRAZO =
                        FUNCTION INTEGER-OF-DATE(DT-PRAZO-PRT) -
                        FUNCTION INTEGER-OF-DATE(DT-ABERTURA-PRT)
                IF WS-DIAS-PRAZO > 999
                    MOVE 999      TO WS-SLA-ITEM
                ELSE
                    MOVE WS-DIAS-PRAZO TO WS-SLA-ITEM
                END-IF
            END-IF
            PERFORM P290-REGISTRA-ITEM THRU P290-FIM
            .
       P255-FIM.
      * FILA DE ESPERA: SO O PRIMEIRO DE CADA MATERIA, E SO QUANDO A
      * MATERIA TEM VAGA (CHKVAGA) - A PROMOCAO ESTA ESPERANDO ALGUEM
       P260-VARRE-ESPERA.
            SET EOF-OK            TO FALSE
            SET FS-ESP-OK         TO TRUE
            MOVE ZEROS            TO WS-MATERIA-ANT
            OPEN INPUT ESPERA
            IF NOT FS-ESP-OK
                CLOSE ESPERA
                GO TO P260-FIM
            END-IF
            PERFORM UNTIL EOF-OK
                READ ESPERA NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF ID-MATERIA-ESP NOT EQUAL WS-MATERIA-ANT
                            MOVE ID-MATERIA-ESP TO WS-MATERIA-ANT
                            PERFORM P265-ITEM-ESPERA THRU P265-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ESPERA
            .
       P260-FIM.
       P265-ITEM-ESPERA.
            MOVE ID-MATERIA-ESP   TO WL-VAGA-ID-MATERIA
            CALL 'CHKVAGA' USING WL-PARAMETROS-VAGA
            IF WL-SEM-VAGA
                GO TO P265-FIM
            END-IF
            MOVE 'ESPE'           TO WS-TP-ITEM
            MOVE CHAVE-ESPERA     TO WS-CH-ITEM
            MOVE SPACES           TO WS-DS-ITEM
            STRING 'MATERIA ' ID-MATERIA-ESP ' VAGA ABERTA ('
                   WL-VAGA-QT-MATRICULADOS '/' WL-VAGA-QT-CAPACIDADE
                   ') ALUNO ' ID-ALUNO-ESP
                   DELIMITED BY SIZE INTO WS-DS-ITEM
            MOVE ZEROS            TO WS-DT-BASE
            MOVE WS-SLA-ESPE      TO WS-SLA-ITEM
            MOVE WS-APROV-ESPE    TO WS-APROV-ITEM
            PERFORM P290-REGISTRA-ITEM THRU P290-FIM
            .
       P265-FIM.
      * O ITEM ENTRA NA FILA COM A DATA DO PROPRIO ARQUIVO QUANDO
      * HOUVER; SEM ELA, COM A DATA EM QUE A VARREDURA O VIU PRIMEIRO
       P290-REGISTRA-ITEM.
            IF FUNCTION TEST-DATE-YYYYMMDD(WS-DT-BASE) NOT EQUAL 0
                MOVE ZEROS        TO WS-DT-BASE
            END-IF
            IF FILA-ABERTA
                MOVE WS-TP-ITEM   TO TP-ITEM-FIL
                MOVE WS-CH-ITEM   TO CH-ITEM-FIL
                READ FILA-COORD
                    INVALID KEY
                        IF WS-DT-BASE EQUAL ZEROS
                            MOVE WS-DATA-HOJE-8 TO DT-ENTRADA-FIL
                        ELSE
                            MOVE WS-DT-BASE     TO DT-ENTRADA-FIL
                        END-IF
                        WRITE REG-FILA-COORD
                END-READ
                IF WS-DT-BASE EQUAL ZEROS
                    MOVE DT-ENTRADA-FIL TO WS-DT-BASE
                END-IF
            END-IF
            IF WS-DT-BASE EQUAL ZEROS
                MOVE WS-DATA-HOJE-8 TO WS-DT-BASE
            END-IF
            IF WS-QTD-ITENS >= 500
                GO TO P290-FIM
            END-IF
            ADD 1                 TO WS-QTD-ITENS
            MOVE WS-QTD-ITENS     TO WS-IND-ITM
            COMPUTE WS-DIAS-ENTRADA =
                    FUNCTION INTEGER-OF-DATE(WS-DT-BASE)
            COMPUTE WS-IDADE = WS-DIAS-HOJE - WS-DIAS-ENTRADA
            IF WS-IDADE < 0
                MOVE ZEROS        TO WS-IDADE
            END-IF
            MOVE WS-TP-ITEM       TO WS-ITM-TIPO(WS-IND-ITM)
            MOVE WS-CH-ITEM       TO WS-ITM-CHAVE(WS-IND-ITM)
            MOVE WS-DS-ITEM       TO WS-ITM-DESCRICAO(WS-IND-ITM)
            MOVE WS-DT-BASE       TO WS-ITM-DT-ENTRADA(WS-IND-ITM)
            MOVE WS-IDADE         TO WS-ITM-IDADE(WS-IND-ITM)
            MOVE WS-SLA-ITEM      TO WS-ITM-SLA(WS-IND-ITM)
            MOVE WS-APROV-ITEM    TO WS-ITM-APROVADOR(WS-IND-ITM)
            COMPUTE WS-ITM-ATRASO(WS-IND-ITM) = WS-IDADE - WS-SLA-ITEM
            IF WS-ITM-ATRASO(WS-IND-ITM) > 0
                MOVE 'S'          TO WS-ITM-VENCIDO(WS-IND-ITM)
            ELSE
                MOVE 'N'          TO WS-ITM-VENCIDO(WS-IND-ITM)
            END-IF
            .
       P290-FIM.
      * REGISTRO DA FILA QUE NAO APARECEU NESTA VARREDURA JA FOI
      * DECIDIDO NO PROGRAMA DONO
       P280-LIMPA-DECIDIDOS.
            SET EOF-OK            TO FALSE
            MOVE LOW-VALUES       TO CHAVE-FILA-COORD
            START FILA-COORD KEY NOT LESS THAN CHAVE-FILA-COORD
                INVALID KEY
                    SET EOF-OK    TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ FILA-COORD NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        SET ACHOU-OK TO FALSE
                        PERFORM VARYING WS-IND-ITM FROM 1 BY 1
                                UNTIL WS-IND-ITM > WS-QTD-ITENS
                                      OR ACHOU-OK
                            IF WS-ITM-TIPO(WS-IND-ITM) EQUAL
                               TP-ITEM-FIL AND
                               WS-ITM-CHAVE(WS-IND-ITM) EQUAL
                               CH-ITEM-FIL
                                SET ACHOU-OK TO TRUE
                            END-IF
                        END-PERFORM
                        IF NOT ACHOU-OK AND WS-QTD-ITENS < 500
                            DELETE FILA-COORD RECORD
                        END-IF
                END-READ
            END-PERFORM
            .
       P280-FIM.
      * MAIS ATRASADO PRIMEIRO (IDADE MENOS SLA, DECRESCENTE)
       P295-ORDENA.
            PERFORM VARYING WS-IND-ITM FROM 2 BY 1
                    UNTIL WS-IND-ITM > WS-QTD-ITENS
                MOVE WS-ITM(WS-IND-ITM) TO WS-ITM-TROCA
                MOVE WS-IND-ITM   TO WS-IND-ANT
                SET PARADO        TO FALSE
                PERFORM UNTIL WS-IND-ANT < 2 OR PARADO
                    IF WS-ITM-ATRASO(WS-IND-ANT - 1) < WS-TRC-ATRASO
                        MOVE WS-ITM(WS-IND-ANT - 1)
                          TO WS-ITM(WS-IND-ANT)
                        SUBTRACT 1 FROM WS-IND-ANT
                    ELSE
                        SET PARADO TO TRUE
                    END-IF
                END-PERFORM
                MOVE WS-ITM-TROCA TO WS-ITM(WS-IND-ANT)
            END-PERFORM
            .
       P295-FIM.
       P400-FILA.
            PERFORM P200-VARRE THRU P200-FIM
            IF WS-QTD-ITENS EQUAL ZEROS
                DISPLAY 'NENHUMA APROVACAO PENDENTE. '
                GO TO P400-FIM
            END-IF
            DISPLAY 'NR  TIPO IDADE SLA  APROVADOR    DESCRICAO'
            PERFORM VARYING WS-IND-ITM FROM 1 BY 1
                    UNTIL WS-IND-ITM > WS-QTD-ITENS
                IF WS-ITM-VENCIDO(WS-IND-ITM) EQUAL 'S'
                    DISPLAY WS-IND-ITM ' ' WS-ITM-TIPO(WS-IND-ITM)
                            ' ' WS-ITM-IDADE(WS-IND-ITM)
                            ' ' WS-ITM-SLA(WS-IND-ITM)
                            '* ' WS-ITM-APROVADOR(WS-IND-ITM)
                            ' ' WS-ITM-DESCRICAO(WS-IND-ITM)
                ELSE
                    DISPLAY WS-IND-ITM ' ' WS-ITM-TIPO(WS-IND-ITM)
                            ' ' WS-ITM-IDADE(WS-IND-ITM)
                            ' ' WS-ITM-SLA(WS-IND-ITM)
                            '  ' WS-ITM-APROVADOR(WS-IND-ITM)
                            ' ' WS-ITM-DESCRICAO(WS-IND-ITM)
                END-IF
            END-PERFORM
            DISPLAY '(*) FORA DO SLA.  IDADE E SLA EM DIAS CORRIDOS.'
            DISPLAY 'Informe o NR do item a tratar (0 = voltar): '
            ACCEPT WS-NR-ITEM
            IF WS-NR-ITEM EQUAL ZEROS OR WS-NR-ITEM > WS-QTD-ITENS
                GO TO P400-FIM
            END-IF
            PERFORM P450-TRATA THRU P450-FIM
            .
       P400-FIM.
      * ABRE A APROVACAO NO PROGRAMA DONO JA COM A CHAVE DO ITEM; A
      * DECISAO (E A AUTORIZACAO DO PERFIL) CONTINUA SENDO DELE
       P450-TRATA.
            MOVE SPACES           TO WS-MENSAGEM
            EVALUATE WS-ITM-TIPO(WS-NR-ITEM)
                WHEN 'NOTA'
                    STRING 'APROVAR' WS-ITM-CHAVE(WS-NR-ITEM)(1:5)
                           DELIMITED BY SIZE INTO WS-MENSAGEM
                    CALL WS-BIN-SISNOTAP USING WS-COM-AREA
                WHEN 'JUST'
                    STRING 'APROVAR' WS-ITM-CHAVE(WS-NR-ITEM)(1:11)
                           DELIMITED BY SIZE INTO WS-MENSAGEM
                    CALL WS-BIN-SISSEGCH USING WS-COM-AREA
                WHEN 'EQUI'
                    STRING 'APROVAR' WS-ITM-CHAVE(WS-NR-ITEM)(1:9)
                           DELIMITED BY SIZE INTO WS-MENSAGEM
                    CALL WS-BIN-SISEQUIV USING WS-COM-AREA
                WHEN 'BOLS'
                    STRING 'APROVAR' WS-ITM-CHAVE(WS-NR-ITEM)(1:12)
                           DELIMITED BY SIZE INTO WS-MENSAGEM
                    CALL WS-BIN-SISBOLSA USING WS-COM-AREA
                WHEN 'PROT'
                    STRING 'APROVAR' WS-ITM-CHAVE(WS-NR-ITEM)(1:6)
                           DELIMITED BY SIZE INTO WS-MENSAGEM
                    CALL WS-BIN-SISPROTO USING WS-COM-AREA
                WHEN 'ESPE'
                    PERFORM P460-PROMOVE THRU P460-FIM
            END-EVALUATE
            .
       P450-FIM.
      * A PROMOCAO DA FILA DE ESPERA NAO TEM TELA PROPRIA - O
      * FILAESPE E CHAMADO DAQUI, COMO NO CANCELAMENTO DE MATRICULA
       P460-PROMOVE.
            MOVE WS-ITM-CHAVE(WS-NR-ITEM)(1:3) TO WL-FILA-ID-MATERIA
            DISPLAY WS-ITM-DESCRICAO(WS-NR-ITEM)
            DISPLAY 'Promover o primeiro da fila agora? (S/N): '
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA NOT EQUAL 'S' AND 's'
                DISPLAY 'Nenhuma promocao feita.'
                GO TO P460-FIM
            END-IF
            MOVE 'P'              TO WL-FILA-OPERACAO
            MOVE ZEROS            TO WL-FILA-ID-ALUNO
            CALL 'FILAESPE' USING WL-PARAMETROS-FILA
            IF WL-FILA-FEITO
                DISPLAY 'FILA DE ESPERA: ALUNO ' WL-FILA-ID-PROMOVIDO
                        ' PROMOVIDO NA MATERIA ' WL-FILA-ID-MATERIA '.'
                MOVE 'PROMOVE'    TO WL-OPERACAO
                MOVE WL-FILA-ID-PROMOVIDO TO WL-CHAVE
                MOVE WS-ITM-CHAVE(WS-NR-ITEM) TO WL-VALOR-ANTIGO
                MOVE WL-FILA-ID-MATERIA   TO WL-VALOR-NOVO
                CALL 'AUDITLOG' USING WL-AUDITORIA
            ELSE
                DISPLAY 'NINGUEM PROMOVIDO - FILA ESGOTADA.'
            END-IF
            .
       P460-FIM.
      * PENDENCIAS FORA DO SLA AGRUPADAS POR APROVADOR (TELA E
      * RELATORIO DA MANHA)
       P500-VENCIDAS.
            PERFORM P200-VARRE THRU P200-FIM
            MOVE ZEROS            TO WS-QTD-APROV WS-QTD-VENCIDAS
            PERFORM VARYING WS-IND-ITM FROM 1 BY 1
                    UNTIL WS-IND-ITM > WS-QTD-ITENS
                IF WS-ITM-VENCIDO(WS-IND-ITM) EQUAL 'S'
                    ADD 1         TO WS-QTD-VENCIDAS
                    PERFORM P510-CONTA-APROVADOR THRU P510-FIM
                END-IF
            END-PERFORM
            DISPLAY '*************************************************'
            DISPLAY 'APROVACOES PENDENTES FORA DO SLA EM '
                    WS-DATA-HOJE-8
            DISPLAY '*************************************************'
            PERFORM VARYING WS-IND-APR FROM 1 BY 1
                    UNTIL WS-IND-APR > WS-QTD-APROV
                DISPLAY 'APROVADOR ' WS-APR-NOME(WS-IND-APR)
                        ' - VENCIDAS: ' WS-APR-QTD(WS-IND-APR)
                PERFORM VARYING WS-IND-ITM FROM 1 BY 1
                        UNTIL WS-IND-ITM > WS-QTD-ITENS
                    IF WS-ITM-VENCIDO(WS-IND-ITM) EQUAL 'S' AND
                       WS-ITM-APROVADOR(WS-IND-ITM) EQUAL
                       WS-APR-NOME(WS-IND-APR)
                        DISPLAY '  ' WS-ITM-TIPO(WS-IND-ITM)
                                ' IDADE ' WS-ITM-IDADE(WS-IND-ITM)
                                ' SLA ' WS-ITM-SLA(WS-IND-ITM)
                                ' ' WS-ITM-DESCRICAO(WS-IND-ITM)
                    END-IF
                END-PERFORM
            END-PERFORM
            DISPLAY '-------------------------------------------------'
            DISPLAY 'PENDENCIAS: ' WS-QTD-ITENS
                    '  FORA DO SLA: ' WS-QTD-VENCIDAS
            DISPLAY '*************************************************'
            .
       P500-FIM.
       P510-CONTA-APROVADOR.
            SET ACHOU-OK          TO FALSE
            PERFORM VARYING WS-IND-APR FROM 1 BY 1
                    UNTIL WS-IND-APR > WS-QTD-APROV OR ACHOU-OK
                IF WS-APR-NOME(WS-IND-APR) EQUAL
                   WS-ITM-APROVADOR(WS-IND-ITM)
                    SET ACHOU-OK  TO TRUE
                    ADD 1         TO WS-APR-QTD(WS-IND-APR)
                END-IF
            END-PERFORM
            IF NOT ACHOU-OK AND WS-QTD-APROV < 50
                ADD 1             TO WS-QTD-APROV
                MOVE WS-ITM-APROVADOR(WS-IND-ITM)
                  TO WS-APR-NOME(WS-QTD-APROV)
                MOVE 1            TO WS-APR-QTD(WS-QTD-APROV)
            END-IF
            .
       P510-FIM.
       P900-FIM.
            GOBACK.
      * RESOLVE OS CAMINHOS FISICOS PELO CONFIGSYS (PRODUCAO OU
      * TESTE); SEM CONFIGURACAO VALEM OS PADROES ACIMA
       P050-CONFIGURA.
            MOVE 'FILACOOR' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-FILACOOR TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-FILACOOR
            MOVE 'D3-PENDNOTA' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-PENDNOTA TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-PENDNOTA
            MOVE 'D3-JUSTIFIC' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-JUSTIFIC TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-JUSTIFIC
            MOVE 'D3-EQUIVAL' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-EQUIVAL TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-EQUIVAL
            MOVE 'BOLSAS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-BOLSAS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-BOLSAS
            MOVE 'PROTOCOL' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-PROTOCOL TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-PROTOCOL
            MOVE 'D3-ESPERA' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-ESPERA TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-ESPERA
            MOVE 'BIN-SISNOTAP' TO WL-CFG-CHAVE
            MOVE WS-BIN-SISNOTAP TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-BIN-SISNOTAP
            MOVE 'BIN-SISSEGCH' TO WL-CFG-CHAVE
            MOVE WS-BIN-SISSEGCH TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-BIN-SISSEGCH
            MOVE 'BIN-SISEQUIV' TO WL-CFG-CHAVE
            MOVE WS-BIN-SISEQUIV TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-BIN-SISEQUIV
            MOVE 'BIN-SISBOLSA' TO WL-CFG-CHAVE
            MOVE WS-BIN-SISBOLSA TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-BIN-SISBOLSA
            MOVE 'BIN-SISPROTO' TO WL-CFG-CHAVE
            MOVE WS-BIN-SISPROTO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-BIN-SISPROTO
      * SLA (DIAS CORRIDOS) DE CADA TIPO DE PENDENCIA
            MOVE 'FILA-SLA-NOTA' TO WL-CFG-CHAVE
            MOVE WS-CFG-SLA-NOTA TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-CFG-SLA-NOTA
            IF WS-CFG-SLA-NOTA(1:3) NUMERIC
                COMPUTE WS-SLA-NOTA =
                        FUNCTION NUMVAL(WS-CFG-SLA-NOTA(1:3))
            END-IF
            MOVE 'FILA-SLA-JUST' TO WL-CFG-CHAVE
            MOVE WS-CFG-SLA-JUST TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-CFG-SLA-JUST
            IF WS-CFG-SLA-JUST(1:3) NUMERIC
                COMPUTE WS-SLA-JUST =
                        FUNCTION NUMVAL(WS-CFG-SLA-JUST(1:3))
            END-IF
            MOVE 'FILA-SLA-EQUI' TO WL-CFG-CHAVE
            MOVE WS-CFG-SLA-EQUI TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-CFG-SLA-EQUI
            IF WS-CFG-SLA-EQUI(1:3) NUMERIC
                COMPUTE WS-SLA-EQUI =
                        FUNCTION NUMVAL(WS-CFG-SLA-EQUI(1:3))
            END-IF
            MOVE 'FILA-SLA-BOLS' TO WL-CFG-CHAVE
            MOVE WS-CFG-SLA-BOLS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-CFG-SLA-BOLS
            IF WS-CFG-SLA-BOLS(1:3) NUMERIC
                COMPUTE WS-SLA-BOLS =
                        FUNCTION NUMVAL(WS-CFG-SLA-BOLS(1:3))
            END-IF
            MOVE 'FILA-SLA-ESPE' TO WL-CFG-CHAVE
            MOVE WS-CFG-SLA-ESPE TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-CFG-SLA-ESPE
            IF WS-CFG-SLA-ESPE(1:3) NUMERIC
                COMPUTE WS-SLA-ESPE =
                        FUNCTION NUMVAL(WS-CFG-SLA-ESPE(1:3))
            END-IF
            .
       P050-FIM.
       END PROGRAM SISFILAC.

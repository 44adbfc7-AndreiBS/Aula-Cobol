      *          E QUANTA CARGA HORARIA FORAM PERDIDAS, E AGENDA AS
      *          SESSOES DE REPOSICAO EM SLOTS LIVRES (REPOSICAO.DAT),
      *          RECONHECIDAS PELO DIARIO DE CLASSE (SISFREQU) E PELO
      *          RELATORIO DE HORAS DO PROFESSOR. LISTA TAMBEM AS
      *          AULAS QUE FICARAM DESCOBERTAS POR AUSENCIA DE
      *          PROFESSOR (AUSENCIA.DAT, SISAUSEN) E AS BAIXA COMO
      *          REPOSTAS AO AGENDAR A REPOSICAO DA DATA PERDIDA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISREPOS.
               RECORD  KEY  IS CHAVE-CALENDARIO
               FILE STATUS IS WS-FS-CAL.

               SELECT AUSENCIAS ASSIGN TO WS-ARQ-CFG-D3-AUSENCIA
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-AUSENCIA
               FILE STATUS IS WS-FS-AUS.

       DATA DIVISION.
       FILE SECTION.
       FD REPOSICOES.
          COPY FD_HORAR.
       FD CALENDARIO.
          COPY FD_CALEN.
       FD AUSENCIAS.
          COPY FD_AUSEN.

       WORKING-STORAGE SECTION.
       77 WS-FS-REP                        PIC 99.
          88 FS-HOR-OK                     VALUE 0.
       77 WS-FS-CAL                        PIC 99.
          88 FS-CAL-OK                     VALUE 0.
       77 WS-FS-AUS                        PIC 99.
          88 FS-AUS-OK                     VALUE 0.
       77 WS-QTD-DESCOBERTAS               PIC 9(04) VALUE ZEROS.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE 'S' FALSE 'N'.
       77 WS-OPCAO                         PIC X.
          'C:\COBOL\Desafio-modulo-3\HORARIOS.DAT'.
       01 WS-ARQ-CFG-CALENDARIO            PIC X(60) VALUE
          'C:\COBOL\CALENDARIO.DAT'.
       01 WS-ARQ-CFG-D3-AUSENCIA           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\AUSENCIA.DAT'.
          COPY CFG_AREA.
       LINKAGE SECTION.
       01 LK-COM-AREA.
            DISPLAY '*** 2 - Agendar reposicao                      ***'
            DISPLAY '*** 3 - Listar reposicoes do termo             ***'
            DISPLAY '*** 4 - Cancelar reposicao                     ***'
            DISPLAY '*** 5 - Aulas descobertas por ausencia         ***'
            DISPLAY '***          <TECLE F PARA FINALIZAR>          ***'
            DISPLAY '**************************************************'
            ACCEPT WS-OPCAO
                    PERFORM P330-LISTA          THRU P330-FIM
                WHEN '4'
                    PERFORM P340-CANCELA        THRU P340-FIM
                WHEN '5'
                    PERFORM P350-DESCOBERTAS    THRU P350-FIM
                WHEN 'F'
                    CONTINUE
                WHEN 'f'
                               DELIMITED BY SIZE
                               INTO WL-VALOR-NOVO
                        CALL 'AUDITLOG' USING WL-AUDITORIA
                        PERFORM P322-BAIXA-AUSENCIA THRU P322-FIM
                END-WRITE
            ELSE
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE REPOSICOES. '
            CLOSE REPOSICOES
            .
       P320-FIM.
      * A REPOSICAO DE UMA DATA PERDIDA POR AUSENCIA DE PROFESSOR
      * BAIXA A PRIMEIRA AULA DESCOBERTA DA MATERIA NAQUELA DATA
       P322-BAIXA-AUSENCIA.
            SET FS-AUS-OK         TO TRUE
            OPEN I-O AUSENCIAS
            IF NOT FS-AUS-OK
                GO TO P322-FIM
            END-IF
            SET EOF-OK            TO FALSE
            PERFORM UNTIL EOF-OK
                READ AUSENCIAS NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF ID-MATERIA-AUS EQUAL WS-ID-MATERIA AND
                           DT-AUSENCIA-AUS EQUAL WS-DT-PERDIDA AND
                           AUS-DESCOBERTA
                            SET AUS-REPOSTA TO TRUE
                            REWRITE REG-AUSENCIA
                            IF FS-AUS-OK
                                DISPLAY 'AULA DESCOBERTA DO PROFESSOR '
                                        ID-PROFESSOR-AUS ' (PERIODO '
                                        PERIODO-AUS ') BAIXADA.'
                            END-IF
                            SET EOF-OK TO TRUE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE AUSENCIAS
            .
       P322-FIM.
      * O SLOT PRECISA CAIR DENTRO DO TERMO, FORA DE FERIADO E DE
      * DOMINGO, E ESTAR LIVRE NA GRADE DA PROPRIA MATERIA
       P325-VALIDA-SLOT.
            CLOSE REPOSICOES
            .
       P340-FIM.
      * AULAS QUE FICARAM SEM SUBSTITUTO NO TERMO - CANDIDATAS A
      * REPOSICAO (A DATA DA AULA E A DATA PERDIDA A INFORMAR)
       P350-DESCOBERTAS.
            MOVE ZEROS            TO WS-QTD-DESCOBERTAS
            SET EOF-OK            TO FALSE
            SET FS-AUS-OK         TO TRUE
            OPEN INPUT AUSENCIAS
            IF WS-FS-AUS EQUAL 35
                DISPLAY 'NENHUMA AUSENCIA DE PROFESSOR REGISTRADA. '
                GO TO P350-FIM
            END-IF
            IF NOT FS-AUS-OK
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE AUSENCIAS. '
                DISPLAY 'FILE STATUS: ' WS-FS-AUS
                GO TO P350-FIM
            END-IF
            PERFORM UNTIL EOF-OK
                READ AUSENCIAS NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF AUS-DESCOBERTA AND
                           DT-AUSENCIA-AUS >= WS-DT-INI-TERMO AND
                           DT-AUSENCIA-AUS <= WS-DT-FIM-TERMO
                            ADD 1 TO WS-QTD-DESCOBERTAS
                            DISPLAY 'MATERIA ' ID-MATERIA-AUS
                                    ' PERDIDA ' DT-AUSENCIA-AUS
                                    '/' PERIODO-AUS
                                    ' PROFESSOR ' ID-PROFESSOR-AUS
                                    ' ' MOTIVO-AUS
                        END-IF
                END-READ
            END-PERFORM
            CLOSE AUSENCIAS
            DISPLAY 'AULAS DESCOBERTAS A REPOR: ' WS-QTD-DESCOBERTAS
            .
       P350-FIM.
       P900-FIM.
            GOBACK.
      * RESOLVE OS CAMINHOS FISICOS PELO CONFIGSYS (PRODUCAO OU
            MOVE WS-ARQ-CFG-CALENDARIO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-CALENDARIO
            MOVE 'D3-AUSENCIA' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-AUSENCIA TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-AUSENCIA
            .
       P050-FIM.
       END PROGRAM SISREPOS.

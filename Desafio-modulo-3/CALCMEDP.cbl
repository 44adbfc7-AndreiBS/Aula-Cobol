      ******************************************************************
      * Author: ANDREI BATISTA
      * Date: 15/10/2026
      * Purpose: MEDIA PONDERADA PELO PLANO DE AVALIACAO DA MATERIA
      *          (PLANOAVA.DAT) - OPERACAO 'M' DEVOLVE A MEDIA DAS
      *          NOTAS INFORMADAS, CADA UMA COM O PESO DA AVALIACAO
      *          DE MESMO NUMERO NO PLANO (SEM PLANO OU FORA DELE O
      *          PESO E 1, O QUE REPRODUZ A MEDIA SIMPLES); A
      *          AVALIACAO DO TIPO RECUPERACAO SO ENTRA QUANDO
      *          PEDIDA. OPERACAO 'P' DEVOLVE NOME, PESO E TIPO DE
      *          UMA AVALIACAO. COMPARTILHADO ENTRE SISCOMPT,
      *          SISLANCA, SISRISCO, SISSEGCH E SISKIOSK
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCMEDP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLANOAVA ASSIGN TO WS-ARQ-CFG-D3-PLANOAVA
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD  KEY  IS CHAVE-PLANO-AVAL
           FILE STATUS IS WS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD PLANOAVA.
          COPY FD_AVPLN.

       WORKING-STORAGE SECTION.
       77 WS-FS                            PIC 99.
          88 FS-OK                         VALUE 0.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE 'S' FALSE 'N'.
       77 WS-IND-AVAL                      PIC 9(02).
       77 WS-SOMA-PONDERADA                PIC 9(06)V99.
       77 WS-SOMA-PESOS                    PIC 9(04).
       77 WS-CAMINHO-LIDO                  PIC X(01) VALUE 'N'.
          88 CAMINHO-LIDO                  VALUE 'S'.
       01 WS-PLANO-MATERIA.
          03 WS-PLN-AVALIACAO              OCCURS 20 TIMES.
             05 WS-PLN-NM-AVALIACAO        PIC X(20).
             05 WS-PLN-PESO                PIC 9(02).
             05 WS-PLN-TIPO                PIC X(01).

       01 WS-ARQ-CFG-D3-PLANOAVA           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\PLANOAVA.DAT'.
          COPY CFG_AREA.
       LINKAGE SECTION.
       01 LK-PARAMETROS-MEDIA.
          03 LK-MD-OPERACAO                PIC X(01).
             88 LK-MD-MEDIA-FINAL          VALUE 'M'.
             88 LK-MD-PESO-AVALIACAO       VALUE 'P'.
          03 LK-MD-ID-MATERIA              PIC 9(03).
      * OPERACAO 'M': NOTAS NA NUMERACAO DO PLANO (NOTA(N) E A
      * AVALIACAO N) E SE A AVALIACAO DE RECUPERACAO ENTRA NA MEDIA
          03 LK-MD-NUM-NOTAS               PIC 9(02).
          03 LK-MD-NOTA                    PIC 9(02)V99 OCCURS 20 TIMES.
          03 LK-MD-RECUPERACAO             PIC X(01).
             88 LK-MD-COM-RECUPERACAO      VALUE 'S'.
             88 LK-MD-SEM-RECUPERACAO      VALUE 'N'.
          03 LK-MD-MEDIA                   PIC 9(02)V99.
          03 LK-MD-PESO                    PIC 9(02) OCCURS 20 TIMES.
          03 LK-MD-TIPO                    PIC X(01) OCCURS 20 TIMES.
      * NUMERO DA AVALIACAO DE RECUPERACAO NO PLANO (ZERO = SEM)
          03 LK-MD-NR-RECUPERACAO          PIC 9(02).
      * OPERACAO 'P': UMA AVALIACAO DO PLANO
          03 LK-MD-NR-AVALIACAO            PIC 9(02).
          03 LK-MD-NM-AVALIACAO            PIC X(20).
          03 LK-MD-PS-AVALIACAO            PIC 9(02).
          03 LK-MD-TP-AVALIACAO            PIC X(01).
          03 LK-MD-PLANO                   PIC X(01).
             88 LK-MD-COM-PLANO            VALUE 'S'.
             88 LK-MD-SEM-PLANO            VALUE 'N'.

       PROCEDURE DIVISION USING LK-PARAMETROS-MEDIA.
       MAIN-PROCEDURE.
            IF NOT CAMINHO-LIDO
                PERFORM P050-CONFIGURA THRU P050-FIM
                SET CAMINHO-LIDO  TO TRUE
            END-IF
            PERFORM P100-CARREGA-PLANO THRU P100-FIM
            EVALUATE TRUE
                WHEN LK-MD-MEDIA-FINAL
                    PERFORM P200-MEDIA    THRU P200-FIM
                WHEN LK-MD-PESO-AVALIACAO
                    PERFORM P300-AVALIACAO THRU P300-FIM
            END-EVALUATE
            GOBACK
            .
      * SEM PLANO (OU AVALIACAO FORA DELE) VALE PESO 1, TIPO BRANCO
       P100-CARREGA-PLANO.
            SET LK-MD-SEM-PLANO   TO TRUE
            MOVE ZEROS            TO LK-MD-NR-RECUPERACAO
            PERFORM VARYING WS-IND-AVAL FROM 1 BY 1
                    UNTIL WS-IND-AVAL > 20
                MOVE SPACES       TO WS-PLN-NM-AVALIACAO(WS-IND-AVAL)
                MOVE 1            TO WS-PLN-PESO(WS-IND-AVAL)
                MOVE SPACES       TO WS-PLN-TIPO(WS-IND-AVAL)
            END-PERFORM
            SET EOF-OK            TO FALSE
            SET FS-OK             TO TRUE
            OPEN INPUT PLANOAVA
            IF NOT FS-OK
                GO TO P100-FIM
            END-IF
            MOVE LK-MD-ID-MATERIA TO ID-MATERIA-PAV
            MOVE ZEROS            TO NR-AVALIACAO-PAV
            START PLANOAVA KEY IS NOT LESS THAN CHAVE-PLANO-AVAL
                INVALID KEY
                    SET EOF-OK    TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ PLANOAVA NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF ID-MATERIA-PAV NOT EQUAL LK-MD-ID-MATERIA
                            SET EOF-OK TO TRUE
                        ELSE
                            IF NR-AVALIACAO-PAV >= 1 AND
                               NR-AVALIACAO-PAV <= 20
                                SET LK-MD-COM-PLANO TO TRUE
                                MOVE NM-AVALIACAO-PAV TO
                                     WS-PLN-NM-AVALIACAO(
                                     NR-AVALIACAO-PAV)
                                MOVE PS-AVALIACAO-PAV TO
                                     WS-PLN-PESO(NR-AVALIACAO-PAV)
                                MOVE TP-AVALIACAO-PAV TO
                                     WS-PLN-TIPO(NR-AVALIACAO-PAV)
                                IF PAV-RECUPERACAO
                                    MOVE NR-AVALIACAO-PAV
                                        TO LK-MD-NR-RECUPERACAO
                                END-IF
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PLANOAVA
            .
       P100-FIM.
       P200-MEDIA.
            MOVE ZEROS            TO WS-SOMA-PONDERADA WS-SOMA-PESOS
                                     LK-MD-MEDIA
            PERFORM VARYING WS-IND-AVAL FROM 1 BY 1
                    UNTIL WS-IND-AVAL > 20
                MOVE WS-PLN-PESO(WS-IND-AVAL)
                    TO LK-MD-PESO(WS-IND-AVAL)
                MOVE WS-PLN-TIPO(WS-IND-AVAL)
                    TO LK-MD-TIPO(WS-IND-AVAL)
                IF WS-IND-AVAL <= LK-MD-NUM-NOTAS
                    IF WS-PLN-TIPO(WS-IND-AVAL) NOT EQUAL 'R' OR
                       LK-MD-COM-RECUPERACAO
                        COMPUTE WS-SOMA-PONDERADA =
                                WS-SOMA-PONDERADA +
                                LK-MD-NOTA(WS-IND-AVAL) *
                                WS-PLN-PESO(WS-IND-AVAL)
                        ADD WS-PLN-PESO(WS-IND-AVAL) TO WS-SOMA-PESOS
                    END-IF
                END-IF
            END-PERFORM
            IF WS-SOMA-PESOS > 0
                COMPUTE LK-MD-MEDIA =
                        WS-SOMA-PONDERADA / WS-SOMA-PESOS
            END-IF
            .
       P200-FIM.
       P300-AVALIACAO.
            MOVE SPACES           TO LK-MD-NM-AVALIACAO
                                     LK-MD-TP-AVALIACAO
            MOVE 1                TO LK-MD-PS-AVALIACAO
            IF LK-MD-NR-AVALIACAO >= 1 AND LK-MD-NR-AVALIACAO <= 20
                MOVE WS-PLN-NM-AVALIACAO(LK-MD-NR-AVALIACAO)
                    TO LK-MD-NM-AVALIACAO
                MOVE WS-PLN-PESO(LK-MD-NR-AVALIACAO)
                    TO LK-MD-PS-AVALIACAO
                MOVE WS-PLN-TIPO(LK-MD-NR-AVALIACAO)
                    TO LK-MD-TP-AVALIACAO
            END-IF
            .
       P300-FIM.
      * RESOLVE OS CAMINHOS FISICOS PELO CONFIGSYS (PRODUCAO OU
      * TESTE); SEM CONFIGURACAO VALEM OS PADROES ACIMA
       P050-CONFIGURA.
            MOVE 'D3-PLANOAVA' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-PLANOAVA TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-PLANOAVA
            .
       P050-FIM.
       END PROGRAM CALCMEDP.

      ******************************************************************
      * Author: ANDREI BATISTA
      * Date: 15/10/2026
      * Purpose: UNIDADE (CAMPUS) DE UMA TURMA PARA OS RELATORIOS POR
      *          UNIDADE - NA PRIMEIRA CHAMADA CARREGA TURMAS.DAT EM
      *          MEMORIA (ATE 300 TURMAS) E DAI EM DIANTE SO PESQUISA
      *          A TABELA, SEM REABRIR O ARQUIVO A CADA MENSALIDADE OU
      *          ALUNO LIDO. TURMA DESCONHECIDA OU SEM UNIDADE CAI NA
      *          UNIDADE DA INSTALACAO (CHKUNIDA). COMPARTILHADO ENTRE
      *          SISDIRET/SISAGING/SISMENSA/SISDIARI
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TURUNIDA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TURMAS ASSIGN TO WS-ARQ-CFG-TURMAS
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS SEQUENTIAL
           RECORD  KEY  IS CD-TURMA
           FILE STATUS IS WS-FS-TUR.

       DATA DIVISION.
       FILE SECTION.
       FD TURMAS.
          COPY FD_TURMA.

       WORKING-STORAGE SECTION.
       77 WS-FS-TUR                        PIC 99.
          88 FS-TUR-OK                     VALUE 0.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE 'S' FALSE 'N'.
       77 WS-CARREGADA                     PIC X VALUE 'N'.
          88 TABELA-CARREGADA              VALUE 'S' FALSE 'N'.
       77 WS-QTD-TURMAS                    PIC 9(03) VALUE ZEROS.
       77 WS-IND                           PIC 9(03).
       01 WS-TABELA-TURMAS.
          03 WS-TAB-TUR OCCURS 300 TIMES.
             05 WS-TUR-CODIGO              PIC X(10).
             05 WS-TUR-UNIDADE             PIC X(02).
          COPY UNI_AREA.

       01 WS-ARQ-CFG-TURMAS                PIC X(60) VALUE
          'C:\COBOL\TURMAS.DAT'.
          COPY CFG_AREA.
       LINKAGE SECTION.
       01 LK-TURMA-UNIDADE.
          03 LK-TUN-TURMA                  PIC X(10).
          03 LK-TUN-UNIDADE                PIC X(02).
          03 LK-TUN-IDX                    PIC 9(01).

       PROCEDURE DIVISION USING LK-TURMA-UNIDADE.
       MAIN-PROCEDURE.
            IF NOT TABELA-CARREGADA
                PERFORM P100-CARREGA THRU P100-FIM
            END-IF
            MOVE WL-UNI-INSTALACAO TO LK-TUN-UNIDADE
            PERFORM VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND > WS-QTD-TURMAS
                IF WS-TUR-CODIGO(WS-IND) EQUAL LK-TUN-TURMA
                    MOVE WS-TUR-UNIDADE(WS-IND) TO LK-TUN-UNIDADE
                    MOVE WS-QTD-TURMAS TO WS-IND
                END-IF
            END-PERFORM
            MOVE LK-TUN-UNIDADE(2:1) TO LK-TUN-IDX
            GOBACK
            .
       P100-CARREGA.
            PERFORM P050-CONFIGURA THRU P050-FIM
            CALL 'CHKUNIDA' USING WL-UNIDADE
            MOVE ZEROS            TO WS-QTD-TURMAS
            SET EOF-OK            TO FALSE
            SET FS-TUR-OK         TO TRUE
            OPEN INPUT TURMAS
            IF FS-TUR-OK
                PERFORM UNTIL EOF-OK
                    READ TURMAS
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            IF WS-QTD-TURMAS < 300
                                ADD 1 TO WS-QTD-TURMAS
                                MOVE CD-TURMA TO
                                    WS-TUR-CODIGO(WS-QTD-TURMAS)
                                MOVE WL-UNI-INSTALACAO TO
                                    WS-TUR-UNIDADE(WS-QTD-TURMAS)
                                IF CD-UNIDADE-TUR(1:1) EQUAL '0' AND
                                   CD-UNIDADE-TUR(2:1) NUMERIC AND
                                   CD-UNIDADE-TUR(2:1) NOT EQUAL '0'
                                    MOVE CD-UNIDADE-TUR TO
                                        WS-TUR-UNIDADE(WS-QTD-TURMAS)
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
            END-IF
            CLOSE TURMAS
            SET TABELA-CARREGADA  TO TRUE
            .
       P100-FIM.
      * RESOLVE OS CAMINHOS FISICOS PELO CONFIGSYS (PRODUCAO OU
      * TESTE); SEM CONFIGURACAO VALEM OS PADROES ACIMA
       P050-CONFIGURA.
            MOVE 'TURMAS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-TURMAS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-TURMAS
            .
       P050-FIM.
       END PROGRAM TURUNIDA.

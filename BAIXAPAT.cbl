      ******************************************************************
      * Author: ANDREI BATISTA
      * Date: 15/10/2026
      * Purpose: BAIXA DE UM EQUIPAMENTO DO IMOBILIZADO (PATRIMON.DAT)
      *          SEM CONSERTO - SO EQUIPAMENTO COM DEFEITO OU EM
      *          MANUTENCAO; MARCA 'B', GRAVA NO DEPRMOV.DAT A
      *          DEPRECIACAO ACUMULADA BAIXADA E A PERDA DO VALOR
      *          CONTABIL RESTANTE (LIDAS PELO SISDIARI) E AUDITA;
      *          COMPARTILHADO ENTRE SISPATRI/SISEMPRE
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAIXAPAT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
               SELECT PATRIMONIO ASSIGN TO WS-ARQ-CFG-M4-PATRIMON
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-PATRIMONIO
               FILE STATUS IS WS-FS-PAT.

               SELECT MOV-DEPRECIACAO ASSIGN TO WS-ARQ-CFG-DEPRMOV
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS CHAVE-MOV-DEPR
               FILE STATUS IS WS-FS-DEP.

       DATA DIVISION.
       FILE SECTION.
       FD PATRIMONIO.
          COPY FD_PATRI.
       FD MOV-DEPRECIACAO.
          COPY FD_DEPMV.

       WORKING-STORAGE SECTION.
       77 WS-FS-PAT                        PIC 99.
          88 FS-PAT-OK                     VALUE 0.
       77 WS-FS-DEP                        PIC 99.
          88 FS-DEP-OK                     VALUE 0.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE 'S' FALSE 'N'.
       77 WS-ACHOU                         PIC X VALUE 'N'.
          88 ACHOU-PAT                     VALUE 'S' FALSE 'N'.
       77 WS-DATA-HOJE-8                   PIC 9(08).
       77 WS-CD-CLASSE                     PIC X(02).
       77 WS-DS-PATRIMONIO                 PIC X(20).
       01 WL-AUDITORIA.
          03 WL-PROGRAMA                   PIC X(12).
          03 WL-OPERACAO                   PIC X(10).
          03 WL-CHAVE                      PIC X(10).
          03 WL-VALOR-ANTIGO               PIC X(50).
          03 WL-VALOR-NOVO                 PIC X(50).

       01 WS-ARQ-CFG-M4-PATRIMON           PIC X(60) VALUE
          'C:\COBOL\Modulo-4\PATRIMON.DAT'.
       01 WS-ARQ-CFG-DEPRMOV               PIC X(60) VALUE
          'C:\COBOL\DEPRMOV.DAT'.
          COPY CFG_AREA.
       LINKAGE SECTION.
       01 LK-PARAMETROS-BAIXA.
          03 LK-NR-PATRIMONIO              PIC 9(06).
          03 LK-PROGRAMA                   PIC X(12).
          03 LK-VL-DEPR-ACUM               PIC 9(07)V99.
          03 LK-VL-PERDA                   PIC 9(07)V99.
          03 LK-BAIXA                      PIC X(01).
             88 LK-BAIXA-OK                VALUE 'S'.
             88 LK-BAIXA-RECUSADA          VALUE 'N'.

       PROCEDURE DIVISION USING LK-PARAMETROS-BAIXA.
       MAIN-PROCEDURE.
            PERFORM P050-CONFIGURA THRU P050-FIM
            SET LK-BAIXA-RECUSADA TO TRUE
            MOVE ZEROS            TO LK-VL-DEPR-ACUM LK-VL-PERDA
            ACCEPT WS-DATA-HOJE-8 FROM DATE YYYYMMDD
            PERFORM P100-BAIXA-PATRIMONIO THRU P100-FIM
            IF LK-BAIXA-OK
                PERFORM P200-GRAVA-MOVIMENTOS THRU P200-FIM
                MOVE LK-PROGRAMA      TO WL-PROGRAMA
                MOVE 'BAIXA'          TO WL-OPERACAO
                MOVE LK-NR-PATRIMONIO TO WL-CHAVE
                MOVE SPACES           TO WL-VALOR-ANTIGO
                MOVE SPACES           TO WL-VALOR-NOVO
                STRING 'DEPR ACUM ' LK-VL-DEPR-ACUM
                       DELIMITED BY SIZE INTO WL-VALOR-ANTIGO
                STRING 'PERDA ' LK-VL-PERDA
                       DELIMITED BY SIZE INTO WL-VALOR-NOVO
                CALL 'AUDITLOG' USING WL-AUDITORIA
            END-IF
            GOBACK
            .
      * O PATRIMONIO E LOCALIZADO PELO NUMERO (A CHAVE DO ARQUIVO E A
      * POSICAO NA GRADE); A BAIXA FICA NO PROPRIO REGISTRO ATE O
      * ASSENTO RECEBER UM EQUIPAMENTO NOVO
       P100-BAIXA-PATRIMONIO.
            SET ACHOU-PAT         TO FALSE
            SET EOF-OK            TO FALSE
            SET FS-PAT-OK         TO TRUE
            OPEN I-O PATRIMONIO
            IF NOT FS-PAT-OK
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE PATRIMONIO. '
                DISPLAY 'FILE STATUS: ' WS-FS-PAT
                GO TO P100-FIM
            END-IF
            PERFORM UNTIL EOF-OK OR ACHOU-PAT
                READ PATRIMONIO NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF NR-PATRIMONIO EQUAL LK-NR-PATRIMONIO
                           AND NOT PAT-BAIXADO
                            SET ACHOU-PAT TO TRUE
                        END-IF
                END-READ
            END-PERFORM
            IF NOT ACHOU-PAT
                DISPLAY 'PATRIMONIO NAO ENCONTRADO OU JA BAIXADO.'
                CLOSE PATRIMONIO
                GO TO P100-FIM
            END-IF
            IF NOT PAT-DEFEITO AND NOT PAT-MANUTENCAO
                DISPLAY 'SO E BAIXADO EQUIPAMENTO COM DEFEITO OU EM '
                        'MANUTENCAO.'
                CLOSE PATRIMONIO
                GO TO P100-FIM
            END-IF
            MOVE VL-DEPR-ACUM-PAT TO LK-VL-DEPR-ACUM
            MOVE CD-CLASSE-PAT    TO WS-CD-CLASSE
            MOVE DS-PATRIMONIO    TO WS-DS-PATRIMONIO
            COMPUTE LK-VL-PERDA = VL-AQUISICAO-PAT - VL-DEPR-ACUM-PAT
            SET PAT-BAIXADO       TO TRUE
            MOVE WS-DATA-HOJE-8   TO DT-BAIXA-PAT
            MOVE LK-VL-PERDA      TO VL-PERDA-BAIXA-PAT
            REWRITE REG-PATRIMONIO
            IF FS-PAT-OK
                SET LK-BAIXA-OK   TO TRUE
                DISPLAY 'PATRIMONIO ' NR-PATRIMONIO ' BAIXADO - '
                        'PERDA DE ' LK-VL-PERDA
            ELSE
                DISPLAY 'ERRO AO BAIXAR O PATRIMONIO. '
                DISPLAY 'FILE STATUS: ' WS-FS-PAT
            END-IF
            CLOSE PATRIMONIO
            .
       P100-FIM.
      * DUAS PARTIDAS: A DEPRECIACAO ACUMULADA SAI CONTRA O CUSTO E O
      * VALOR CONTABIL RESTANTE VAI PARA PERDA
       P200-GRAVA-MOVIMENTOS.
            SET FS-DEP-OK         TO TRUE
            OPEN I-O MOV-DEPRECIACAO
            IF WS-FS-DEP EQUAL 35 THEN
                OPEN OUTPUT MOV-DEPRECIACAO
                CLOSE MOV-DEPRECIACAO
                OPEN I-O MOV-DEPRECIACAO
            END-IF
            IF NOT FS-DEP-OK
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE MOVIMENTOS DO '
                        'IMOBILIZADO. '
                DISPLAY 'FILE STATUS: ' WS-FS-DEP
                GO TO P200-FIM
            END-IF
            MOVE WS-DATA-HOJE-8   TO DT-MOV-DEP
            MOVE LK-NR-PATRIMONIO TO NR-PATRIMONIO-DEP
            MOVE WS-CD-CLASSE     TO CD-CLASSE-DEP
            MOVE WS-DS-PATRIMONIO TO DS-PATRIMONIO-DEP
            MOVE ZEROS            TO QT-MESES-DEP
            IF LK-VL-DEPR-ACUM > ZEROS
                SET DEP-BAIXA-ACUM TO TRUE
                MOVE LK-VL-DEPR-ACUM TO VL-MOV-DEP
                WRITE REG-MOV-DEPRECIACAO
                    INVALID KEY
                        DISPLAY 'ERRO AO GRAVAR A BAIXA DA '
                                'DEPRECIACAO. '
                END-WRITE
            END-IF
            IF LK-VL-PERDA > ZEROS
                SET DEP-BAIXA-PERDA TO TRUE
                MOVE LK-VL-PERDA  TO VL-MOV-DEP
                WRITE REG-MOV-DEPRECIACAO
                    INVALID KEY
                        DISPLAY 'ERRO AO GRAVAR A PERDA NA BAIXA. '
                END-WRITE
            END-IF
            CLOSE MOV-DEPRECIACAO
            .
       P200-FIM.
      * RESOLVE OS CAMINHOS FISICOS PELO CONFIGSYS (PRODUCAO OU
      * TESTE); SEM CONFIGURACAO VALEM OS PADROES ACIMA
       P050-CONFIGURA.
            MOVE 'M4-PATRIMON' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-M4-PATRIMON TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-M4-PATRIMON
            MOVE 'DEPRMOV' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-DEPRMOV TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-DEPRMOV
            .
       P050-FIM.
       END PROGRAM BAIXAPAT.

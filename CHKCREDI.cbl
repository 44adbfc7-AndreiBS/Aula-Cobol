      ******************************************************************
      * Author: ANDREI BATISTA
      * Date: 15/10/2026
      * Purpose: CHECAR O LIMITE DE CREDITO DE UM CLIENTE DE
      *          FINANCIAMENTO ANTES DE UM CONTRATO NOVO - SOMA O
      *          SALDO DEVEDOR (PARCELAS NAO BAIXADAS NO PARCPAG.DAT)
      *          DE TODOS OS CONTRATOS DO CLIENTE E BLOQUEIA QUANDO O
      *          SALDO MAIS O CONTRATO NOVO PASSA DO LIMITE DO
      *          CLIENTE (VL-LIMITE-CLI) OU, SEM LIMITE PROPRIO, DO
      *          PADRAO (CONFIGSYS 'LIMITE-CREDITO-FIN', EM REAIS,
      *          PADRAO 50000); COMPARTILHADO ENTRE ARRAYDIN/CADCLIEN
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKCREDI.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
               SELECT CLIENTES ASSIGN TO WS-ARQ-CFG-M4-CLIENTES
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS ID-CLIENTE
               ALTERNATE RECORD KEY IS NR-CPF-CLI
               FILE STATUS IS WS-FS-CLI.

               SELECT CONTRATOS ASSIGN TO WS-ARQ-CFG-M4-CONTRATOS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS SEQUENTIAL
               RECORD  KEY  IS ID-CONTRATO
               FILE STATUS IS WS-FS.

               SELECT PARCELAS-PAGAS ASSIGN TO WS-ARQ-CFG-M4-PARCPAG
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-PARCELA-PAGA
               FILE STATUS IS WS-FS-PP.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
          COPY FD_CLIEN.
       FD CONTRATOS.
          COPY FD_CONTR.
       FD PARCELAS-PAGAS.
          COPY FD_PARCP.

       WORKING-STORAGE SECTION.
       77 WS-FS-CLI                        PIC 99.
          88 FS-CLI-OK                     VALUE 0.
       77 WS-FS                            PIC 99.
          88 FS-OK                         VALUE 0.
       77 WS-FS-PP                         PIC 99.
          88 FS-PP-OK                      VALUE 0.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE 'S' FALSE 'N'.
       77 WS-EOF-PP                        PIC X.
          88 EOF-PP-OK                     VALUE 'S' FALSE 'N'.
       77 WS-PARCPAG-ABERTO                PIC X VALUE 'N'.
          88 PARCPAG-ABERTO                VALUE 'S' FALSE 'N'.
       77 WS-IND                           PIC 9(03).
       01 WS-PARCELA-PAGA-TAB.
          03 WS-PAGA                       PIC X(01) OCCURS 420 TIMES.
       77 WS-LIMITE-PADRAO                 PIC 9(07)V99 VALUE 50000.
       77 WS-CFG-LIMITE                    PIC X(60) VALUE SPACES.

       01 WS-ARQ-CFG-M4-CLIENTES           PIC X(60) VALUE
          'C:\COBOL\Modulo-4\CLIENTES.DAT'.
       01 WS-ARQ-CFG-M4-CONTRATOS          PIC X(60) VALUE
          'C:\COBOL\Modulo-4\CONTRATOS.DAT'.
       01 WS-ARQ-CFG-M4-PARCPAG            PIC X(60) VALUE
          'C:\COBOL\Modulo-4\PARCPAG.DAT'.
          COPY CFG_AREA.
       LINKAGE SECTION.
       01 LK-PARAMETROS-CREDITO.
          03 LK-ID-CLIENTE                 PIC 9(05).
          03 LK-VL-NOVO                    PIC 9(08)V99.
          03 LK-QT-CONTRATOS               PIC 9(03).
          03 LK-VL-ABERTO                  PIC 9(09)V99.
          03 LK-VL-LIMITE                  PIC 9(07)V99.
          03 LK-CRD                        PIC X(01).
             88 LK-CRD-BLOQUEADO           VALUE 'B'.
             88 LK-CRD-LIBERADO            VALUE 'L'.

       PROCEDURE DIVISION USING LK-PARAMETROS-CREDITO.
       MAIN-PROCEDURE.
            PERFORM P050-CONFIGURA THRU P050-FIM
            SET LK-CRD-LIBERADO   TO TRUE
            MOVE ZEROS            TO LK-QT-CONTRATOS LK-VL-ABERTO
            MOVE WS-LIMITE-PADRAO TO LK-VL-LIMITE

            SET FS-CLI-OK         TO TRUE
            OPEN INPUT CLIENTES
            IF FS-CLI-OK
                MOVE LK-ID-CLIENTE TO ID-CLIENTE
                READ CLIENTES
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF VL-LIMITE-CLI > ZEROS
                            MOVE VL-LIMITE-CLI TO LK-VL-LIMITE
                        END-IF
                END-READ
                CLOSE CLIENTES
            END-IF

            SET PARCPAG-ABERTO    TO FALSE
            SET FS-PP-OK          TO TRUE
            OPEN INPUT PARCELAS-PAGAS
            IF FS-PP-OK
                SET PARCPAG-ABERTO TO TRUE
            END-IF
            SET EOF-OK            TO FALSE
            SET FS-OK             TO TRUE
            OPEN INPUT CONTRATOS
            IF FS-OK
                PERFORM UNTIL EOF-OK
                    READ CONTRATOS NEXT
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            IF ID-CLIENTE-CTR EQUAL LK-ID-CLIENTE
                                PERFORM P100-SALDO-CONTRATO
                                    THRU P100-FIM
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CONTRATOS
            END-IF
            IF PARCPAG-ABERTO
                CLOSE PARCELAS-PAGAS
            END-IF

            IF LK-VL-ABERTO + LK-VL-NOVO > LK-VL-LIMITE
                SET LK-CRD-BLOQUEADO TO TRUE
            END-IF
            GOBACK
            .
      * SALDO DEVEDOR DO CONTRATO: PARCELAS (COM JUROS) NAO BAIXADAS,
      * MESMA CONTA DO SALDO DO SISPARCP
       P100-SALDO-CONTRATO.
            PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 420
                MOVE 'N'          TO WS-PAGA(WS-IND)
            END-PERFORM
            IF PARCPAG-ABERTO
                SET EOF-PP-OK     TO FALSE
                MOVE ID-CONTRATO  TO ID-CONTRATO-PP
                MOVE ZEROS        TO NR-PARCELA-PP
                START PARCELAS-PAGAS
                      KEY IS NOT LESS THAN CHAVE-PARCELA-PAGA
                    INVALID KEY
                        SET EOF-PP-OK TO TRUE
                END-START
                PERFORM UNTIL EOF-PP-OK
                    READ PARCELAS-PAGAS NEXT
                        AT END
                            SET EOF-PP-OK TO TRUE
                        NOT AT END
                            IF ID-CONTRATO-PP NOT EQUAL ID-CONTRATO
                                SET EOF-PP-OK TO TRUE
                            ELSE
                                IF NR-PARCELA-PP > 0 AND
                                   NR-PARCELA-PP NOT > 420
                                    MOVE 'S'
                                      TO WS-PAGA(NR-PARCELA-PP)
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
            END-IF
            ADD 1                 TO LK-QT-CONTRATOS
            PERFORM VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND > NUM-PARCELAS-CTR
                IF WS-PAGA(WS-IND) EQUAL 'N'
                    ADD VL-PARCELA-CTR(WS-IND) TO LK-VL-ABERTO
                END-IF
            END-PERFORM
            .
       P100-FIM.
      * RESOLVE OS CAMINHOS FISICOS PELO CONFIGSYS (PRODUCAO OU
      * TESTE); SEM CONFIGURACAO VALEM OS PADROES ACIMA
       P050-CONFIGURA.
            MOVE 'M4-CLIENTES' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-M4-CLIENTES TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-M4-CLIENTES
            MOVE 'M4-CONTRATOS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-M4-CONTRATOS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-M4-CONTRATOS
            MOVE 'M4-PARCPAG' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-M4-PARCPAG TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-M4-PARCPAG
      * LIMITE PADRAO EM REAIS (7 DIGITOS, EX. 0050000) PARA CLIENTE
      * SEM LIMITE PROPRIO
            MOVE 'LIMITE-CREDITO-FIN' TO WL-CFG-CHAVE
            MOVE WS-CFG-LIMITE TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-CFG-LIMITE
            IF WS-CFG-LIMITE(1:7) NUMERIC
                MOVE WS-CFG-LIMITE(1:7) TO WS-LIMITE-PADRAO
            END-IF
            .
       P050-FIM.
       END PROGRAM CHKCREDI.

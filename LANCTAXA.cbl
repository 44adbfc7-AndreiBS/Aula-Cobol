      ******************************************************************
      * Author: ANDREI BATISTA
      * Date: 15/10/2026
      * Purpose: LANCAR UMA TAXA AVULSA NA CONTA DO ALUNO
      *          (COBRTAXA.DAT, NUMERO DO CONTROLE.DAT 'COBTAXAS') COM
      *          VALOR, DESCRICAO E CONTA DO CATALOGO (TAXAS.DAT) E
      *          AUDITORIA; COMPARTILHADO ENTRE SISTAXAS (LANCAMENTO
      *          MANUAL DA SECRETARIA) E OS EMISSORES SISCARTE/
      *          SISDECLA/SISSEGCH/SISEMPRE/SISBIBLI. A COBRANCA FICA
      *          ABERTA ATE SER RECEBIDA NO CAIXA (RECIBO MULTIPLO)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LANCTAXA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
               SELECT TAXAS ASSIGN TO WS-ARQ-CFG-TAXAS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS CD-TAXA
               FILE STATUS IS WS-FS-TAX.

               SELECT COBRANCAS-TX ASSIGN TO WS-ARQ-CFG-COBRTAXA
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS NR-COBRANCA-TX
               FILE STATUS IS WS-FS-CTX.

               SELECT CONTROLE ASSIGN TO WS-ARQ-CFG-CONTROLE
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS CHAVE-CONTROLE
               FILE STATUS IS WS-FS-CTRL.

       DATA DIVISION.
       FILE SECTION.
       FD TAXAS.
          COPY FD_TAXAS.
       FD COBRANCAS-TX.
          COPY FD_COBTX.
       FD CONTROLE.
          COPY FD_CTRL.

       WORKING-STORAGE SECTION.
       77 WS-FS-TAX                        PIC 99.
          88 FS-TAX-OK                     VALUE 0.
       77 WS-FS-CTX                        PIC 99.
          88 FS-CTX-OK                     VALUE 0.
       77 WS-FS-CTRL                       PIC 99.
          88 FS-CTRL-OK                    VALUE 0.
       77 WS-CTRL-NOVO                     PIC X VALUE 'N'.
       77 WS-NO-CATALOGO                   PIC X VALUE 'N'.
          88 NO-CATALOGO                   VALUE 'S' FALSE 'N'.
       77 WS-NR-COBRANCA                   PIC 9(06).
       77 WS-VL-COBRANCA                   PIC 9(06)V99.
       77 WS-DS-COBRANCA                   PIC X(30).
       77 WS-CD-CONTA                      PIC X(08).
       77 WS-DATA-HOJE-8                   PIC 9(08).
       01 WL-AUDITORIA.
          03 WL-PROGRAMA                   PIC X(12).
          03 WL-OPERACAO                   PIC X(10).
          03 WL-CHAVE                      PIC X(10).
          03 WL-VALOR-ANTIGO               PIC X(50).
          03 WL-VALOR-NOVO                 PIC X(50).

       01 WS-ARQ-CFG-TAXAS                 PIC X(60) VALUE
          'C:\COBOL\TAXAS.DAT'.
       01 WS-ARQ-CFG-COBRTAXA              PIC X(60) VALUE
          'C:\COBOL\COBRTAXA.DAT'.
       01 WS-ARQ-CFG-CONTROLE              PIC X(60) VALUE
          'C:\COBOL\CONTROLE.DAT'.
          COPY CFG_AREA.
       LINKAGE SECTION.
       01 LK-PARAMETROS-TAXA.
          03 LK-TX-ID-ALUNO                PIC 9(06).
          03 LK-TX-CD-TAXA                 PIC X(06).
      * AUTOMATICA: VALE O VALOR DO CATALOGO E O INFORMADO SO ENTRA
      * SE A TAXA NAO TEM VALOR FIXO; MANUAL: O INFORMADO PREVALECE
          03 LK-TX-ORIGEM                  PIC X(01).
             88 LK-TX-AUTOMATICA           VALUE 'A'.
             88 LK-TX-MANUAL               VALUE 'M'.
      * DEVOLVE O VALOR EFETIVAMENTE COBRADO
          03 LK-TX-VALOR                   PIC 9(06)V99.
      * EM BRANCO = DESCRICAO DO CATALOGO
          03 LK-TX-DESCRICAO               PIC X(30).
      * ZERO = VENCE HOJE
          03 LK-TX-DT-VENCIMENTO           PIC 9(08).
          03 LK-TX-PROGRAMA                PIC X(08).
          03 LK-TX-NR-COBRANCA             PIC 9(06).
          03 LK-TX-OK                      PIC X(01).
             88 LK-TX-LANCADA              VALUE 'S'.
             88 LK-TX-RECUSADA             VALUE 'N'.

       PROCEDURE DIVISION USING LK-PARAMETROS-TAXA.
       MAIN-PROCEDURE.
            PERFORM P050-CONFIGURA THRU P050-FIM
            SET LK-TX-RECUSADA    TO TRUE
            MOVE ZEROS            TO LK-TX-NR-COBRANCA
            ACCEPT WS-DATA-HOJE-8 FROM DATE YYYYMMDD
            PERFORM P100-LE-CATALOGO THRU P100-FIM
            IF WS-VL-COBRANCA EQUAL ZEROS
                DISPLAY 'TAXA ' LK-TX-CD-TAXA ' SEM VALOR - '
                        'COBRANCA NAO LANCADA.'
            ELSE
                PERFORM P200-GRAVA-COBRANCA THRU P200-FIM
            END-IF
            GOBACK
            .
      * VALOR, DESCRICAO E CONTA SAEM DO CATALOGO; TAXA FORA DO
      * CATALOGO SO E LANCADA COM VALOR INFORMADO
       P100-LE-CATALOGO.
            SET NO-CATALOGO       TO FALSE
            MOVE LK-TX-VALOR      TO WS-VL-COBRANCA
            MOVE LK-TX-DESCRICAO  TO WS-DS-COBRANCA
            MOVE SPACES           TO WS-CD-CONTA
            SET FS-TAX-OK         TO TRUE
            OPEN INPUT TAXAS
            IF FS-TAX-OK
                MOVE LK-TX-CD-TAXA TO CD-TAXA
                READ TAXAS
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET NO-CATALOGO TO TRUE
                END-READ
                CLOSE TAXAS
            END-IF
            IF NOT NO-CATALOGO
                GO TO P100-FIM
            END-IF
            IF TAXA-INATIVA
                DISPLAY 'TAXA ' CD-TAXA ' INATIVA NO CATALOGO - '
                        'COBRANCA NAO LANCADA.'
                MOVE ZEROS        TO WS-VL-COBRANCA
                GO TO P100-FIM
            END-IF
            IF VL-TAXA > ZEROS
                IF LK-TX-AUTOMATICA OR LK-TX-VALOR EQUAL ZEROS
                    MOVE VL-TAXA  TO WS-VL-COBRANCA
                END-IF
            END-IF
            IF WS-DS-COBRANCA EQUAL SPACES
                MOVE DS-TAXA      TO WS-DS-COBRANCA
            END-IF
            MOVE CD-CONTA-TAXA    TO WS-CD-CONTA
            .
       P100-FIM.
       P200-GRAVA-COBRANCA.
            PERFORM P150-PROX-COBRANCA THRU P150-FIM
            SET FS-CTX-OK         TO TRUE
            OPEN I-O COBRANCAS-TX
            IF WS-FS-CTX EQUAL 35 THEN
                OPEN OUTPUT COBRANCAS-TX
                CLOSE COBRANCAS-TX
                OPEN I-O COBRANCAS-TX
            END-IF
            IF NOT FS-CTX-OK
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE COBRANCAS DE '
                        'TAXAS. '
                DISPLAY 'FILE STATUS: ' WS-FS-CTX
                GO TO P200-FIM
            END-IF
            MOVE WS-NR-COBRANCA   TO NR-COBRANCA-TX
            MOVE LK-TX-ID-ALUNO   TO ID-ALUNO-TX
            MOVE LK-TX-CD-TAXA    TO CD-TAXA-TX
            MOVE WS-DS-COBRANCA   TO DS-COBRANCA-TX
            MOVE WS-VL-COBRANCA   TO VL-COBRANCA-TX
            MOVE WS-CD-CONTA      TO CD-CONTA-TX
            MOVE WS-DATA-HOJE-8   TO DT-LANCAMENTO-TX
            IF LK-TX-DT-VENCIMENTO EQUAL ZEROS
                MOVE WS-DATA-HOJE-8 TO DT-VENCIMENTO-TX
            ELSE
                MOVE LK-TX-DT-VENCIMENTO TO DT-VENCIMENTO-TX
            END-IF
            SET TX-ABERTA         TO TRUE
            MOVE ZEROS            TO DT-PAGAMENTO-TX NR-RECIBO-TX
            MOVE SPACE            TO FORMA-PGTO-TX
            MOVE LK-TX-PROGRAMA   TO CD-PROGRAMA-TX
            WRITE REG-COBRANCA-TAXA
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR A COBRANCA DE TAXA. '
                    DISPLAY 'FILE STATUS: ' WS-FS-CTX
                NOT INVALID KEY
                    SET LK-TX-LANCADA TO TRUE
                    MOVE WS-NR-COBRANCA TO LK-TX-NR-COBRANCA
                    MOVE WS-VL-COBRANCA TO LK-TX-VALOR
                    DISPLAY 'TAXA ' LK-TX-CD-TAXA ' LANCADA NA CONTA '
                            'DO ALUNO ' LK-TX-ID-ALUNO ' - COBRANCA '
                            WS-NR-COBRANCA ' VALOR ' WS-VL-COBRANCA
                            ' (PAGAR NO CAIXA).'
                    MOVE LK-TX-PROGRAMA TO WL-PROGRAMA
                    MOVE 'TAXA'         TO WL-OPERACAO
                    MOVE WS-NR-COBRANCA TO WL-CHAVE
                    MOVE SPACES         TO WL-VALOR-ANTIGO
                    MOVE SPACES         TO WL-VALOR-NOVO
                    STRING 'ALUNO ' LK-TX-ID-ALUNO
                           ' TAXA ' LK-TX-CD-TAXA
                           ' VALOR ' WS-VL-COBRANCA
                           DELIMITED BY SIZE INTO WL-VALOR-NOVO
                    CALL 'AUDITLOG' USING WL-AUDITORIA
            END-WRITE
            CLOSE COBRANCAS-TX
            .
       P200-FIM.
       P150-PROX-COBRANCA.
            SET FS-CTRL-OK        TO TRUE
            MOVE 'N'              TO WS-CTRL-NOVO
            OPEN I-O CONTROLE
            IF WS-FS-CTRL EQUAL 35 THEN
                OPEN OUTPUT CONTROLE
                CLOSE CONTROLE
                OPEN I-O CONTROLE
            END-IF
            MOVE 'COBTAXAS  '     TO CHAVE-CONTROLE
            READ CONTROLE
                INVALID KEY
                    MOVE 'S'          TO WS-CTRL-NOVO
                    MOVE 1            TO ULTIMO-ID
                NOT INVALID KEY
                    ADD 1             TO ULTIMO-ID
            END-READ
            MOVE 'COBTAXAS  '     TO CHAVE-CONTROLE
            IF WS-CTRL-NOVO EQUAL 'S'
                WRITE REG-CONTROLE
            ELSE
                REWRITE REG-CONTROLE
            END-IF
            IF NOT FS-CTRL-OK
                DISPLAY 'ERRO AO ATUALIZAR O CONTROLE DE COBRANCA. '
                DISPLAY 'FILE STATUS: ' WS-FS-CTRL
            END-IF
            MOVE ULTIMO-ID        TO WS-NR-COBRANCA
            CLOSE CONTROLE
            .
       P150-FIM.
      * RESOLVE OS CAMINHOS FISICOS PELO CONFIGSYS (PRODUCAO OU
      * TESTE); SEM CONFIGURACAO VALEM OS PADROES ACIMA
       P050-CONFIGURA.
            MOVE 'TAXAS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-TAXAS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-TAXAS
            MOVE 'COBRTAXA' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-COBRTAXA TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-COBRTAXA
            MOVE 'CONTROLE' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-CONTROLE TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-CONTROLE
            .
       P050-FIM.
       END PROGRAM LANCTAXA.

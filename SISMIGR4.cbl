      ******************************************************************
      * Author: ANDREI BATISTA
      * Date: 15/10/2026
      * Purpose: MIGRACAO UNICA DO LEIAUTE DE CONTRATOS.DAT (MODULO 4)
      *          - GANHA A DATA DE INICIO DO CONTRATO E O VENCIMENTO
      *          DE CADA PARCELA. RELE NO LEIAUTE ANTIGO E REGRAVA EM
      *          CONTRATOS_NOVO.DAT. O INICIO DE UM CONTRATO ANTIGO E
      *          ESTIMADO UM MES ANTES DO PRIMEIRO PAGAMENTO BAIXADO
      *          NO PARCPAG.DAT (SEM PAGAMENTO, A DATA DA MIGRACAO) E
      *          OS VENCIMENTOS SEGUEM A REGRA DO ARRAYDIN. DEPOIS DE
      *          CONFERIR AS CONTAGENS, O OPERADOR SUBSTITUI O ARQUIVO
      *          - MESMO RITO DO SISMIGRA/SISMIGR2/SISMIGR3.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISMIGR4.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
               SELECT CONTRATOS-VELHO ASSIGN TO WS-ARQ-CFG-M4-CONTRATOS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS SEQUENTIAL
               RECORD  KEY  IS VEL-ID-CONTRATO
               FILE STATUS IS WS-FS-VEL.

               SELECT CONTRATOS-NOVO ASSIGN TO
                WS-ARQ-CFG-M4-CONTRATOS-NOVO
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS ID-CONTRATO
               FILE STATUS IS WS-FS-NOV.

               SELECT PARCELAS-PAGAS ASSIGN TO WS-ARQ-CFG-M4-PARCPAG
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-PARCELA-PAGA
               FILE STATUS IS WS-FS-PP.

       DATA DIVISION.
       FILE SECTION.
      * LEIAUTE ANTIGO DO CONTRATO (SEM INICIO E SEM VENCIMENTOS)
       FD CONTRATOS-VELHO.
       01 REG-CONTRATO-VELHO.
          03 VEL-ID-CONTRATO              PIC 9(05).
          03 VEL-NM-CLIENTE               PIC X(20).
          03 VEL-NM-OBJETO                PIC X(20).
          03 VEL-VL-OBJETO                PIC 9(06)V99.
          03 VEL-NUM-PARCELAS-CTR         PIC 9(03).
          03 VEL-VL-PARCELA-CTR           PIC 9(05)V99 OCCURS 1 TO 420
                                           TIMES DEPENDING ON
                                           VEL-NUM-PARCELAS-CTR.
       FD CONTRATOS-NOVO.
          COPY FD_CONTR.
       FD PARCELAS-PAGAS.
          COPY FD_PARCP.

       WORKING-STORAGE SECTION.
       77 WS-FS-VEL                        PIC 99.
          88 FS-VEL-OK                     VALUE 0.
       77 WS-FS-NOV                        PIC 99.
          88 FS-NOV-OK                     VALUE 0.
       77 WS-FS-PP                         PIC 99.
          88 FS-PP-OK                      VALUE 0.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE 'S' FALSE 'N'.
       77 WS-EOF-PP                        PIC X.
          88 EOF-PP-OK                     VALUE 'S' FALSE 'N'.
       77 WS-PARCPAG-ABERTO                PIC X VALUE 'N'.
          88 PARCPAG-ABERTO                VALUE 'S' FALSE 'N'.
       77 WS-CONT-REG                      PIC 9(06).
       77 WS-CONT-ESTIMADO                 PIC 9(06).
       77 WS-CONFIRM                       PIC X VALUE SPACES.
       77 WS-IND                           PIC 9(03).
       77 WS-DATA-HOJE                     PIC 9(08).
       77 WS-DT-PRIMEIRO-PGTO              PIC 9(08).
       77 WS-DT-INICIO                     PIC 9(08).
       77 WS-ANO-VENC                      PIC 9(04).
       77 WS-MES-VENC                      PIC 9(02).
       77 WS-DIA-VENC                      PIC 9(02).
       01 WL-PARAMETROS-DIA.
          03 WL-DATA-ENTRADA               PIC 9(08).
          03 WL-DATA-SAIDA                 PIC 9(08).

       01 WS-ARQ-CFG-M4-CONTRATOS          PIC X(60) VALUE
          'C:\COBOL\Modulo-4\CONTRATOS.DAT'.
       01 WS-ARQ-CFG-M4-CONTRATOS-NOVO     PIC X(60) VALUE
          'C:\COBOL\Modulo-4\CONTRATOS_NOVO.DAT'.
       01 WS-ARQ-CFG-M4-PARCPAG            PIC X(60) VALUE
          'C:\COBOL\Modulo-4\PARCPAG.DAT'.
          COPY CFG_AREA.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM P050-CONFIGURA THRU P050-FIM
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            DISPLAY '*** MIGRACAO UNICA DO LEIAUTE DE CONTRATOS ***'
            DISPLAY 'RODE COM O SISTEMA FORA DO AR E COM O BACKUP '
                    'DA NOITE CONFERIDO.'
            DISPLAY 'SERA GERADO CONTRATOS_NOVO.DAT.'
            DISPLAY 'TECLE <S> para migrar: '
            ACCEPT WS-CONFIRM
            IF WS-CONFIRM NOT EQUAL 'S' AND 's'
                DISPLAY 'MIGRACAO CANCELADA.'
                GOBACK
            END-IF

            PERFORM P310-MIGRA-CONTRATOS THRU P310-FIM

            DISPLAY '*** MIGRACAO CONCLUIDA - CONFIRA AS CONTAGENS '
                    'E SUBSTITUA OS ARQUIVOS ***'
            GOBACK
            .
       P310-MIGRA-CONTRATOS.
            MOVE ZEROS            TO WS-CONT-REG WS-CONT-ESTIMADO
            SET EOF-OK            TO FALSE
            SET FS-VEL-OK         TO TRUE
            SET FS-NOV-OK         TO TRUE
            SET FS-PP-OK          TO TRUE
            SET PARCPAG-ABERTO    TO FALSE
            OPEN INPUT PARCELAS-PAGAS
            IF FS-PP-OK
                SET PARCPAG-ABERTO TO TRUE
            END-IF
            OPEN INPUT  CONTRATOS-VELHO
            OPEN OUTPUT CONTRATOS-NOVO
            IF FS-VEL-OK AND FS-NOV-OK
                PERFORM UNTIL EOF-OK
                    READ CONTRATOS-VELHO
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            MOVE VEL-ID-CONTRATO
                                TO ID-CONTRATO
                            MOVE VEL-NM-CLIENTE
                                TO NM-CLIENTE
                            MOVE VEL-NM-OBJETO
                                TO NM-OBJETO
                            MOVE VEL-VL-OBJETO
                                TO VL-OBJETO
                            MOVE VEL-NUM-PARCELAS-CTR
                                TO NUM-PARCELAS-CTR
                            PERFORM P320-ESTIMA-INICIO THRU P320-FIM
                            PERFORM P330-VENCIMENTOS   THRU P330-FIM
                            WRITE REG-CONTRATO
                            ADD 1 TO WS-CONT-REG
                    END-READ
                END-PERFORM
                DISPLAY 'CONTRATOS: ' WS-CONT-REG ' migrado(s), '
                        WS-CONT-ESTIMADO ' com inicio na data da '
                        'migracao (sem pagamento baixado).'
            ELSE
                DISPLAY 'CONTRATOS.DAT NAO MIGRADO (INDISPONIVEL). '
            END-IF
            CLOSE CONTRATOS-VELHO CONTRATOS-NOVO
            IF PARCPAG-ABERTO
                CLOSE PARCELAS-PAGAS
            ELSE
                DISPLAY 'AVISO: PARCPAG.DAT INDISPONIVEL - TODOS OS '
                        'CONTRATOS INICIAM NA DATA DA MIGRACAO.'
            END-IF
            .
       P310-FIM.
      * O CONTRATO ANTIGO NAO GUARDOU O INICIO: VALE UM MES ANTES DO
      * PAGAMENTO MAIS ANTIGO BAIXADO (A PRIMEIRA PARCELA VENCE NO
      * MES SEGUINTE AO INICIO); SEM PAGAMENTO, A DATA DA MIGRACAO
       P320-ESTIMA-INICIO.
            MOVE ZEROS            TO WS-DT-PRIMEIRO-PGTO
            IF PARCPAG-ABERTO
                SET EOF-PP-OK     TO FALSE
                MOVE VEL-ID-CONTRATO TO ID-CONTRATO-PP
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
                            IF ID-CONTRATO-PP NOT EQUAL
                               VEL-ID-CONTRATO
                                SET EOF-PP-OK TO TRUE
                            ELSE
                                IF WS-DT-PRIMEIRO-PGTO EQUAL ZEROS OR
                                   DT-PGTO-PP < WS-DT-PRIMEIRO-PGTO
                                    MOVE DT-PGTO-PP
                                      TO WS-DT-PRIMEIRO-PGTO
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
            END-IF
            IF WS-DT-PRIMEIRO-PGTO EQUAL ZEROS
                MOVE WS-DATA-HOJE TO WS-DT-INICIO
                ADD 1             TO WS-CONT-ESTIMADO
                GO TO P320-FIM
            END-IF
            MOVE WS-DT-PRIMEIRO-PGTO(1:4) TO WS-ANO-VENC
            MOVE WS-DT-PRIMEIRO-PGTO(5:2) TO WS-MES-VENC
            MOVE WS-DT-PRIMEIRO-PGTO(7:2) TO WS-DIA-VENC
            IF WS-DIA-VENC > 28
                MOVE 28           TO WS-DIA-VENC
            END-IF
            SUBTRACT 1            FROM WS-MES-VENC
            IF WS-MES-VENC EQUAL ZEROS
                MOVE 12           TO WS-MES-VENC
                SUBTRACT 1        FROM WS-ANO-VENC
            END-IF
            COMPUTE WS-DT-INICIO =
                    WS-ANO-VENC * 10000 + WS-MES-VENC * 100
                    + WS-DIA-VENC
            .
       P320-FIM.
      * MESMA REGRA DO ARRAYDIN: VENCIMENTO MENSAL NO DIA DO INICIO
      * (ATE O DIA 28) A PARTIR DO MES SEGUINTE, EM DIA UTIL
       P330-VENCIMENTOS.
            MOVE WS-DT-INICIO     TO DT-INICIO-CTR
            MOVE WS-DT-INICIO(1:4) TO WS-ANO-VENC
            MOVE WS-DT-INICIO(5:2) TO WS-MES-VENC
            MOVE WS-DT-INICIO(7:2) TO WS-DIA-VENC
            IF WS-DIA-VENC > 28
                MOVE 28           TO WS-DIA-VENC
            END-IF
            PERFORM VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND > VEL-NUM-PARCELAS-CTR
                MOVE VEL-VL-PARCELA-CTR(WS-IND)
                    TO VL-PARCELA-CTR(WS-IND)
                ADD 1 TO WS-MES-VENC
                IF WS-MES-VENC > 12
                    MOVE 1 TO WS-MES-VENC
                    ADD 1 TO WS-ANO-VENC
                END-IF
                COMPUTE WL-DATA-ENTRADA =
                        WS-ANO-VENC * 10000 + WS-MES-VENC * 100
                        + WS-DIA-VENC
                CALL 'DIAUTIL' USING WL-PARAMETROS-DIA
                MOVE WL-DATA-SAIDA TO DT-VENCIMENTO-CTR(WS-IND)
            END-PERFORM
            .
       P330-FIM.
      * RESOLVE OS CAMINHOS FISICOS PELO CONFIGSYS (PRODUCAO OU
      * TESTE); SEM CONFIGURACAO VALEM OS PADROES ACIMA
       P050-CONFIGURA.
            MOVE 'M4-CONTRATOS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-M4-CONTRATOS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-M4-CONTRATOS
            MOVE 'M4-CONTRATOS-NOVO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-M4-CONTRATOS-NOVO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-M4-CONTRATOS-NOVO
            MOVE 'M4-PARCPAG' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-M4-PARCPAG TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-M4-PARCPAG
            .
       P050-FIM.
       END PROGRAM SISMIGR4.

      ******************************************************************
      * Author: ANDREI BATISTA
      * Date: 15/10/2026
      * Purpose: MIGRACAO UNICA DOS LEIAUTES FINANCEIROS - MENSALID
      *          82->117 (MULTA, JUROS DE MORA E DESCONTO DE
      *          PONTUALIDADE DA BAIXA E NOSSO-NUMERO DO BOLETO) E
      *          ACORPARC 48->59 (NOSSO-NUMERO DO BOLETO DA PARCELA)
      *          - RELE NO LEIAUTE ANTIGO E REGRAVA EM *_NOVO.DAT COM
      *          OS CAMPOS NOVOS ZERADOS. DEPOIS DE CONFERIR AS
      *          CONTAGENS, O OPERADOR SUBSTITUI OS ARQUIVOS - MESMO
      *          RITO DO SISMIGRA/SISMIGR2.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISMIGR3.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
               SELECT MENSALID-VELHO ASSIGN TO WS-ARQ-CFG-MENSALID
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS SEQUENTIAL
               RECORD  KEY  IS VEL-CHAVE-MENSALIDADE
               FILE STATUS IS WS-FS-VEL.

               SELECT MENSALID-NOVO ASSIGN TO
                WS-ARQ-CFG-MENSALID-NOVO
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS CHAVE-MENSALIDADE
               FILE STATUS IS WS-FS-NOV.

               SELECT ACORPARC-VELHO ASSIGN TO WS-ARQ-CFG-ACORPARC
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS SEQUENTIAL
               RECORD  KEY  IS VEL-CHAVE-PARCELA-ACORDO
               FILE STATUS IS WS-FS-VEL.

               SELECT ACORPARC-NOVO ASSIGN TO
                WS-ARQ-CFG-ACORPARC-NOVO
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS CHAVE-PARCELA-ACORDO
               FILE STATUS IS WS-FS-NOV.

       DATA DIVISION.
       FILE SECTION.
      * LEIAUTE ANTIGO DA MENSALIDADE (82 BYTES, SEM OS ENCARGOS E
      * SEM O NOSSO-NUMERO)
       FD MENSALID-VELHO.
       01 REG-MENSALID-VELHO.
          03 VEL-CHAVE-MENSALIDADE.
             05 VEL-ID-ALUNO-MEN          PIC 9(06).
             05 VEL-CP-COMPETENCIA        PIC 9(06).
          03 VEL-TURMA-MEN                PIC X(10).
          03 VEL-CD-TERMO-MEN             PIC X(06).
          03 VEL-VL-ORIGINAL-MEN          PIC 9(06)V99.
          03 VEL-PC-BOLSA-MEN             PIC 9(03).
          03 VEL-VL-MENSALIDADE           PIC 9(06)V99.
          03 VEL-DT-VENCIMENTO-MEN        PIC 9(08).
          03 VEL-ST-MENSALIDADE           PIC X(01).
          03 VEL-DT-PAGAMENTO-MEN         PIC 9(08).
          03 VEL-VL-PAGO-MEN              PIC 9(06)V99.
          03 VEL-FORMA-PGTO-MEN           PIC X(01).
          03 VEL-NR-RECIBO-MEN            PIC 9(06).
          03 VEL-PC-IRMAO-MEN             PIC 9(03).
       FD MENSALID-NOVO.
          COPY FD_MENSA.
      * LEIAUTE ANTIGO DA PARCELA DE ACORDO (48 BYTES, SEM O
      * NOSSO-NUMERO)
       FD ACORPARC-VELHO.
       01 REG-ACORPARC-VELHO.
          03 VEL-CHAVE-PARCELA-ACORDO.
             05 VEL-NR-ACORDO-AP          PIC 9(06).
             05 VEL-NR-PARCELA-AP         PIC 9(02).
          03 VEL-VL-PARCELA-AP            PIC 9(06)V99.
          03 VEL-DT-VENCIMENTO-AP         PIC 9(08).
          03 VEL-ST-PARCELA-AP            PIC X(01).
          03 VEL-DT-PAGAMENTO-AP          PIC 9(08).
          03 VEL-VL-PAGO-AP               PIC 9(06)V99.
          03 VEL-FORMA-PGTO-AP            PIC X(01).
          03 VEL-NR-RECIBO-AP             PIC 9(06).
       FD ACORPARC-NOVO.
          COPY FD_ACPAR.

       WORKING-STORAGE SECTION.
       77 WS-FS-VEL                        PIC 99.
          88 FS-VEL-OK                     VALUE 0.
       77 WS-FS-NOV                        PIC 99.
          88 FS-NOV-OK                     VALUE 0.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE 'S' FALSE 'N'.
       77 WS-CONT-REG                      PIC 9(06).
       77 WS-CONFIRM                       PIC X VALUE SPACES.

       01 WS-ARQ-CFG-MENSALID              PIC X(60) VALUE
          'C:\COBOL\MENSALID.DAT'.
       01 WS-ARQ-CFG-MENSALID-NOVO         PIC X(60) VALUE
          'C:\COBOL\MENSALID_NOVO.DAT'.
       01 WS-ARQ-CFG-ACORPARC              PIC X(60) VALUE
          'C:\COBOL\ACORPARC.DAT'.
       01 WS-ARQ-CFG-ACORPARC-NOVO         PIC X(60) VALUE
          'C:\COBOL\ACORPARC_NOVO.DAT'.
          COPY CFG_AREA.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM P050-CONFIGURA THRU P050-FIM
            DISPLAY '*** MIGRACAO UNICA DOS LEIAUTES FINANCEIROS ***'
            DISPLAY 'RODE COM O SISTEMA FORA DO AR E COM O BACKUP '
                    'DA NOITE CONFERIDO.'
            DISPLAY 'SERAO GERADOS MENSALID_NOVO.DAT E '
                    'ACORPARC_NOVO.DAT.'
            DISPLAY 'TECLE <S> para migrar: '
            ACCEPT WS-CONFIRM
            IF WS-CONFIRM NOT EQUAL 'S' AND 's'
                DISPLAY 'MIGRACAO CANCELADA.'
                GOBACK
            END-IF

            PERFORM P310-MIGRA-MENSALID THRU P310-FIM
            PERFORM P320-MIGRA-ACORPARC THRU P320-FIM

            DISPLAY '*** MIGRACAO CONCLUIDA - CONFIRA AS CONTAGENS '
                    'E SUBSTITUA OS ARQUIVOS ***'
            GOBACK
            .
       P310-MIGRA-MENSALID.
            MOVE ZEROS            TO WS-CONT-REG
            SET EOF-OK            TO FALSE
            SET FS-VEL-OK         TO TRUE
            SET FS-NOV-OK         TO TRUE
            OPEN INPUT  MENSALID-VELHO
            OPEN OUTPUT MENSALID-NOVO
            IF FS-VEL-OK AND FS-NOV-OK
                PERFORM UNTIL EOF-OK
                    READ MENSALID-VELHO
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            MOVE VEL-ID-ALUNO-MEN
                                TO ID-ALUNO-MEN
                            MOVE VEL-CP-COMPETENCIA
                                TO CP-COMPETENCIA
                            MOVE VEL-TURMA-MEN
                                TO TURMA-MEN
                            MOVE VEL-CD-TERMO-MEN
                                TO CD-TERMO-MEN
                            MOVE VEL-VL-ORIGINAL-MEN
                                TO VL-ORIGINAL-MEN
                            MOVE VEL-PC-BOLSA-MEN
                                TO PC-BOLSA-MEN
                            MOVE VEL-VL-MENSALIDADE
                                TO VL-MENSALIDADE
                            MOVE VEL-DT-VENCIMENTO-MEN
                                TO DT-VENCIMENTO-MEN
                            MOVE VEL-ST-MENSALIDADE
                                TO ST-MENSALIDADE
                            MOVE VEL-DT-PAGAMENTO-MEN
                                TO DT-PAGAMENTO-MEN
                            MOVE VEL-VL-PAGO-MEN
                                TO VL-PAGO-MEN
                            MOVE VEL-FORMA-PGTO-MEN
                                TO FORMA-PGTO-MEN
                            MOVE VEL-NR-RECIBO-MEN
                                TO NR-RECIBO-MEN
                            MOVE VEL-PC-IRMAO-MEN
                                TO PC-IRMAO-MEN
      * CAMPOS NOVOS: AS BAIXAS ANTERIORES FORAM PELO VALOR CHEIO,
      * SEM MULTA, JUROS OU DESCONTO DE PONTUALIDADE, E NENHUM
      * BOLETO FOI IMPRESSO AINDA
                            MOVE ZEROS TO VL-MULTA-MEN
                                          VL-JUROS-MEN
                                          VL-DESCONTO-MEN
                                          NR-NOSSO-NUM-MEN
                            WRITE REG-MENSALIDADE
                            ADD 1 TO WS-CONT-REG
                    END-READ
                END-PERFORM
                DISPLAY 'MENSALID: ' WS-CONT-REG ' migrado(s).'
            ELSE
                DISPLAY 'MENSALID.DAT NAO MIGRADO (INDISPONIVEL). '
            END-IF
            CLOSE MENSALID-VELHO MENSALID-NOVO
            .
       P310-FIM.
       P320-MIGRA-ACORPARC.
            MOVE ZEROS            TO WS-CONT-REG
            SET EOF-OK            TO FALSE
            SET FS-VEL-OK         TO TRUE
            SET FS-NOV-OK         TO TRUE
            OPEN INPUT  ACORPARC-VELHO
            OPEN OUTPUT ACORPARC-NOVO
            IF FS-VEL-OK AND FS-NOV-OK
                PERFORM UNTIL EOF-OK
                    READ ACORPARC-VELHO
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            MOVE VEL-NR-ACORDO-AP
                                TO NR-ACORDO-AP
                            MOVE VEL-NR-PARCELA-AP
                                TO NR-PARCELA-AP
                            MOVE VEL-VL-PARCELA-AP
                                TO VL-PARCELA-AP
                            MOVE VEL-DT-VENCIMENTO-AP
                                TO DT-VENCIMENTO-AP
                            MOVE VEL-ST-PARCELA-AP
                                TO ST-PARCELA-AP
                            MOVE VEL-DT-PAGAMENTO-AP
                                TO DT-PAGAMENTO-AP
                            MOVE VEL-VL-PAGO-AP
                                TO VL-PAGO-AP
                            MOVE VEL-FORMA-PGTO-AP
                                TO FORMA-PGTO-AP
                            MOVE VEL-NR-RECIBO-AP
                                TO NR-RECIBO-AP
                            MOVE ZEROS TO NR-NOSSO-NUM-AP
                            WRITE REG-PARCELA-ACORDO
                            ADD 1 TO WS-CONT-REG
                    END-READ
                END-PERFORM
                DISPLAY 'ACORPARC: ' WS-CONT-REG ' migrado(s).'
            ELSE
                DISPLAY 'ACORPARC.DAT NAO MIGRADO (INDISPONIVEL). '
            END-IF
            CLOSE ACORPARC-VELHO ACORPARC-NOVO
            .
       P320-FIM.
      * RESOLVE OS CAMINHOS FISICOS PELO CONFIGSYS (PRODUCAO OU
      * TESTE); SEM CONFIGURACAO VALEM OS PADROES ACIMA
       P050-CONFIGURA.
            MOVE 'MENSALID' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-MENSALID TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-MENSALID
            MOVE 'MENSALID-NOVO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-MENSALID-NOVO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-MENSALID-NOVO
            MOVE 'ACORPARC' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-ACORPARC TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-ACORPARC
            MOVE 'ACORPARC-NOVO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-ACORPARC-NOVO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-ACORPARC-NOVO
            .
       P050-FIM.
       END PROGRAM SISMIGR3.

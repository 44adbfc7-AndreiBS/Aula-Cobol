      ******************************************************************
      * Author: ANDREI BATISTA
      * Date: 15/10/2026
      * Purpose: BAIXA DA NEGATIVACAO QUANDO O DEBITO E QUITADO -
      *          CHAMADO PELO SISCAIXA, SISRETOR E SISACORD DEPOIS DE
      *          BAIXAR OU RENEGOCIAR MENSALIDADES DE UM ALUNO; SE
      *          NAO RESTA MENSALIDADE ABERTA DENTRO DO DEBITO
      *          COBERTO, A NEGATIVACAO INCLUIDA PASSA A EXCLUSAO
      *          PENDENTE COM O PRAZO LEGAL EM DIAS UTEIS E O AVISO
      *          AINDA NAO INCLUIDO E CANCELADO (NEGATIVA.DAT)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NEGQUITA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
               SELECT NEGATIVACOES ASSIGN TO WS-ARQ-CFG-NEGATIVA
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-NEGATIVACAO
               FILE STATUS IS WS-FS-NEG.

               SELECT MENSALIDADES ASSIGN TO WS-ARQ-CFG-MENSALID
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-MENSALIDADE
               FILE STATUS IS WS-FS-MEN.

       DATA DIVISION.
       FILE SECTION.
       FD NEGATIVACOES.
          COPY FD_NEGAT.
       FD MENSALIDADES.
          COPY FD_MENSA.

       WORKING-STORAGE SECTION.
       77 WS-FS-NEG                        PIC 99.
          88 FS-NEG-OK                     VALUE 0.
       77 WS-FS-MEN                        PIC 99.
          88 FS-MEN-OK                     VALUE 0.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE 'S' FALSE 'N'.
       77 WS-EOF-MEN                       PIC X.
          88 EOF-MEN-OK                    VALUE 'S' FALSE 'N'.
       77 WS-QUITADO                       PIC X VALUE 'N'.
          88 DEBITO-QUITADO                VALUE 'S' FALSE 'N'.
       77 WS-DATA-HOJE-8                   PIC 9(08).
       77 WS-DIAS-EXCLUSAO                 PIC 9(02) VALUE 5.
       77 WS-CFG-DIAS-EXCLUSAO             PIC X(60) VALUE SPACES.
       77 WS-IND-DIA                       PIC 9(02).
       77 WS-DIAS-CORRIDOS                 PIC 9(07).
       01 WL-PARAMETROS-DIA.
          03 WL-DATA-ENTRADA               PIC 9(08).
          03 WL-DATA-SAIDA                 PIC 9(08).
       01 WL-AUDITORIA.
          03 WL-PROGRAMA                   PIC X(12)
             VALUE 'NEGQUITA'.
          03 WL-OPERACAO                   PIC X(10).
          03 WL-CHAVE                      PIC X(10).
          03 WL-VALOR-ANTIGO               PIC X(50).
          03 WL-VALOR-NOVO                 PIC X(50).

       01 WS-ARQ-CFG-NEGATIVA              PIC X(60) VALUE
          'C:\COBOL\NEGATIVA.DAT'.
       01 WS-ARQ-CFG-MENSALID              PIC X(60) VALUE
          'C:\COBOL\MENSALID.DAT'.
          COPY CFG_AREA.
       LINKAGE SECTION.
       01 LK-PARAMETROS-NEGATIVACAO.
          03 LK-ID-ALUNO                   PIC 9(06).
          03 LK-QT-LIBERADAS               PIC 9(02).

       PROCEDURE DIVISION USING LK-PARAMETROS-NEGATIVACAO.
       MAIN-PROCEDURE.
            PERFORM P050-CONFIGURA THRU P050-FIM
            MOVE ZEROS            TO LK-QT-LIBERADAS
            ACCEPT WS-DATA-HOJE-8 FROM DATE YYYYMMDD
      * SEM NEGATIVA.DAT NINGUEM FOI AVISADO NEM INCLUIDO - NADA A FAZER
            SET FS-NEG-OK         TO TRUE
            OPEN I-O NEGATIVACOES
            IF NOT FS-NEG-OK
                GOBACK
            END-IF
            SET FS-MEN-OK         TO TRUE
            OPEN INPUT MENSALIDADES
            IF NOT FS-MEN-OK
                DISPLAY 'AVISO: NEGATIVACAO NAO CONFERIDA - '
                        'MENSALIDADES INDISPONIVEIS. '
                DISPLAY 'FILE STATUS: ' WS-FS-MEN
                CLOSE NEGATIVACOES
                GOBACK
            END-IF

            SET EOF-OK            TO FALSE
            MOVE LK-ID-ALUNO      TO ID-ALUNO-NEG
            MOVE ZEROS            TO DT-AVISO-NEG
            START NEGATIVACOES KEY IS NOT LESS THAN CHAVE-NEGATIVACAO
                INVALID KEY
                    SET EOF-OK    TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ NEGATIVACOES NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF ID-ALUNO-NEG NOT EQUAL LK-ID-ALUNO
                            SET EOF-OK TO TRUE
                        ELSE
                            IF NEG-AVISADO OR NEG-INCLUIDO
                                PERFORM P200-CONFERE THRU P200-FIM
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE MENSALIDADES
            CLOSE NEGATIVACOES
            GOBACK
            .
       P200-CONFERE.
            PERFORM P210-CHECA-QUITACAO THRU P210-FIM
            IF NOT DEBITO-QUITADO
                GO TO P200-FIM
            END-IF
            MOVE WS-DATA-HOJE-8   TO DT-QUITACAO-NEG
            IF NEG-INCLUIDO
                PERFORM P220-PRAZO-EXCLUSAO THRU P220-FIM
                SET NEG-EXCL-PENDENTE TO TRUE
                MOVE 'EXCL-PEND'  TO WL-OPERACAO
            ELSE
                SET NEG-CANCELADO TO TRUE
                MOVE 'NEG-CANCEL' TO WL-OPERACAO
            END-IF
            REWRITE REG-NEGATIVACAO
            IF NOT FS-NEG-OK
                DISPLAY 'ERRO AO ATUALIZAR A NEGATIVACAO DO ALUNO '
                        ID-ALUNO-NEG '. '
                DISPLAY 'FILE STATUS: ' WS-FS-NEG
                GO TO P200-FIM
            END-IF
            ADD 1                 TO LK-QT-LIBERADAS
            IF NEG-EXCL-PENDENTE
                DISPLAY 'DEBITO QUITADO - EXCLUSAO DA NEGATIVACAO '
                        'DO CPF ' NR-CPF-NEG ' PENDENTE ATE '
                        DT-LIMITE-EXCL-NEG '.'
            ELSE
                DISPLAY 'DEBITO QUITADO - AVISO DE NEGATIVACAO '
                        'CANCELADO.'
            END-IF
            MOVE ID-ALUNO-NEG     TO WL-CHAVE
            MOVE SPACES           TO WL-VALOR-ANTIGO
            MOVE SPACES           TO WL-VALOR-NOVO
            STRING 'CPF ' NR-CPF-NEG ' AVISO ' DT-AVISO-NEG
                   DELIMITED BY SIZE
                   INTO WL-VALOR-ANTIGO
            STRING 'QUITADO ' DT-QUITACAO-NEG
                   ' LIMITE ' DT-LIMITE-EXCL-NEG
                   DELIMITED BY SIZE
                   INTO WL-VALOR-NOVO
            CALL 'AUDITLOG' USING WL-AUDITORIA
            .
       P200-FIM.
      * QUITADO = NENHUMA MENSALIDADE DO ALUNO AINDA ABERTA COM
      * VENCIMENTO DENTRO DO DEBITO COBERTO PELA NEGATIVACAO
       P210-CHECA-QUITACAO.
            SET DEBITO-QUITADO    TO TRUE
            SET EOF-MEN-OK        TO FALSE
            MOVE ID-ALUNO-NEG     TO ID-ALUNO-MEN
            MOVE ZEROS            TO CP-COMPETENCIA
            START MENSALIDADES KEY IS NOT LESS THAN CHAVE-MENSALIDADE
                INVALID KEY
                    SET EOF-MEN-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-MEN-OK
                READ MENSALIDADES NEXT
                    AT END
                        SET EOF-MEN-OK TO TRUE
                    NOT AT END
                        IF ID-ALUNO-MEN NOT EQUAL ID-ALUNO-NEG
                            SET EOF-MEN-OK TO TRUE
                        ELSE
                            IF MEN-ABERTA AND
                               DT-VENCIMENTO-MEN NOT >
                                   DT-VENC-RECENTE-NEG
                                SET DEBITO-QUITADO TO FALSE
                                SET EOF-MEN-OK     TO TRUE
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            .
       P210-FIM.
      * PRAZO DE EXCLUSAO: N DIAS UTEIS APOS A QUITACAO (DIAUTIL)
       P220-PRAZO-EXCLUSAO.
            MOVE WS-DATA-HOJE-8   TO WL-DATA-SAIDA
            PERFORM VARYING WS-IND-DIA FROM 1 BY 1
                    UNTIL WS-IND-DIA > WS-DIAS-EXCLUSAO
                COMPUTE WS-DIAS-CORRIDOS =
                        FUNCTION INTEGER-OF-DATE(WL-DATA-SAIDA) + 1
                COMPUTE WL-DATA-ENTRADA =
                        FUNCTION DATE-OF-INTEGER(WS-DIAS-CORRIDOS)
                CALL 'DIAUTIL' USING WL-PARAMETROS-DIA
            END-PERFORM
            MOVE WL-DATA-SAIDA    TO DT-LIMITE-EXCL-NEG
            .
       P220-FIM.
      * RESOLVE OS CAMINHOS FISICOS PELO CONFIGSYS (PRODUCAO OU
      * TESTE); SEM CONFIGURACAO VALEM OS PADROES ACIMA
       P050-CONFIGURA.
            MOVE 'NEGATIVA' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-NEGATIVA TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-NEGATIVA
            MOVE 'MENSALID' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-MENSALID TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-MENSALID
      * DIAS UTEIS PARA PEDIR A EXCLUSAO APOS A QUITACAO
            MOVE 'NEG-PRAZO-EXCLUSAO' TO WL-CFG-CHAVE
            MOVE WS-CFG-DIAS-EXCLUSAO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-CFG-DIAS-EXCLUSAO
            IF WS-CFG-DIAS-EXCLUSAO(1:2) NUMERIC
                MOVE WS-CFG-DIAS-EXCLUSAO(1:2) TO WS-DIAS-EXCLUSAO
            END-IF
            .
       P050-FIM.
       END PROGRAM NEGQUITA.

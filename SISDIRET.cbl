      *          INADIMPLENCIA ABERTA DAS MENSALIDADES, E APROVACAO
      *          DO TERMO CORRENTE EM TODOS.DAT; SAI PELO SPOOL
      *          (RODADO PELA CADEIA NOTURNA, ESPERA A DIRECAO NA
      *          ABERTURA). ALUNOS ATIVOS, CAIXA DE ONTEM E
      *          INADIMPLENCIA SAEM CONSOLIDADOS E QUEBRADOS POR
      *          UNIDADE (CAMPUS) DA TURMA (TURUNIDA). TRAZ TAMBEM AS
      *          NOTAS AINDA EM FALTA NAS AVALIACOES DO TERMO CORRENTE
      *          JA COBRADAS APOS O PRAZO DO CALENDARIO (SISPRAZO)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISDIRET.
               RECORD  KEY  IS NR-PROTOCOLO
               FILE STATUS IS WS-FS-PRT.

               SELECT CALENDARIO ASSIGN TO WS-ARQ-CFG-CALENDARIO
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-CALENDARIO
               FILE STATUS IS WS-FS-CAL.

               SELECT PRAZOS ASSIGN TO WS-ARQ-CFG-D3-PRAZONOT
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-PRAZO-NOTA
               FILE STATUS IS WS-FS-PZN.

               SELECT RESUMO-OUT ASSIGN TO WS-ARQ-RESUMO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OUT.
       01 REG-LOG-AUDITORIA                PIC X(180).
       FD PROTOCOLOS.
          COPY FD_PROTO.
       FD CALENDARIO.
          COPY FD_CALEN.
       FD PRAZOS.
          COPY FD_PRZNT.
       FD RESUMO-OUT.
       01 REG-RESUMO-OUT                   PIC X(80).

          88 FS-PRT-OK                     VALUE 0.
       77 WS-QTD-PRT-NO-PRAZO              PIC 9(05) VALUE ZEROS.
       77 WS-QTD-PRT-ATRASADOS             PIC 9(05) VALUE ZEROS.
       77 WS-FS-CAL                        PIC 99.
          88 FS-CAL-OK                     VALUE 0.
       77 WS-FS-PZN                        PIC 99.
          88 FS-PZN-OK                     VALUE 0.
       77 WS-CD-TERMO                      PIC X(06) VALUE SPACES.
       77 WS-QTD-NOTAS-FALTA               PIC 9(06) VALUE ZEROS.
       77 WS-QTD-AVAL-COBRADAS             PIC 9(03) VALUE ZEROS.
      * QUEBRA POR UNIDADE (CAMPUS) - INDICE = UNIDADE 1 A 9
          COPY TUN_AREA.
       77 WS-IND-UNI                       PIC 9(01).
       01 WS-TABELA-UNIDADES.
          03 WS-TAB-UNI OCCURS 9 TIMES.
             05 WS-UNI-ALUNOS             PIC 9(06).
             05 WS-UNI-RECEBIDAS          PIC 9(05).
             05 WS-UNI-CAIXA              PIC 9(08)V99.
             05 WS-UNI-VENCIDAS           PIC 9(05).
             05 WS-UNI-INADIMPLENCIA      PIC 9(08)V99.
       01 WS-LINHA-LOG                     PIC X(180).
       01 WS-LINHA-LOG-R REDEFINES WS-LINHA-LOG.
          03 WS-LOG-DATA                   PIC 9(06).
          'C:\COBOL\AUDITORIA.LOG'.
       01 WS-ARQ-CFG-PROTOCOL              PIC X(60) VALUE
          'C:\COBOL\PROTOCOL.DAT'.
       01 WS-ARQ-CFG-CALENDARIO            PIC X(60) VALUE
          'C:\COBOL\CALENDARIO.DAT'.
       01 WS-ARQ-CFG-D3-PRAZONOT           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\PRAZONOT.DAT'.
          COPY CFG_AREA.

       PROCEDURE DIVISION.
            PERFORM P300-FINANCEIRO        THRU P300-FIM
            PERFORM P400-APROVACAO         THRU P400-FIM
            PERFORM P450-PROTOCOLOS        THRU P450-FIM
            PERFORM P460-PRAZOS-NOTAS      THRU P460-FIM
            PERFORM P500-IMPRIME           THRU P500-FIM

            MOVE 'F'              TO WL-RL-FASE
            GOBACK
            .
       P100-CONTA-ATIVOS.
            INITIALIZE WS-TABELA-UNIDADES
            SET EOF-OK            TO FALSE
            SET FS-OK             TO TRUE
            OPEN INPUT ALUNOS
                        NOT AT END
                            IF ALUNO-ATIVO
                                ADD 1 TO WS-QTD-ALUNOS-ATIVOS
                                MOVE TURMA TO WL-TUN-TURMA
                                CALL 'TURUNIDA' USING WL-TURMA-UNIDADE
                                ADD 1 TO WS-UNI-ALUNOS(WL-TUN-IDX)
                            END-IF
                    END-READ
                END-PERFORM
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            MOVE TURMA-MEN TO WL-TUN-TURMA
                            CALL 'TURUNIDA' USING WL-TURMA-UNIDADE
                            IF MEN-PAGA AND
                               DT-PAGAMENTO-MEN EQUAL
                               WS-DATA-ONTEM-8
                                ADD 1           TO WS-QTD-RECEBIDAS
                                                   WS-UNI-RECEBIDAS
                                                   (WL-TUN-IDX)
                                ADD VL-PAGO-MEN TO WS-VL-CAIXA-ONTEM
                                                   WS-UNI-CAIXA
                                                   (WL-TUN-IDX)
                            END-IF
                            IF MEN-ABERTA AND
                               DT-VENCIMENTO-MEN < WS-DATA-HOJE-8
                                ADD 1 TO WS-QTD-VENCIDAS
                                         WS-UNI-VENCIDAS(WL-TUN-IDX)
                                ADD VL-MENSALIDADE
                                    TO WS-VL-INADIMPLENCIA
                                       WS-UNI-INADIMPLENCIA
                                       (WL-TUN-IDX)
                            END-IF
                    END-READ
                END-PERFORM
                        NOT AT END
                            EVALUATE RESULTADO-BOLETIM
                                WHEN 'APROVADO'
                                WHEN 'APROV-CONSELHO'
                                    ADD 1 TO WS-QTD-APROVADOS
                                WHEN 'DE RECUPERACAO'
                                    ADD 1 TO WS-QTD-RECUPERACAO
            END-IF
            .
       P450-FIM.
      * NOTAS EM FALTA APOS O PRAZO DE LANCAMENTO: SOMA AS COBRANCAS
      * DO SISPRAZO (PRAZONOT.DAT) DO TERMO CORRENTE DO CALENDARIO
       P460-PRAZOS-NOTAS.
            MOVE ZEROS            TO WS-QTD-NOTAS-FALTA
                                     WS-QTD-AVAL-COBRADAS
            MOVE SPACES           TO WS-CD-TERMO
            SET EOF-OK            TO FALSE
            SET FS-CAL-OK         TO TRUE
            OPEN INPUT CALENDARIO
            IF NOT FS-CAL-OK
                GO TO P460-FIM
            END-IF
            PERFORM UNTIL EOF-OK
                READ CALENDARIO NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF EVENTO-TERMO AND
                           DT-EVENTO-CAL <= WS-DATA-HOJE-8 AND
                           DT-FIM-EVENTO-CAL >= WS-DATA-HOJE-8
                            MOVE CD-TERMO-CAL TO WS-CD-TERMO
                            SET EOF-OK TO TRUE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CALENDARIO
            IF WS-CD-TERMO EQUAL SPACES
                GO TO P460-FIM
            END-IF
            SET EOF-OK            TO FALSE
            SET FS-PZN-OK         TO TRUE
            OPEN INPUT PRAZOS
            IF NOT FS-PZN-OK
                GO TO P460-FIM
            END-IF
            MOVE WS-CD-TERMO      TO CD-TERMO-PZN
            MOVE ZEROS            TO NR-AVALIACAO-PZN
            START PRAZOS KEY IS NOT LESS THAN CHAVE-PRAZO-NOTA
                INVALID KEY
                    SET EOF-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ PRAZOS NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF CD-TERMO-PZN NOT EQUAL WS-CD-TERMO
                            SET EOF-OK TO TRUE
                        ELSE
                            ADD QT-FALTANTES-PZN TO WS-QTD-NOTAS-FALTA
                            ADD 1 TO WS-QTD-AVAL-COBRADAS
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PRAZOS
            .
       P460-FIM.
       P500-IMPRIME.
            MOVE 'DIRETORIA'      TO WL-SPL-RELATORIO
            CALL 'SPOOLREG' USING WL-SPOOL
                       DELIMITED BY SIZE INTO WS-LINHA-OUT
                MOVE WS-LINHA-OUT TO REG-RESUMO-OUT
                WRITE REG-RESUMO-OUT
                MOVE SPACES TO WS-LINHA-OUT
                STRING 'NOTAS EM FALTA APOS O PRAZO: '
                       WS-QTD-NOTAS-FALTA ' ('
                       WS-QTD-AVAL-COBRADAS ' AVALIACOES COBRADAS)'
                       DELIMITED BY SIZE INTO WS-LINHA-OUT
                MOVE WS-LINHA-OUT TO REG-RESUMO-OUT
                WRITE REG-RESUMO-OUT
                PERFORM P510-POR-UNIDADE THRU P510-FIM
                MOVE ALL '=' TO REG-RESUMO-OUT
                WRITE REG-RESUMO-OUT
                DISPLAY 'RESUMO GERADO EM ' WS-ARQ-RESUMO
            CLOSE RESUMO-OUT
            .
       P500-FIM.
      * QUEBRA POR UNIDADE: SO SAEM AS UNIDADES COM MOVIMENTO; O
      * CONSOLIDADO E O BLOCO DE CIMA
       P510-POR-UNIDADE.
            MOVE ALL '-' TO REG-RESUMO-OUT
            WRITE REG-RESUMO-OUT
            MOVE 'POR UNIDADE    ALUNOS  CAIXA DE ONTEM  INADIMPLENCIA'
              TO REG-RESUMO-OUT
            WRITE REG-RESUMO-OUT
            PERFORM VARYING WS-IND-UNI FROM 1 BY 1
                    UNTIL WS-IND-UNI > 9
                IF WS-UNI-ALUNOS(WS-IND-UNI) > 0 OR
                   WS-UNI-RECEBIDAS(WS-IND-UNI) > 0 OR
                   WS-UNI-VENCIDAS(WS-IND-UNI) > 0
                    MOVE SPACES TO WS-LINHA-OUT
                    STRING 'UNIDADE 0' WS-IND-UNI '   '
                           WS-UNI-ALUNOS(WS-IND-UNI) '  '
                           WS-UNI-CAIXA(WS-IND-UNI) '     '
                           WS-UNI-INADIMPLENCIA(WS-IND-UNI)
                           DELIMITED BY SIZE INTO WS-LINHA-OUT
                    MOVE WS-LINHA-OUT TO REG-RESUMO-OUT
                    WRITE REG-RESUMO-OUT
                END-IF
            END-PERFORM
            MOVE SPACES TO WS-LINHA-OUT
            STRING 'CONSOLIDADO    '
                   WS-QTD-ALUNOS-ATIVOS '  '
                   WS-VL-CAIXA-ONTEM '     '
                   WS-VL-INADIMPLENCIA
                   DELIMITED BY SIZE INTO WS-LINHA-OUT
            MOVE WS-LINHA-OUT TO REG-RESUMO-OUT
            WRITE REG-RESUMO-OUT
            .
       P510-FIM.
      * RESOLVE OS CAMINHOS FISICOS PELO CONFIGSYS (PRODUCAO OU
      * TESTE); SEM CONFIGURACAO VALEM OS PADROES ACIMA
       P050-CONFIGURA.
            MOVE WS-ARQ-CFG-PROTOCOL TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-PROTOCOL
            MOVE 'CALENDARIO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-CALENDARIO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-CALENDARIO
            MOVE 'D3-PRAZONOT' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-PRAZONOT TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-PRAZONOT
            .
       P050-FIM.
       END PROGRAM SISDIRET.

      *          POR ALUNO ATIVO NA COMPETENCIA, COM VALOR DA TABELA
      *          DE PRECOS (PRECOS.DAT) E VENCIMENTO NO PROXIMO DIA
      *          UTIL (DIAUTIL). RERODAVEL: PULA ALUNOS JA FATURADOS.
      *          ALUNO COM ANUIDADE ANTECIPADA PAGA (ANUIDADE.DAT) TEM
      *          A COMPETENCIA BAIXADA NA GERACAO CONTRA O SALDO DA
      *          ANUIDADE (FORMA 'A'), QUE VAI SENDO APROPRIADO.
      *          ALUNO COM ORCAMENTO DE MATRICULA VINCULADO E VALIDO
      *          (ORCAMENT.DAT) NUNCA PAGA MAIS QUE O VALOR ORCADO.
      *          O RESUMO SAI POR UNIDADE (CAMPUS) DA TURMA E
      *          CONSOLIDADO; RODADO NA TELA SEM PERFIL ADMIN SO GERA
      *          OS ALUNOS DA UNIDADE DO OPERADOR (A CADEIA GERA TODAS)
      *          MONITOR ATIVO NO TERMO COM BENEFICIO DE DESCONTO
      *          (MONITOR.DAT, SISMONIT) SOMA O PERCENTUAL DA
      *          MONITORIA AO DA BOLSA, LIMITADO A 100%.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISMENSA.
               RECORD  KEY  IS ID-CONVENIO
               FILE STATUS IS WS-FS-CNV.

               SELECT MONITORES ASSIGN TO WS-ARQ-CFG-D3-MONITOR
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-MONITOR
               ALTERNATE RECORD KEY IS ID-ALUNO-MON
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-MON.

               SELECT CALENDARIO ASSIGN TO WS-ARQ-CFG-CALENDARIO
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-CALENDARIO
               FILE STATUS IS WS-FS-CAL.

               SELECT ANUIDADES ASSIGN TO WS-ARQ-CFG-ANUIDADE
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS CHAVE-ANUIDADE
               ALTERNATE RECORD KEY IS NR-ANUIDADE
               FILE STATUS IS WS-FS-ANU.

               SELECT ORCAMENTOS ASSIGN TO WS-ARQ-CFG-ORCAMENT
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS NR-ORCAMENTO
               ALTERNATE RECORD KEY IS ID-ALUNO-ORC
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-ORC.

       DATA DIVISION.
       FILE SECTION.
       FD ALUNOS.
          COPY FD_ALCNV.
       FD CONVENIOS.
          COPY FD_CONVE.
       FD MONITORES.
          COPY FD_MONIT.
       FD CALENDARIO.
          COPY FD_CALEN.
       FD ANUIDADES.
          COPY FD_ANUID.
       FD ORCAMENTOS.
          COPY FD_ORCAM.

       WORKING-STORAGE SECTION.
       77 WS-FS                            PIC 99.
       77 WS-DIA-VENCIMENTO                PIC 9(02).
       77 WS-CONFIRM                       PIC X VALUE SPACES.
       77 WS-QTD-GERADAS                   PIC 9(05) VALUE ZEROS.
      * RESUMO POR UNIDADE (CAMPUS) - INDICE = UNIDADE 1 A 9
          COPY UNI_AREA.
          COPY TUN_AREA.
       77 WS-IND-UNI                       PIC 9(01).
       77 WS-QTD-OUTRA-UNIDADE             PIC 9(05) VALUE ZEROS.
       77 WS-VL-GERADO                     PIC 9(09)V99 VALUE ZEROS.
       01 WS-TABELA-UNIDADES.
          03 WS-TAB-UNI OCCURS 9 TIMES.
             05 WS-UNI-QTD                PIC 9(05).
             05 WS-UNI-VALOR              PIC 9(09)V99.
       77 WS-GERA-FALHOU                   PIC X VALUE 'N'.
          88 GERA-FALHOU                   VALUE 'S' FALSE 'N'.
       77 WS-QTD-JA-FATURADAS              PIC 9(05) VALUE ZEROS.
          88 BOLSAS-ABERTO                 VALUE 'S' FALSE 'N'.
       77 WS-PC-BOLSA-ALUNO                PIC 9(03) VALUE ZEROS.
       77 WS-QTD-COM-BOLSA                 PIC 9(05) VALUE ZEROS.
       77 WS-FS-MON                        PIC 99.
          88 FS-MON-OK                     VALUE 0.
       77 WS-EOF-MON                       PIC X.
          88 EOF-MON-OK                    VALUE 'S' FALSE 'N'.
       77 WS-MONITORES-ABERTO              PIC X VALUE 'N'.
          88 MONITORES-ABERTO              VALUE 'S' FALSE 'N'.
       77 WS-PC-BOLSA-AUX                  PIC 9(04) VALUE ZEROS.
       77 WS-QTD-COM-MONITORIA             PIC 9(05) VALUE ZEROS.
       77 WS-FS-RSP                        PIC 99.
          88 FS-RSP-OK                     VALUE 0.
       77 WS-EOF-RSP                       PIC X.
       77 WS-DIA-VENC-CADEIA               PIC 9(02) VALUE 10.
       77 WS-CFG-DIA-VENC                  PIC X(60) VALUE SPACES.
       01 WS-DATA-HOJE-8                   PIC 9(08).
       77 WS-FS-ANU                        PIC 99.
          88 FS-ANU-OK                     VALUE 0.
       77 WS-ANUIDADES-ABERTO              PIC X VALUE 'N'.
          88 ANUIDADES-ABERTO              VALUE 'S' FALSE 'N'.
       77 WS-BAIXA-ANUIDADE                PIC X VALUE 'N'.
          88 BAIXA-ANUIDADE                VALUE 'S' FALSE 'N'.
       77 WS-VL-CONSUMO                    PIC 9(06)V99.
       77 WS-QTD-ANUIDADE                  PIC 9(05) VALUE ZEROS.
       77 WS-FS-ORC                        PIC 99.
          88 FS-ORC-OK                     VALUE 0.
       77 WS-ORCAMENTOS-ABERTO             PIC X VALUE 'N'.
          88 ORCAMENTOS-ABERTO             VALUE 'S' FALSE 'N'.
       77 WS-EOF-ORC                       PIC X VALUE 'N'.
          88 EOF-ORC-OK                    VALUE 'S' FALSE 'N'.
       77 WS-DT-INICIO-CP                  PIC 9(08).
       77 WS-QTD-ORCADO                    PIC 9(05) VALUE ZEROS.
       77 WS-ALUNOS-P200                   PIC X VALUE 'N'.
          88 ALUNOS-ABERTO-P200            VALUE 'S' FALSE 'N'.
       77 WS-ALUNO-GRUPO                   PIC X VALUE 'N'.
          'C:\COBOL\ALUNOCNV.DAT'.
       01 WS-ARQ-CFG-CONVENIO              PIC X(60) VALUE
          'C:\COBOL\CONVENIO.DAT'.
       01 WS-ARQ-CFG-D3-MONITOR            PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\MONITOR.DAT'.
       01 WS-ARQ-CFG-CALENDARIO            PIC X(60) VALUE
          'C:\COBOL\CALENDARIO.DAT'.
       01 WS-ARQ-CFG-ANUIDADE              PIC X(60) VALUE
          'C:\COBOL\ANUIDADE.DAT'.
       01 WS-ARQ-CFG-ORCAMENT              PIC X(60) VALUE
          'C:\COBOL\ORCAMENT.DAT'.
          COPY CFG_AREA.
       LINKAGE SECTION.
       01 LK-COM-AREA.
            IF LK-MENSAGEM(1:6) EQUAL 'CADEIA'
                SET MODO-CADEIA TO TRUE
            END-IF
            CALL 'CHKUNIDA' USING WL-UNIDADE
            IF MODO-CADEIA
                SET WL-UNI-TODAS TO TRUE
            END-IF
            INITIALIZE WS-TABELA-UNIDADES
            IF MODO-CADEIA
                ACCEPT WS-DATA-HOJE-8 FROM DATE YYYYMMDD
                MOVE WS-DATA-HOJE-8(1:6) TO WS-COMPETENCIA
                        WS-QTD-JA-FATURADAS
                DISPLAY 'SEM PRECO PARA A TURMA : ' WS-QTD-SEM-PRECO
                DISPLAY 'COM DESCONTO DE BOLSA : ' WS-QTD-COM-BOLSA
                DISPLAY 'COM DESCONTO DE MONITORIA : '
                        WS-QTD-COM-MONITORIA
                DISPLAY 'COM DESCONTO DE IRMAO : ' WS-QTD-COM-IRMAO
                DISPLAY 'FATURAVEIS A CONVENIO : ' WS-QTD-CONVENIO
                DISPLAY 'CONVENIO INATIVO (CAIXA) : '
                        WS-QTD-CNV-INATIVO
                DISPLAY 'BAIXADAS POR ANUIDADE : ' WS-QTD-ANUIDADE
                DISPLAY 'PELO VALOR ORCADO : ' WS-QTD-ORCADO
                IF WL-UNI-PROPRIA
                    DISPLAY 'DE OUTRAS UNIDADES (PULADOS) : '
                            WS-QTD-OUTRA-UNIDADE
                END-IF
                DISPLAY '--------------------------------------'
                PERFORM VARYING WS-IND-UNI FROM 1 BY 1
                        UNTIL WS-IND-UNI > 9
                    IF WS-UNI-QTD(WS-IND-UNI) > 0
                        DISPLAY 'UNIDADE 0' WS-IND-UNI
                                '  GERADAS: ' WS-UNI-QTD(WS-IND-UNI)
                                '  VALOR: ' WS-UNI-VALOR(WS-IND-UNI)
                    END-IF
                END-PERFORM
                DISPLAY 'CONSOLIDADO   GERADAS: ' WS-QTD-GERADAS
                        '  VALOR: ' WS-VL-GERADO
                DISPLAY '--------------------------------------'
            ELSE
                DISPLAY 'GERACAO NAO REALIZADA.'
            IF FS-BOL-OK
                SET BOLSAS-ABERTO TO TRUE
            END-IF
            SET MONITORES-ABERTO  TO FALSE
            SET FS-MON-OK         TO TRUE
            OPEN INPUT MONITORES
            IF FS-MON-OK
                SET MONITORES-ABERTO TO TRUE
            END-IF
            SET ALUNOCNV-ABERTO   TO FALSE
            SET FS-ACV-OK         TO TRUE
            OPEN INPUT ALUNOCNV
            IF FS-CNV-OK
                SET CONVENIO-ABERTO TO TRUE
            END-IF
      * A DATA DA BAIXA POR ANUIDADE E A DATA DA GERACAO
            ACCEPT WS-DATA-HOJE-8 FROM DATE YYYYMMDD
            SET ANUIDADES-ABERTO  TO FALSE
            SET FS-ANU-OK         TO TRUE
            OPEN I-O   ANUIDADES
            IF FS-ANU-OK
                SET ANUIDADES-ABERTO TO TRUE
            END-IF
            SET ORCAMENTOS-ABERTO TO FALSE
            SET FS-ORC-OK         TO TRUE
            OPEN INPUT ORCAMENTOS
            IF FS-ORC-OK
                SET ORCAMENTOS-ABERTO TO TRUE
            END-IF
            OPEN I-O   MENSALIDADES
            IF WS-FS-MEN EQUAL 35 THEN
                OPEN OUTPUT MENSALIDADES
                            SET EOF-OK TO TRUE
                        NOT AT END
                            IF ALUNO-ATIVO
                                MOVE TURMA TO WL-TUN-TURMA
                                CALL 'TURUNIDA' USING WL-TURMA-UNIDADE
                                IF WL-UNI-TODAS OR
                                   WL-TUN-UNIDADE EQUAL WL-UNI-OPERADOR
                                    PERFORM P310-GERA-ALUNO
                                        THRU P310-FIM
                                ELSE
                                    ADD 1 TO WS-QTD-OUTRA-UNIDADE
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
            IF BOLSAS-ABERTO
                CLOSE BOLSAS
            END-IF
            IF MONITORES-ABERTO
                CLOSE MONITORES
            END-IF
            IF ALUNOCNV-ABERTO
                CLOSE ALUNOCNV
            END-IF
            IF CONVENIO-ABERTO
                CLOSE CONVENIOS
            END-IF
            IF ANUIDADES-ABERTO
                CLOSE ANUIDADES
            END-IF
            IF ORCAMENTOS-ABERTO
                CLOSE ORCAMENTOS
            END-IF
            .
       P300-FIM.
       P310-GERA-ALUNO.
                        (100 - WS-PC-IRMAO-ALUNO) / 100
                ADD 1 TO WS-QTD-COM-IRMAO
            END-IF
            IF ORCAMENTOS-ABERTO
                PERFORM P332-HONRA-ORCAMENTO THRU P332-FIM
            END-IF
            MOVE WL-DATA-SAIDA    TO DT-VENCIMENTO-MEN
            SET MEN-ABERTA        TO TRUE
      * ALUNO PATROCINADO POR EMPRESA NASCE 'V' (FATURAVEL AO
            MOVE ZEROS            TO DT-PAGAMENTO-MEN
                                     VL-PAGO-MEN
                                     NR-RECIBO-MEN
                                     VL-MULTA-MEN
                                     VL-JUROS-MEN
                                     VL-DESCONTO-MEN
                                     NR-NOSSO-NUM-MEN
            MOVE SPACES           TO FORMA-PGTO-MEN
            SET BAIXA-ANUIDADE    TO FALSE
            IF MEN-ABERTA AND ANUIDADES-ABERTO
                PERFORM P337-BAIXA-ANUIDADE THRU P337-FIM
            END-IF
            WRITE REG-MENSALIDADE
                INVALID KEY
                    ADD 1 TO WS-QTD-JA-FATURADAS
                NOT INVALID KEY
                    ADD 1 TO WS-QTD-GERADAS
                             WS-UNI-QTD(WL-TUN-IDX)
                    ADD VL-MENSALIDADE TO WS-VL-GERADO
                                          WS-UNI-VALOR(WL-TUN-IDX)
                    IF BAIXA-ANUIDADE
                        PERFORM P338-APROPRIA-ANUIDADE THRU P338-FIM
                    END-IF
                    MOVE 'MENSALID'       TO WL-JRN-ARQUIVO
                    MOVE 'W'              TO WL-JRN-OPERACAO
                    MOVE CHAVE-MENSALIDADE TO WL-JRN-CHAVE
            END-WRITE
            .
       P330-FIM.
      * ORCAMENTO VINCULADO AO ALUNO NA MESMA TURMA E TERMO: A
      * COMPETENCIA QUE COMECA ATE A VALIDADE SAI PELO MENOR ENTRE O
      * VALOR CALCULADO E O ORCADO (A FAMILIA NUNCA PAGA MAIS)
       P332-HONRA-ORCAMENTO.
            COMPUTE WS-DT-INICIO-CP = WS-COMPETENCIA * 100 + 1
            SET EOF-ORC-OK        TO FALSE
            MOVE ID-ALUNO         TO ID-ALUNO-ORC
            START ORCAMENTOS KEY IS NOT LESS THAN ID-ALUNO-ORC
                INVALID KEY
                    SET EOF-ORC-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-ORC-OK
                READ ORCAMENTOS NEXT
                    AT END
                        SET EOF-ORC-OK TO TRUE
                    NOT AT END
                        IF ID-ALUNO-ORC NOT EQUAL ID-ALUNO
                            SET EOF-ORC-OK TO TRUE
                        ELSE
                            IF ORC-VINCULADO AND
                               CD-TERMO-ORC EQUAL WS-CD-TERMO AND
                               TURMA-ORC EQUAL TURMA AND
                               WS-DT-INICIO-CP
                                   NOT GREATER DT-VALIDADE-ORC AND
                               VL-ORCADO-ORC < VL-MENSALIDADE
                                MOVE VL-ORCADO-ORC TO VL-MENSALIDADE
                                ADD 1 TO WS-QTD-ORCADO
                                SET EOF-ORC-OK TO TRUE
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            .
       P332-FIM.
      * BOLSA ATIVA DO ALUNO NO TERMO - O DESCONTO SO VALE DEPOIS DE
      * APROVADA NO SISBOLSA (SITUACAO 'A')
       P325-BUSCA-BOLSA.
                        END-IF
                END-READ
            END-IF
            PERFORM P326-DESCONTO-MONITORIA THRU P326-FIM
            .
       P325-FIM.
      * MONITOR ATIVO NO TERMO COM DESCONTO NA MENSALIDADE (UM
      * REGISTRO POR MATERIA MONITORADA) - SOMA A BOLSA, ATE 100%
       P326-DESCONTO-MONITORIA.
            IF NOT MONITORES-ABERTO
                GO TO P326-FIM
            END-IF
            MOVE WS-PC-BOLSA-ALUNO TO WS-PC-BOLSA-AUX
            SET EOF-MON-OK        TO FALSE
            MOVE ID-ALUNO         TO ID-ALUNO-MON
            START MONITORES KEY EQUAL ID-ALUNO-MON
                INVALID KEY
                    SET EOF-MON-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-MON-OK
                READ MONITORES NEXT
                    AT END
                        SET EOF-MON-OK TO TRUE
                    NOT AT END
                        IF ID-ALUNO-MON NOT EQUAL ID-ALUNO
                            SET EOF-MON-OK TO TRUE
                        ELSE
                            IF CD-TERMO-MON EQUAL WS-CD-TERMO AND
                               MONITOR-ATIVO AND BENEFICIO-DESCONTO
                                ADD PC-DESCONTO-MON
                                    TO WS-PC-BOLSA-AUX
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            IF WS-PC-BOLSA-AUX > WS-PC-BOLSA-ALUNO
                ADD 1 TO WS-QTD-COM-MONITORIA
                IF WS-PC-BOLSA-AUX > 100
                    MOVE 100      TO WS-PC-BOLSA-AUX
                END-IF
                MOVE WS-PC-BOLSA-AUX TO WS-PC-BOLSA-ALUNO
            END-IF
            .
       P326-FIM.
      * SEM O CADASTRO DE CONVENIOS ABERTO VALE O VINCULO COMO ESTA
       P335-CHECA-CONVENIO.
            IF NOT CONVENIO-ABERTO
            END-READ
            .
       P335-FIM.
      * COMPETENCIA COBERTA POR ANUIDADE PAGA NASCE BAIXADA: O VALOR
      * PAGO E A PARCELA DO CONTRATO (NA ULTIMA, O QUE SOBROU DO
      * SALDO), LIMITADA A MENSALIDADE; A DIFERENCA PARA A
      * MENSALIDADE E O DESCONTO DA ANUIDADE
       P337-BAIXA-ANUIDADE.
            MOVE ID-ALUNO         TO ID-ALUNO-ANU
            MOVE WS-CD-TERMO      TO CD-TERMO-ANU
            READ ANUIDADES
                INVALID KEY
                    GO TO P337-FIM
            END-READ
            IF NOT ANU-ATIVA OR VL-SALDO-ANU EQUAL ZEROS OR
               WS-COMPETENCIA < CP-INICIAL-ANU OR
               WS-COMPETENCIA > CP-FINAL-ANU
                GO TO P337-FIM
            END-IF
            IF WS-COMPETENCIA EQUAL CP-FINAL-ANU OR
               QT-APROPRIADAS-ANU + 1 >= QT-COMPETENCIAS-ANU
                MOVE VL-SALDO-ANU TO WS-VL-CONSUMO
            ELSE
                COMPUTE WS-VL-CONSUMO ROUNDED =
                        VL-CONTRATO-ANU / QT-COMPETENCIAS-ANU
            END-IF
            IF WS-VL-CONSUMO > VL-SALDO-ANU
                MOVE VL-SALDO-ANU TO WS-VL-CONSUMO
            END-IF
            IF WS-VL-CONSUMO > VL-MENSALIDADE
                MOVE VL-MENSALIDADE TO WS-VL-CONSUMO
            END-IF
            SET MEN-PAGA          TO TRUE
            SET PGTO-ANUIDADE     TO TRUE
            MOVE WS-VL-CONSUMO    TO VL-PAGO-MEN
            COMPUTE VL-DESCONTO-MEN =
                    VL-MENSALIDADE - WS-VL-CONSUMO
            MOVE WS-DATA-HOJE-8   TO DT-PAGAMENTO-MEN
            MOVE NR-RECIBO-ANU    TO NR-RECIBO-MEN
            SET BAIXA-ANUIDADE    TO TRUE
            .
       P337-FIM.
       P338-APROPRIA-ANUIDADE.
            ADD WS-VL-CONSUMO     TO VL-APROPRIADO-ANU
            SUBTRACT WS-VL-CONSUMO FROM VL-SALDO-ANU
            ADD 1                 TO QT-APROPRIADAS-ANU
            IF VL-SALDO-ANU EQUAL ZEROS
                SET ANU-ENCERRADA TO TRUE
                MOVE WS-DATA-HOJE-8 TO DT-ENCERRAMENTO-ANU
            END-IF
            REWRITE REG-ANUIDADE
            IF FS-ANU-OK
                ADD 1 TO WS-QTD-ANUIDADE
            ELSE
                DISPLAY 'ALUNO ' ID-ALUNO ' ANUIDADE ' NR-ANUIDADE
                        ' NAO ATUALIZADA. FILE STATUS: ' WS-FS-ANU
            END-IF
            .
       P338-FIM.
       P327-BUSCA-IRMAO.
            MOVE ZEROS            TO WS-PC-IRMAO-ALUNO
            SET TEM-IRMAO         TO FALSE
            MOVE WS-ARQ-CFG-CONVENIO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-CONVENIO
            MOVE 'D3-MONITOR' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-MONITOR TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-MONITOR
            MOVE 'CALENDARIO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-CALENDARIO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-CALENDARIO
            MOVE 'ANUIDADE' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-ANUIDADE TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-ANUIDADE
            MOVE 'ORCAMENT' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-ORCAMENT TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-ORCAMENT
      * DIA DE VENCIMENTO DA GERACAO PELA CADEIA (PADRAO 10)
            MOVE 'DIA-VENC' TO WL-CFG-CHAVE
            MOVE WS-CFG-DIA-VENC TO WL-CFG-VALOR

      *          BAIXA AUTOMATICA DAS MENSALIDADES PAGAS NO BANCO;
      *          REGISTROS NAO ENCONTRADOS, JA BAIXADOS OU COM VALOR
      *          DIVERGENTE VAO PARA O RELATORIO DE EXCECOES
      *          (RETORNO_EXCECOES.TXT), CONFERINDO O TRAILER;
      *          PAGAMENTO EM ATRASO SEM A MULTA/JUROS DO CALCMORA E
      *          BAIXADO E A DIFERENCA VAI COMO EXCECAO DE ENCARGOS;
      *          DETALHE TIPO '2' E PARCELA DE ACORDO (ACORPARC.DAT),
      *          BAIXADA PELO VALOR DA PARCELA, QUITANDO O ACORDO
      *          QUANDO NAO RESTA PARCELA ABERTA; PAGAMENTO DATADO
      *          EM PERIODO CONTABIL FECHADO (CHKPERIO) VAI PARA AS
      *          EXCECOES
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISRETOR.
               RECORD  KEY  IS CHAVE-MENSALIDADE
               FILE STATUS IS WS-FS-MEN.

               SELECT ACORDOS ASSIGN TO WS-ARQ-CFG-ACORDOS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS NR-ACORDO
               FILE STATUS IS WS-FS-ACO.

               SELECT PARCELAS-ACO ASSIGN TO WS-ARQ-CFG-ACORPARC
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-PARCELA-ACORDO
               FILE STATUS IS WS-FS-PAR.

               SELECT EXCECOES ASSIGN TO WS-ARQ-CFG-RETORNO-EXCECOES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXC.
       01 REG-RETORNO                      PIC X(40).
       FD MENSALIDADES.
          COPY FD_MENSA.
       FD ACORDOS.
          COPY FD_ACORD.
       FD PARCELAS-ACO.
          COPY FD_ACPAR.
       FD EXCECOES.
       01 REG-EXCECAO.
          03 EXC-REFERENCIA                PIC 9(12).
          03 FILLER                        PIC X(01) VALUE SPACE.
          03 EXC-MOTIVO                    PIC X(30).
          03 FILLER                        PIC X(01) VALUE SPACE.
      * VALOR DO ENCARGO NAO PAGO OU DO PAGAMENTO DIVERGENTE; ZERO NAS
      * DEMAIS EXCECOES
          03 EXC-VALOR                     PIC 9(06)V99.

       WORKING-STORAGE SECTION.
       77 WS-FS-RET                        PIC 99.
          88 FS-MEN-OK                     VALUE 0.
       77 WS-FS-EXC                        PIC 99.
          88 FS-EXC-OK                     VALUE 0.
       77 WS-FS-ACO                        PIC 99.
          88 FS-ACO-OK                     VALUE 0.
       77 WS-FS-PAR                        PIC 99.
          88 FS-PAR-OK                     VALUE 0.
       77 WS-EOF-PAR                       PIC X.
          88 EOF-PAR-OK                    VALUE 'S' FALSE 'N'.
       77 WS-TEM-ABERTA-ACO                PIC X.
          88 TEM-ABERTA-ACO                VALUE 'S' FALSE 'N'.
       77 WS-NR-ACORDO-RX                  PIC 9(06).
       77 WS-PAR-DISPONIVEL                PIC X VALUE 'N'.
          88 PAR-DISPONIVEL                VALUE 'S' FALSE 'N'.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE 'S' FALSE 'N'.
       01 WS-REG-RETORNO                   PIC X(40).
          03 FILLER                        PIC X(01).
          03 RET-REFERENCIA-N              PIC 9(12).
          03 FILLER                        PIC X(27).
      * TIPO '2': REFERENCIA DA PARCELA DE ACORDO (ACORDO + PARCELA)
       01 WS-REG-RETORNO-P REDEFINES WS-REG-RETORNO.
          03 FILLER                        PIC X(01).
          03 RET-NR-ACORDO                 PIC 9(06).
          03 FILLER                        PIC 9(04).
          03 RET-NR-PARCELA                PIC 9(02).
          03 FILLER                        PIC X(27).
       77 WS-QTD-LIDOS                     PIC 9(06) VALUE ZEROS.
       77 WS-QTD-BAIXADOS                  PIC 9(06) VALUE ZEROS.
       77 WS-QTD-EXCECOES                  PIC 9(06) VALUE ZEROS.
          88 TRAILER-LIDO                  VALUE 'S' FALSE 'N'.
       77 WS-TRAILER-OK                    PIC X VALUE 'N'.
          88 TRAILER-OK                    VALUE 'S' FALSE 'N'.
       77 WS-VL-FAIXA-MIN                  PIC 9(06)V99.
       77 WS-VL-FAIXA-MAX                  PIC 9(06)V99.
       77 WS-VL-EXCEDENTE                  PIC 9(06)V99.
       77 WS-VL-ENC-NAO-PAGO               PIC 9(06)V99.
       01 WL-PARAMETROS-MORA.
          03 WL-MORA-DT-VENCIMENTO         PIC 9(08).
          03 WL-MORA-DT-PAGAMENTO          PIC 9(08).
          03 WL-MORA-VL-PRINCIPAL          PIC 9(06)V99.
          03 WL-MORA-QT-DIAS-ATRASO        PIC 9(05).
          03 WL-MORA-VL-MULTA              PIC 9(06)V99.
          03 WL-MORA-VL-JUROS              PIC 9(06)V99.
          03 WL-MORA-VL-DESCONTO           PIC 9(06)V99.
          03 WL-MORA-VL-TOTAL              PIC 9(06)V99.
       01 WL-PARAMETROS-NEGATIVACAO.
          03 WL-NEG-ID-ALUNO               PIC 9(06).
          03 WL-NEG-QT-LIBERADAS           PIC 9(02).
       01 WL-PARAMETROS-PERIODO.
          03 WL-PER-DATA                   PIC 9(08).
          03 WL-PER                        PIC X(01).
             88 WL-PER-ABERTO              VALUE 'A'.
             88 WL-PER-FECHADO             VALUE 'F'.

       01 WS-ARQ-CFG-RETORNO               PIC X(60) VALUE
          'C:\COBOL\RETORNO.TXT'.
       01 WS-ARQ-CFG-MENSALID              PIC X(60) VALUE
          'C:\COBOL\MENSALID.DAT'.
       01 WS-ARQ-CFG-ACORDOS               PIC X(60) VALUE
          'C:\COBOL\ACORDOS.DAT'.
       01 WS-ARQ-CFG-ACORPARC              PIC X(60) VALUE
          'C:\COBOL\ACORPARC.DAT'.
       01 WS-ARQ-CFG-RETORNO-EXCECOES      PIC X(60) VALUE
          'C:\COBOL\RETORNO_EXCECOES.TXT'.
          COPY CFG_AREA.
            SET EOF-OK            TO FALSE
            SET FS-RET-OK         TO TRUE
            SET FS-MEN-OK         TO TRUE
            MOVE ZEROS            TO EXC-VALOR

            OPEN INPUT RETORNO
            OPEN I-O   MENSALIDADES
      * SEM ACORDOS NO SISTEMA OS DETALHES TIPO '2' VIRAM EXCECAO
            SET FS-PAR-OK         TO TRUE
            OPEN I-O   PARCELAS-ACO
            IF FS-PAR-OK
                SET PAR-DISPONIVEL TO TRUE
            END-IF
            IF FS-RET-OK AND FS-MEN-OK
                PERFORM UNTIL EOF-OK
                    READ RETORNO INTO WS-REG-RETORNO
            END-IF
            CLOSE RETORNO
            CLOSE MENSALIDADES
            CLOSE PARCELAS-ACO

            DISPLAY '--------------------------------------'
            DISPLAY 'DETALHES LIDOS    : ' WS-QTD-LIDOS
                    ADD RET-VALOR-PAGO    TO WS-SOMA-PAGOS
                    ADD RET-REFERENCIA-N  TO WS-HASH-REFERENCIAS
                    PERFORM P320-BAIXA THRU P320-FIM
                WHEN '2'
                    ADD 1                 TO WS-QTD-LIDOS
                    ADD RET-VALOR-PAGO    TO WS-SOMA-PAGOS
                    ADD RET-REFERENCIA-N  TO WS-HASH-REFERENCIAS
                    PERFORM P330-BAIXA-PARCELA THRU P330-FIM
                WHEN '9'
                    SET TRAILER-LIDO      TO TRUE
                    IF RET-TRL-QUANTIDADE EQUAL WS-QTD-LIDOS AND
            .
       P310-FIM.
       P320-BAIXA.
            PERFORM P315-CHECA-PERIODO THRU P315-FIM
            IF WL-PER-FECHADO
                GO TO P320-FIM
            END-IF
            MOVE RET-ID-ALUNO     TO ID-ALUNO-MEN
            MOVE RET-COMPETENCIA  TO CP-COMPETENCIA
            READ MENSALIDADES
                                          TO EXC-MOTIVO
                    PERFORM P340-GRAVA-EXCECAO THRU P340-FIM
                NOT INVALID KEY
                    IF NOT MEN-ABERTA
                        MOVE RET-REFERENCIA-N TO EXC-REFERENCIA
                        MOVE 'MENSALIDADE JA BAIXADA'
                                              TO EXC-MOTIVO
                        PERFORM P340-GRAVA-EXCECAO THRU P340-FIM
                    ELSE
                        PERFORM P325-ENCARGOS THRU P325-FIM
                    END-IF
            END-READ
            .
       P320-FIM.
      * PAGAMENTO DATADO EM PERIODO CONTABIL FECHADO NAO E BAIXADO: VAI
      * PARA AS EXCECOES ATE O ADMIN REABRIR A COMPETENCIA (SISPERIO)
       P315-CHECA-PERIODO.
            MOVE RET-DATA-PGTO    TO WL-PER-DATA
            CALL 'CHKPERIO' USING WL-PARAMETROS-PERIODO
            IF WL-PER-FECHADO
                MOVE RET-REFERENCIA-N TO EXC-REFERENCIA
                MOVE 'PERIODO CONTABIL FECHADO' TO EXC-MOTIVO
                PERFORM P340-GRAVA-EXCECAO THRU P340-FIM
            END-IF
            .
       P315-FIM.
      * O BANCO PODE REPASSAR DESDE O VALOR COM DESCONTO DE
      * PONTUALIDADE ATE O TOTAL COM MULTA E JUROS (CALCMORA); DENTRO
      * DESSA FAIXA A MENSALIDADE E BAIXADA E O QUE FALTOU DE ENCARGO
      * VIRA EXCECAO; FORA DELA CONTINUA SENDO VALOR DIVERGENTE
       P325-ENCARGOS.
            MOVE DT-VENCIMENTO-MEN TO WL-MORA-DT-VENCIMENTO
            MOVE RET-DATA-PGTO     TO WL-MORA-DT-PAGAMENTO
            MOVE VL-MENSALIDADE    TO WL-MORA-VL-PRINCIPAL
            CALL 'CALCMORA' USING WL-PARAMETROS-MORA
            IF WL-MORA-VL-TOTAL < VL-MENSALIDADE
                MOVE WL-MORA-VL-TOTAL TO WS-VL-FAIXA-MIN
                MOVE VL-MENSALIDADE   TO WS-VL-FAIXA-MAX
            ELSE
                MOVE VL-MENSALIDADE   TO WS-VL-FAIXA-MIN
                MOVE WL-MORA-VL-TOTAL TO WS-VL-FAIXA-MAX
            END-IF
            IF RET-VALOR-PAGO < WS-VL-FAIXA-MIN OR
               RET-VALOR-PAGO > WS-VL-FAIXA-MAX
                MOVE RET-REFERENCIA-N TO EXC-REFERENCIA
                MOVE 'VALOR DIVERGENTE' TO EXC-MOTIVO
                MOVE RET-VALOR-PAGO   TO EXC-VALOR
                PERFORM P340-GRAVA-EXCECAO THRU P340-FIM
                GO TO P325-FIM
            END-IF

            MOVE ZEROS            TO VL-MULTA-MEN VL-JUROS-MEN
                                     VL-DESCONTO-MEN WS-VL-ENC-NAO-PAGO
            IF RET-VALOR-PAGO < VL-MENSALIDADE
                COMPUTE VL-DESCONTO-MEN =
                        VL-MENSALIDADE - RET-VALOR-PAGO
            ELSE
      * O EXCEDENTE SOBRE O PRINCIPAL QUITA PRIMEIRO A MULTA E DEPOIS
      * OS JUROS
                COMPUTE WS-VL-EXCEDENTE =
                        RET-VALOR-PAGO - VL-MENSALIDADE
                IF WS-VL-EXCEDENTE > WL-MORA-VL-MULTA
                    MOVE WL-MORA-VL-MULTA TO VL-MULTA-MEN
                ELSE
                    MOVE WS-VL-EXCEDENTE  TO VL-MULTA-MEN
                END-IF
                COMPUTE VL-JUROS-MEN = WS-VL-EXCEDENTE - VL-MULTA-MEN
                IF WL-MORA-VL-TOTAL > RET-VALOR-PAGO
                    COMPUTE WS-VL-ENC-NAO-PAGO =
                            WL-MORA-VL-TOTAL - RET-VALOR-PAGO
                END-IF
            END-IF
            MOVE RET-DATA-PGTO    TO DT-PAGAMENTO-MEN
            MOVE RET-VALOR-PAGO   TO VL-PAGO-MEN
            SET PGTO-BOLETO       TO TRUE
            SET MEN-PAGA          TO TRUE
            REWRITE REG-MENSALIDADE
            IF FS-MEN-OK
                ADD 1 TO WS-QTD-BAIXADOS
                MOVE ID-ALUNO-MEN TO WL-NEG-ID-ALUNO
                CALL 'NEGQUITA' USING WL-PARAMETROS-NEGATIVACAO
                    ON EXCEPTION
                        DISPLAY 'AVISO: CONFERENCIA DA NEGATIVACAO '
                                'INDISPONIVEL.'
                END-CALL
                IF WS-VL-ENC-NAO-PAGO > ZEROS
                    MOVE RET-REFERENCIA-N   TO EXC-REFERENCIA
                    MOVE 'ENCARGOS NAO PAGOS' TO EXC-MOTIVO
                    MOVE WS-VL-ENC-NAO-PAGO TO EXC-VALOR
                    PERFORM P340-GRAVA-EXCECAO THRU P340-FIM
                END-IF
            ELSE
                MOVE RET-REFERENCIA-N TO EXC-REFERENCIA
                MOVE 'ERRO AO REGRAVAR' TO EXC-MOTIVO
                PERFORM P340-GRAVA-EXCECAO THRU P340-FIM
            END-IF
            .
       P325-FIM.
       P330-BAIXA-PARCELA.
            PERFORM P315-CHECA-PERIODO THRU P315-FIM
            IF WL-PER-FECHADO
                GO TO P330-FIM
            END-IF
            IF NOT PAR-DISPONIVEL
                MOVE RET-REFERENCIA-N TO EXC-REFERENCIA
                MOVE 'PARCELA NAO ENCONTRADA' TO EXC-MOTIVO
                PERFORM P340-GRAVA-EXCECAO THRU P340-FIM
                GO TO P330-FIM
            END-IF
            MOVE RET-NR-ACORDO    TO NR-ACORDO-AP
            MOVE RET-NR-PARCELA   TO NR-PARCELA-AP
            READ PARCELAS-ACO
                INVALID KEY
                    MOVE RET-REFERENCIA-N TO EXC-REFERENCIA
                    MOVE 'PARCELA NAO ENCONTRADA' TO EXC-MOTIVO
                    PERFORM P340-GRAVA-EXCECAO THRU P340-FIM
                    GO TO P330-FIM
            END-READ
            IF NOT AP-ABERTA
                MOVE RET-REFERENCIA-N TO EXC-REFERENCIA
                MOVE 'PARCELA JA BAIXADA' TO EXC-MOTIVO
                PERFORM P340-GRAVA-EXCECAO THRU P340-FIM
                GO TO P330-FIM
            END-IF
            IF RET-VALOR-PAGO NOT EQUAL VL-PARCELA-AP
                MOVE RET-REFERENCIA-N TO EXC-REFERENCIA
                MOVE 'VALOR DIVERGENTE' TO EXC-MOTIVO
                MOVE RET-VALOR-PAGO   TO EXC-VALOR
                PERFORM P340-GRAVA-EXCECAO THRU P340-FIM
                GO TO P330-FIM
            END-IF
            MOVE RET-DATA-PGTO    TO DT-PAGAMENTO-AP
            MOVE RET-VALOR-PAGO   TO VL-PAGO-AP
            MOVE 'B'              TO FORMA-PGTO-AP
            MOVE ZEROS            TO NR-RECIBO-AP
            SET AP-PAGA           TO TRUE
            REWRITE REG-PARCELA-ACORDO
            IF NOT FS-PAR-OK
                MOVE RET-REFERENCIA-N TO EXC-REFERENCIA
                MOVE 'ERRO AO REGRAVAR' TO EXC-MOTIVO
                PERFORM P340-GRAVA-EXCECAO THRU P340-FIM
                GO TO P330-FIM
            END-IF
            ADD 1 TO WS-QTD-BAIXADOS
            MOVE RET-NR-ACORDO    TO WS-NR-ACORDO-RX
            PERFORM P335-QUITACAO THRU P335-FIM
            .
       P330-FIM.
      * TODAS AS PARCELAS PAGAS = ACORDO QUITADO (MESMA REGRA DO CAIXA)
       P335-QUITACAO.
            SET TEM-ABERTA-ACO    TO FALSE
            SET EOF-PAR-OK        TO FALSE
            MOVE WS-NR-ACORDO-RX  TO NR-ACORDO-AP
            MOVE ZEROS            TO NR-PARCELA-AP
            START PARCELAS-ACO KEY IS NOT LESS THAN
                  CHAVE-PARCELA-ACORDO
                INVALID KEY
                    SET EOF-PAR-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-PAR-OK
                READ PARCELAS-ACO NEXT
                    AT END
                        SET EOF-PAR-OK TO TRUE
                    NOT AT END
                        IF NR-ACORDO-AP NOT EQUAL WS-NR-ACORDO-RX
                            SET EOF-PAR-OK TO TRUE
                        ELSE
                            IF AP-ABERTA
                                SET TEM-ABERTA-ACO TO TRUE
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            IF TEM-ABERTA-ACO
                GO TO P335-FIM
            END-IF
            SET FS-ACO-OK         TO TRUE
            OPEN I-O ACORDOS
            IF FS-ACO-OK
                MOVE WS-NR-ACORDO-RX TO NR-ACORDO
                READ ACORDOS
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF ACO-ATIVO
                            SET ACO-QUITADO TO TRUE
                            REWRITE REG-ACORDO
                        END-IF
                END-READ
            END-IF
            CLOSE ACORDOS
            .
       P335-FIM.
       P340-GRAVA-EXCECAO.
            OPEN EXTEND EXCECOES
            IF WS-FS-EXC EQUAL 35 THEN
                DISPLAY 'FILE STATUS: ' WS-FS-EXC
            END-IF
            CLOSE EXCECOES
            MOVE ZEROS            TO EXC-VALOR
            .
       P340-FIM.
       P350-CONFERE-TRAILER.
            MOVE WS-ARQ-CFG-MENSALID TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-MENSALID
            MOVE 'ACORDOS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-ACORDOS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-ACORDOS
            MOVE 'ACORPARC' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-ACORPARC TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-ACORPARC
            MOVE 'RETORNO-EXCECOES' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-RETORNO-EXCECOES TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG

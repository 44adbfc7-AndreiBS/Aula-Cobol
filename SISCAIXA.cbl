      * Purpose: CAIXA DE MENSALIDADES - BAIXA DE PAGAMENTO COM RECIBO
      *          NUMERADO (CONTROLE.DAT 'RECIBOS') E VALOR POR EXTENSO
      *          (CADEXTEN), E LIVRO CAIXA DIARIO TOTALIZADO POR FORMA
      *          DE PAGAMENTO; RECIBO MULTIPLO (VARIOS ITENS E FORMAS)
      *          DETALHADO EM RECIBITE.DAT, INCLUSIVE TAXAS AVULSAS
      *          (COBRTAXA.DAT), ANUIDADE ANTECIPADA (ANUIDADE.DAT)
      *          E RECARGA DA CARTEIRA PRE-PAGA DO ALUNO (MOVCARTE),
      *          QUE NAO ENTRA NO VALOR DO RPS;
      *          RECEBIMENTO OU ESTORNO
      *          DATADO EM PERIODO CONTABIL FECHADO E RECUSADO
      *          (CHKPERIO). RECIBOS NUMERADOS NA SERIE DA UNIDADE
      *          (CAMPUS) DO OPERADOR (CONTROLE 'RECIBOSnn', INICIO EM
      *          nn00001) E LIVRO CAIXA DO DIA TOTALIZADO POR UNIDADE
      *          E CONSOLIDADO; SEM PERFIL ADMIN SO A PROPRIA UNIDADE;
      *          TODO RECIBO SAI COM O NUMERO DE VERIFICACAO DO
      *          DIGVERIF SOBRE O NUMERO DO RECIBO, CONFERIDO PELA
      *          CONSULTA DE AUTENTICIDADE (SISAUTEN)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISCAIXA.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REX.

               SELECT ITENS-RECIBO ASSIGN TO WS-ARQ-CFG-RECIBITE
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-ITEM-RECIBO
               FILE STATUS IS WS-FS-ITR.

               SELECT COBRANCAS-TX ASSIGN TO WS-ARQ-CFG-COBRTAXA
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS NR-COBRANCA-TX
               FILE STATUS IS WS-FS-CTX.

               SELECT ANUIDADES ASSIGN TO WS-ARQ-CFG-ANUIDADE
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-ANUIDADE
               ALTERNATE RECORD KEY IS NR-ANUIDADE
               FILE STATUS IS WS-FS-ANU.

       DATA DIVISION.
       FILE SECTION.
       FD MENSALIDADES.
          COPY FD_RPS.
       FD RPS-EXCECOES.
       01 REG-RPS-EXCECAO                  PIC X(80).
       FD ITENS-RECIBO.
          COPY FD_RECIT.
       FD COBRANCAS-TX.
          COPY FD_COBTX.
       FD ANUIDADES.
          COPY FD_ANUID.

       WORKING-STORAGE SECTION.
       77 WS-FS-MEN                        PIC 99.
       77 WS-TOT-BOLETO                    PIC 9(08)V99 VALUE ZEROS.
       77 WS-TOT-GERAL                     PIC 9(08)V99 VALUE ZEROS.
       77 WS-QTD-RECEBIDAS                 PIC 9(05) VALUE ZEROS.
      * LIVRO DO DIA POR UNIDADE - A UNIDADE SAI DO PRIMEIRO DIGITO
      * DO NUMERO DA SESSAO (MOVIMENTO) OU DO RECIBO (ESTORNO); ZERO
      * E NUMERACAO ANTERIOR AS UNIDADES E CAI NA DESTA INSTALACAO
          COPY UNI_AREA.
       77 WS-UNI-IDX                       PIC 9(01).
       77 WS-UNI-OPER-NUM                  PIC 9(01).
       77 WS-UNI-INST-NUM                  PIC 9(01).
       77 WS-UNI-CONTA                     PIC X VALUE 'N'.
          88 UNI-CONTA                     VALUE 'S' FALSE 'N'.
       01 WS-TABELA-UNIDADES.
          03 WS-TAB-UNI OCCURS 9 TIMES.
             05 WS-UNI-QTD                PIC 9(05).
             05 WS-UNI-DINHEIRO           PIC 9(08)V99.
             05 WS-UNI-PIX                PIC 9(08)V99.
             05 WS-UNI-CARTAO             PIC 9(08)V99.
             05 WS-UNI-BOLETO             PIC 9(08)V99.
             05 WS-UNI-ESTORNOS           PIC 9(08)V99.
             05 WS-UNI-GERAL              PIC 9(08)V99.
       01 WL-PARAMETROS-EXT.
          03 FILLER                        PIC S9(04) COMP.
          03 WS-VALOR-EXT                  PIC 9(16)V99.
             88 WL-DV-VALIDO               VALUE 'S'.
             88 WL-DV-INVALIDO             VALUE 'N'.
       77 WS-DV-DIGITADO                   PIC 9(01).
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
       77 WS-TITULO-OK                     PIC X VALUE 'N'.
          88 TITULO-OK                     VALUE 'S' FALSE 'N'.
       77 WS-FS-ITR                        PIC 99.
          88 FS-ITR-OK                     VALUE 0.
       77 WS-FS-CTX                        PIC 99.
          88 FS-CTX-OK                     VALUE 0.
       77 WS-FS-ANU                        PIC 99.
          88 FS-ANU-OK                     VALUE 0.
       77 WS-ANU-APROPRIADA                PIC X VALUE 'N'.
          88 ANU-APROPRIADA                VALUE 'S' FALSE 'N'.
       77 WS-RECARGA-CONSUMIDA             PIC X VALUE 'N'.
          88 RECARGA-CONSUMIDA             VALUE 'S' FALSE 'N'.
       77 WS-VL-RECARGA                    PIC 9(06)V99 VALUE ZEROS.
      * ITENS E FORMAS DE PAGAMENTO DO RECIBO MULTIPLO
       77 WS-QTD-ITENS                     PIC 9(02) VALUE ZEROS.
       01 WS-TABELA-ITENS.
          03 WS-TAB-ITM OCCURS 20 TIMES.
             05 WS-ITM-TIPO               PIC X(01).
             05 WS-ITM-REFERENCIA         PIC 9(06).
             05 WS-ITM-PARCELA            PIC 9(02).
             05 WS-ITM-PRINCIPAL          PIC 9(06)V99.
             05 WS-ITM-MULTA              PIC 9(06)V99.
             05 WS-ITM-JUROS              PIC 9(06)V99.
             05 WS-ITM-DESCONTO           PIC 9(06)V99.
             05 WS-ITM-VALOR              PIC 9(06)V99.
       77 WS-QTD-FORMAS                    PIC 9(01) VALUE ZEROS.
       01 WS-TABELA-FORMAS.
          03 WS-TAB-FRM OCCURS 5 TIMES.
             05 WS-FRM-FORMA              PIC X(01).
             05 WS-FRM-VALOR              PIC 9(06)V99.
       77 WS-IND1                          PIC 9(02).
       77 WS-TIPO-ITEM                     PIC X(01) VALUE SPACES.
       77 WS-NR-REFERENCIA                 PIC 9(06).
       77 WS-NR-PARCELA                    PIC 9(02).
       77 WS-TOT-ITENS                     PIC 9(07)V99 VALUE ZEROS.
       77 WS-TOT-CREDITOS                  PIC 9(07)V99 VALUE ZEROS.
       77 WS-TOT-LIQUIDO                   PIC 9(06)V99 VALUE ZEROS.
       77 WS-TOT-FORMAS                    PIC 9(06)V99 VALUE ZEROS.
       77 WS-VL-RESTANTE                   PIC 9(06)V99 VALUE ZEROS.
       77 WS-FORMA-RECIBO                  PIC X(01).
       77 WS-ITEM-REPETIDO                 PIC X VALUE 'N'.
          88 ITEM-REPETIDO                 VALUE 'S' FALSE 'N'.
       77 WS-RECIBO-CANCELADO              PIC X VALUE 'N'.
          88 RECIBO-CANCELADO              VALUE 'S' FALSE 'N'.
       77 WS-JA-ESTORNADO                  PIC X VALUE 'N'.
          88 JA-ESTORNADO                  VALUE 'S' FALSE 'N'.
       77 WS-EOF-ITR                       PIC X.
          88 EOF-ITR-OK                    VALUE 'S' FALSE 'N'.
       77 WS-FS-CXS                        PIC 99.
          88 FS-CXS-OK                     VALUE 0.
       77 WS-FS-MOV                        PIC 99.
          88 EOF-RPS-OK                    VALUE 'S' FALSE 'N'.
       77 WS-ACHOU-RPS                     PIC X VALUE 'N'.
          88 ACHOU-RPS-EST                 VALUE 'S' FALSE 'N'.
       77 WS-DT-RECIBO-EST                 PIC 9(08) VALUE ZEROS.
       01 WL-AUTORIZACAO.
          03 WL-FUNCAO                     PIC X(01).
          03 WL-AUT                        PIC X(01).
             88 WL-AUTORIZADO              VALUE 'S'.
             88 WL-NEGADO                  VALUE 'N'.
       01 WL-PARAMETROS-PERIODO.
          03 WL-PER-DATA                   PIC 9(08).
          03 WL-PER                        PIC X(01).
             88 WL-PER-ABERTO              VALUE 'A'.
             88 WL-PER-FECHADO             VALUE 'F'.
          COPY JRN_AREA.
       01 WL-PARAMETROS-CARTEIRA.
          03 WL-CT-OPERACAO                PIC X(01).
          03 WL-CT-ID-ALUNO                PIC 9(06).
          03 WL-CT-VALOR                   PIC 9(06)V99.
          03 WL-CT-PONTO-VENDA             PIC X(01).
          03 WL-CT-DOCUMENTO               PIC 9(06).
          03 WL-CT-PROGRAMA                PIC X(08) VALUE 'SISCAIXA'.
          03 WL-CT-SALDO                   PIC 9(06)V99.
          03 WL-CT-DISPONIVEL-DIA          PIC 9(06)V99.
          03 WL-CT-OK                      PIC X(01).
             88 WL-CT-FEITO                VALUE 'S'.
             88 WL-CT-RECUSADO             VALUE 'N' 'E'.
             88 WL-CT-ENCERRADA            VALUE 'E'.
       01 WS-IMAGEM-ANTES-MEN              PIC X(230) VALUE SPACES.
       01 WL-QUIESCE.
          03 WL-QSC-PROGRAMA               PIC X(12)
             VALUE 'SISCAIXA'.
          'C:\COBOL\RPSREG.DAT'.
       01 WS-ARQ-CFG-RPS-EXC               PIC X(60) VALUE
          'C:\COBOL\RPS_EXCECOES.TXT'.
       01 WS-ARQ-CFG-RECIBITE              PIC X(60) VALUE
          'C:\COBOL\RECIBITE.DAT'.
       01 WS-ARQ-CFG-COBRTAXA              PIC X(60) VALUE
          'C:\COBOL\COBRTAXA.DAT'.
       01 WS-ARQ-CFG-ANUIDADE              PIC X(60) VALUE
          'C:\COBOL\ANUIDADE.DAT'.
          COPY CFG_AREA.
       LINKAGE SECTION.
       01 LK-COM-AREA.
       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            PERFORM P050-CONFIGURA THRU P050-FIM
            CALL 'CHKUNIDA' USING WL-UNIDADE
            MOVE WL-UNI-OPERADOR(2:1)   TO WS-UNI-OPER-NUM
            MOVE WL-UNI-INSTALACAO(2:1) TO WS-UNI-INST-NUM
      * COM A JANELA DE BATCH LEVANTADA PELO SISNIGHT O CAIXA NAO
      * ENTRA - EVITA TELA ABERTA COLIDINDO COM A CADEIA NOTURNA
            CALL 'CHKQUIES' USING WL-QUIESCE
            DISPLAY '*** 3 - Estornar recebimento (por recibo)      ***'
            DISPLAY '*** 4 - Receber parcela de acordo              ***'
            DISPLAY '*** 5 - Liquidar acerto de evasao (cred/reemb) ***'
            DISPLAY '*** 6 - Recibo multiplo (varios itens/formas)  ***'
            DISPLAY '***          <TECLE F PARA FINALIZAR>          ***'
            DISPLAY '**************************************************'
            ACCEPT WS-OPCAO
                    PERFORM P390-RECEBE-ACORDO THRU P390-FIM
                WHEN '5'
                    PERFORM P395-LIQUIDA-ACERTO THRU P395-FIM
                WHEN '6'
                    PERFORM P400-RECEBE-MULTIPLO THRU P400-FIM
                WHEN 'F'
                    CONTINUE
                WHEN 'f'
            END-IF
            DISPLAY 'Informe a data do pagamento (AAAAMMDD): '
            ACCEPT WS-DT-PAGAMENTO
            MOVE WS-DT-PAGAMENTO  TO WL-PER-DATA
            CALL 'CHKPERIO' USING WL-PARAMETROS-PERIODO
            IF WL-PER-FECHADO
                GO TO P320-FIM
            END-IF
            PERFORM P325-ENCARGOS THRU P325-FIM
            IF NOT TITULO-OK
                GO TO P320-FIM
            END-IF
            DISPLAY 'Informe o valor recebido (ENTER = total): '
            ACCEPT WS-VL-PAGO
            IF WS-VL-PAGO EQUAL ZEROS
                MOVE WL-MORA-VL-TOTAL TO WS-VL-PAGO
            END-IF
            IF WS-VL-PAGO NOT EQUAL WL-MORA-VL-TOTAL
                DISPLAY 'VALOR DIFERENTE DO TOTAL DEVIDO - '
                        'RECEBIMENTO CANCELADO.'
                GO TO P320-FIM
            END-IF
            DISPLAY 'Informe a forma de pagamento '
                    '(D=Dinheiro, X=Pix, C=Cartao, B=Boleto): '
            ACCEPT WS-FORMA-PGTO
                            MOVE WS-VL-PAGO      TO VL-PAGO-MEN
                            MOVE WS-FORMA-PGTO   TO FORMA-PGTO-MEN
                            MOVE WS-NR-RECIBO    TO NR-RECIBO-MEN
                            MOVE WL-MORA-VL-MULTA    TO VL-MULTA-MEN
                            MOVE WL-MORA-VL-JUROS    TO VL-JUROS-MEN
                            MOVE WL-MORA-VL-DESCONTO TO VL-DESCONTO-MEN
                            SET MEN-PAGA         TO TRUE
                            REWRITE REG-MENSALIDADE
                            IF FS-MEN-OK
                                    THRU P345-FIM
                                PERFORM P348-JORNAL-MEN
                                    THRU P348-FIM
                                PERFORM P349-NEGATIVACAO
                                    THRU P349-FIM
                            ELSE
                                DISPLAY 'ERRO AO BAIXAR A '
                                        'MENSALIDADE. '
            CLOSE MENSALIDADES
            .
       P320-FIM.
      * ENCARGOS DA BAIXA PELO CALCMORA: MULTA E JUROS SE PAGO DEPOIS
      * DO VENCIMENTO, DESCONTO SE PAGO ATE O DIA DE PONTUALIDADE; O
      * CAIXA SO RECEBE O TOTAL CALCULADO
       P325-ENCARGOS.
            SET TITULO-OK         TO FALSE
            SET FS-MEN-OK         TO TRUE
            OPEN INPUT MENSALIDADES
            IF NOT FS-MEN-OK
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE MENSALIDADES. '
                DISPLAY 'FILE STATUS: ' WS-FS-MEN
                GO TO P325-FIM
            END-IF
            MOVE WS-ID-ALUNO      TO ID-ALUNO-MEN
            MOVE WS-COMPETENCIA   TO CP-COMPETENCIA
            READ MENSALIDADES
                INVALID KEY
                    DISPLAY 'MENSALIDADE NAO EXISTE! '
                NOT INVALID KEY
                    IF NOT MEN-ABERTA
                        DISPLAY 'MENSALIDADE NAO ESTA ABERTA! '
                    ELSE
                        SET TITULO-OK TO TRUE
                    END-IF
            END-READ
            CLOSE MENSALIDADES
            IF NOT TITULO-OK
                GO TO P325-FIM
            END-IF
            MOVE DT-VENCIMENTO-MEN TO WL-MORA-DT-VENCIMENTO
            MOVE WS-DT-PAGAMENTO   TO WL-MORA-DT-PAGAMENTO
            MOVE VL-MENSALIDADE    TO WL-MORA-VL-PRINCIPAL
            CALL 'CALCMORA' USING WL-PARAMETROS-MORA
            DISPLAY 'Principal   : ' WL-MORA-VL-PRINCIPAL
            DISPLAY 'Multa       : ' WL-MORA-VL-MULTA
            DISPLAY 'Juros       : ' WL-MORA-VL-JUROS
                    ' (' WL-MORA-QT-DIAS-ATRASO ' dias de atraso)'
            DISPLAY 'Desconto    : ' WL-MORA-VL-DESCONTO
            DISPLAY 'Total devido: ' WL-MORA-VL-TOTAL
            .
       P325-FIM.
      * CADA UNIDADE TEM A SUA SERIE DE RECIBOS; O PRIMEIRO DIGITO
      * DO NUMERO E A UNIDADE, O QUE MANTEM O RECIBO UNICO NA REDE
      * (ESTORNOS E ITENS DO RECIBO SEGUEM CHAVEADOS SO PELO NUMERO)
       P150-PROX-RECIBO.
            SET FS-CTRL-OK        TO TRUE
            MOVE 'N'              TO WS-CTRL-NOVO
                CLOSE CONTROLE
                OPEN I-O CONTROLE
            END-IF
            MOVE 'RECIBOS'        TO CHAVE-CONTROLE
            MOVE WL-UNI-OPERADOR  TO CHAVE-CONTROLE(8:2)
            READ CONTROLE
                INVALID KEY
                    MOVE 'S'          TO WS-CTRL-NOVO
                    COMPUTE ULTIMO-ID = WS-UNI-OPER-NUM * 100000 + 1
                NOT INVALID KEY
                    ADD 1             TO ULTIMO-ID
            END-READ
            MOVE 'RECIBOS'        TO CHAVE-CONTROLE
            MOVE WL-UNI-OPERADOR  TO CHAVE-CONTROLE(8:2)
            IF WS-CTRL-NOVO EQUAL 'S'
                WRITE REG-CONTROLE
                IF NOT FS-CTRL-OK
                MOVE SPACES TO WS-LINHA-REC
                STRING '          RECIBO DE MENSALIDADE NR. '
                       WS-NR-RECIBO
                       '  UNIDADE ' WL-UNI-OPERADOR
                       DELIMITED BY SIZE
                       INTO WS-LINHA-REC
                MOVE WS-LINHA-REC TO REG-RECIBO-OUT
                MOVE WS-LINHA-REC TO REG-RECIBO-OUT
                WRITE REG-RECIBO-OUT
                MOVE SPACES TO WS-LINHA-REC
                STRING 'Principal   : ' WL-MORA-VL-PRINCIPAL
                       DELIMITED BY SIZE
                       INTO WS-LINHA-REC
                MOVE WS-LINHA-REC TO REG-RECIBO-OUT
                WRITE REG-RECIBO-OUT
                MOVE SPACES TO WS-LINHA-REC
                STRING 'Multa       : ' WL-MORA-VL-MULTA
                       DELIMITED BY SIZE
                       INTO WS-LINHA-REC
                MOVE WS-LINHA-REC TO REG-RECIBO-OUT
                WRITE REG-RECIBO-OUT
                MOVE SPACES TO WS-LINHA-REC
                STRING 'Juros       : ' WL-MORA-VL-JUROS
                       DELIMITED BY SIZE
                       INTO WS-LINHA-REC
                MOVE WS-LINHA-REC TO REG-RECIBO-OUT
                WRITE REG-RECIBO-OUT
                MOVE SPACES TO WS-LINHA-REC
                STRING 'Desconto    : ' WL-MORA-VL-DESCONTO
                       DELIMITED BY SIZE
                       INTO WS-LINHA-REC
                MOVE WS-LINHA-REC TO REG-RECIBO-OUT
                WRITE REG-RECIBO-OUT
                MOVE SPACES TO WS-LINHA-REC
                STRING 'Valor       : ' WS-VL-PAGO
                       DELIMITED BY SIZE
                       INTO WS-LINHA-REC
                       INTO WS-LINHA-REC
                MOVE WS-LINHA-REC TO REG-RECIBO-OUT
                WRITE REG-RECIBO-OUT
                MOVE 'C'              TO WL-DV-OPERACAO
                MOVE WS-NR-RECIBO     TO WL-DV-NUMERO
                CALL 'DIGVERIF' USING WL-PARAMETROS-DV
                MOVE SPACES TO WS-LINHA-REC
                STRING 'Verificacao : ' WS-NR-RECIBO
                       '-' WL-DV-DIGITO
                       DELIMITED BY SIZE
                       INTO WS-LINHA-REC
                MOVE WS-LINHA-REC TO REG-RECIBO-OUT
                WRITE REG-RECIBO-OUT
                MOVE ALL '=' TO REG-RECIBO-OUT
                WRITE REG-RECIBO-OUT
                MOVE SPACES TO REG-RECIBO-OUT
            CALL 'JORNALRG' USING WL-JORNAL
            .
       P348-FIM.
      * DEBITO QUITADO TIRA O RESPONSAVEL DA NEGATIVACAO (NEGQUITA)
       P349-NEGATIVACAO.
            MOVE WS-ID-ALUNO      TO WL-NEG-ID-ALUNO
            CALL 'NEGQUITA' USING WL-PARAMETROS-NEGATIVACAO
                ON EXCEPTION
                    DISPLAY 'AVISO: CONFERENCIA DA NEGATIVACAO '
                            'INDISPONIVEL.'
            END-CALL
            .
       P349-FIM.
       P155-PROX-RPS.
            SET FS-CTRL-OK        TO TRUE
            MOVE 'N'              TO WS-CTRL-NOVO
            MOVE ZEROS            TO WS-TOT-DINHEIRO WS-TOT-PIX
                                     WS-TOT-CARTAO WS-TOT-BOLETO
                                     WS-TOT-GERAL WS-QTD-RECEBIDAS
            INITIALIZE WS-TABELA-UNIDADES
            SET EOF-OK            TO FALSE
            SET FS-MOV-OK         TO TRUE
            OPEN INPUT MOVIMENTOS
                        NOT AT END
                            IF MOV-RECEBIMENTO AND
                               DT-MOV EQUAL WS-DT-CAIXA
                                DIVIDE NR-SESSAO-MOV BY 100000
                                    GIVING WS-UNI-IDX
                                PERFORM P352-UNIDADE THRU P352-FIM
                            END-IF
                            IF MOV-RECEBIMENTO AND
                               DT-MOV EQUAL WS-DT-CAIXA AND UNI-CONTA
                                ADD 1            TO WS-QTD-RECEBIDAS
                                ADD VL-MOV       TO WS-TOT-GERAL
                                ADD 1        TO WS-UNI-QTD(WS-UNI-IDX)
                                ADD VL-MOV   TO WS-UNI-GERAL(WS-UNI-IDX)
                                EVALUATE FORMA-MOV
                                    WHEN 'D'
                                        ADD VL-MOV
                                            TO WS-TOT-DINHEIRO
                                               WS-UNI-DINHEIRO
                                               (WS-UNI-IDX)
                                    WHEN 'X'
                                        ADD VL-MOV TO WS-TOT-PIX
                                            WS-UNI-PIX(WS-UNI-IDX)
                                    WHEN 'C'
                                        ADD VL-MOV
                                            TO WS-TOT-CARTAO
                                               WS-UNI-CARTAO
                                               (WS-UNI-IDX)
                                    WHEN 'B'
                                        ADD VL-MOV
                                            TO WS-TOT-BOLETO
                                               WS-UNI-BOLETO
                                               (WS-UNI-IDX)
                                END-EVALUATE
                            END-IF
                    END-READ
            DISPLAY 'BOLETO       : ' WS-TOT-BOLETO
            DISPLAY 'ESTORNOS (-) : ' WS-TOT-ESTORNOS-DIA
            DISPLAY 'TOTAL GERAL  : ' WS-TOT-GERAL
            IF WL-UNI-PROPRIA
                DISPLAY '(SOMENTE A UNIDADE ' WL-UNI-OPERADOR ')'
            END-IF
            DISPLAY '*************************************************'
            PERFORM VARYING WS-UNI-IDX FROM 1 BY 1
                    UNTIL WS-UNI-IDX > 9
                IF WS-UNI-QTD(WS-UNI-IDX) > 0 OR
                   WS-UNI-ESTORNOS(WS-UNI-IDX) > 0
                    DISPLAY 'UNIDADE 0' WS-UNI-IDX
                            '  RECEB: ' WS-UNI-QTD(WS-UNI-IDX)
                            '  DINH: ' WS-UNI-DINHEIRO(WS-UNI-IDX)
                            '  PIX: ' WS-UNI-PIX(WS-UNI-IDX)
                    DISPLAY '            CARTAO: '
                            WS-UNI-CARTAO(WS-UNI-IDX)
                            '  BOLETO: ' WS-UNI-BOLETO(WS-UNI-IDX)
                            '  ESTORNOS (-): '
                            WS-UNI-ESTORNOS(WS-UNI-IDX)
                    DISPLAY '            TOTAL DA UNIDADE: '
                            WS-UNI-GERAL(WS-UNI-IDX)
                END-IF
            END-PERFORM
            PERFORM P360-GRAVA-CAIXA THRU P360-FIM
            .
       P350-FIM.
      * UNIDADE DO LANCAMENTO (WS-UNI-IDX JA COM O PRIMEIRO DIGITO);
      * SEM PERFIL ADMIN SO CONTA O QUE E DA UNIDADE DO OPERADOR
       P352-UNIDADE.
            IF WS-UNI-IDX EQUAL ZERO
                MOVE WS-UNI-INST-NUM TO WS-UNI-IDX
            END-IF
            SET UNI-CONTA         TO TRUE
            IF WL-UNI-PROPRIA AND WS-UNI-IDX NOT EQUAL WS-UNI-OPER-NUM
                SET UNI-CONTA     TO FALSE
            END-IF
            .
       P352-FIM.
      * OS ESTORNOS DO DIA ENTRAM COMO LINHA NEGATIVA DO LIVRO
       P355-ESTORNOS-DIA.
            MOVE ZEROS            TO WS-TOT-ESTORNOS-DIA
                            SET EOF-OK TO TRUE
                        NOT AT END
                            IF DT-ESTORNO EQUAL WS-DT-CAIXA
                                DIVIDE NR-RECIBO-EST BY 100000
                                    GIVING WS-UNI-IDX
                                PERFORM P352-UNIDADE THRU P352-FIM
                                IF UNI-CONTA
                                    ADD VL-ESTORNADO
                                        TO WS-TOT-ESTORNOS-DIA
                                           WS-UNI-ESTORNOS(WS-UNI-IDX)
                                    IF WS-UNI-GERAL(WS-UNI-IDX) >
                                       VL-ESTORNADO
                                        SUBTRACT VL-ESTORNADO FROM
                                            WS-UNI-GERAL(WS-UNI-IDX)
                                    ELSE
                                        MOVE ZEROS TO
                                            WS-UNI-GERAL(WS-UNI-IDX)
                                    END-IF
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                       DELIMITED BY SIZE INTO WS-LINHA-CXA
                MOVE WS-LINHA-CXA TO REG-CAIXA-OUT
                WRITE REG-CAIXA-OUT
                PERFORM VARYING WS-UNI-IDX FROM 1 BY 1
                        UNTIL WS-UNI-IDX > 9
                    IF WS-UNI-QTD(WS-UNI-IDX) > 0 OR
                       WS-UNI-ESTORNOS(WS-UNI-IDX) > 0
                        MOVE SPACES TO WS-LINHA-CXA
                        STRING '  UNIDADE 0' WS-UNI-IDX
                               '  RECEB: ' WS-UNI-QTD(WS-UNI-IDX)
                               '  ESTORNOS: '
                               WS-UNI-ESTORNOS(WS-UNI-IDX)
                               '  TOTAL: ' WS-UNI-GERAL(WS-UNI-IDX)
                               DELIMITED BY SIZE INTO WS-LINHA-CXA
                        MOVE WS-LINHA-CXA TO REG-CAIXA-OUT
                        WRITE REG-CAIXA-OUT
                    END-IF
                END-PERFORM
            ELSE
                DISPLAY 'ERRO AO GRAVAR O LIVRO CAIXA. '
                DISPLAY 'FILE STATUS: ' WS-FS-CXA
            IF WL-NEGADO
                GO TO P370-FIM
            END-IF
      * RECIBO MULTIPLO: O ESTORNO REVERTE O RECIBO INTEIRO
            PERFORM P450-CARREGA-RECIBO THRU P450-FIM
            IF WS-QTD-ITENS > ZEROS
                PERFORM P455-ESTORNA-MULTIPLO THRU P455-FIM
                GO TO P370-FIM
            END-IF

            SET ACHOU-RECIBO      TO FALSE
            SET EOF-OK            TO FALSE
                GO TO P370-FIM
            END-IF

      * O RECEBIMENTO DE PERIODO CONTABIL JA FECHADO NAO E DESFEITO
            MOVE DT-PAGAMENTO-MEN TO WL-PER-DATA
            CALL 'CHKPERIO' USING WL-PARAMETROS-PERIODO
            IF WL-PER-FECHADO
                CLOSE MENSALIDADES
                GO TO P370-FIM
            END-IF
            DISPLAY 'ALUNO ' ID-ALUNO-MEN
                    ' COMPETENCIA ' CP-COMPETENCIA
                    ' VALOR PAGO ' VL-PAGO-MEN
            MOVE ZEROS            TO DT-PAGAMENTO-MEN
                                     VL-PAGO-MEN
                                     NR-RECIBO-MEN
                                     VL-MULTA-MEN
                                     VL-JUROS-MEN
                                     VL-DESCONTO-MEN
            MOVE SPACE            TO FORMA-PGTO-MEN
            SET MEN-ABERTA        TO TRUE
            REWRITE REG-MENSALIDADE
            ACCEPT WS-NR-PARCELA-RX
            DISPLAY 'Informe a data do pagamento (AAAAMMDD): '
            ACCEPT WS-DT-PAGAMENTO
            MOVE WS-DT-PAGAMENTO  TO WL-PER-DATA
            CALL 'CHKPERIO' USING WL-PARAMETROS-PERIODO
            IF WL-PER-FECHADO
                GO TO P390-FIM
            END-IF
            DISPLAY 'Informe o valor recebido: '
            ACCEPT WS-VL-PAGO
            DISPLAY 'Informe a forma de pagamento '
                CLOSE PARCELAS-ACO
                GO TO P390-FIM
            END-IF
            PERFORM P392-QUITACAO THRU P392-FIM
            .
       P390-FIM.
      * QUITACAO: SEM PARCELAS ABERTAS O ACORDO FECHA (PARCELAS-ACO
      * ABERTO NA ENTRADA, FECHADO NA SAIDA)
       P392-QUITACAO.
            SET TEM-ABERTA-ACO    TO FALSE
            SET EOF-OK            TO FALSE
            MOVE WS-NR-ACORDO-RX  TO NR-ACORDO-AP
                CLOSE ACORDOS
            END-IF
            .
       P392-FIM.
      * LIQUIDACAO DO ACERTO DE EVASAO (SISEVADE): CREDITO ABATE UMA
      * MENSALIDADE ABERTA DO ALUNO; REEMBOLSO SAI DA GAVETA COMO
      * MOVIMENTO DE SAIDA DA SESSAO
            CALL 'AUDITLOG' USING WL-AUDITORIA
            .
       P396-FIM.
      * RECIBO MULTIPLO: VARIAS MENSALIDADES, PARCELAS DE ACORDO E
      * CREDITOS DE ACERTO DO MESMO ALUNO EM UM SO RECIBO, PAGO EM UMA
      * OU MAIS FORMAS CUJA SOMA TEM DE FECHAR COM O TOTAL; CADA FORMA
      * VIRA UM MOVIMENTO 'R' DA SESSAO COM O MESMO NUMERO DE RECIBO
       P400-RECEBE-MULTIPLO.
            MOVE ZEROS            TO WS-QTD-ITENS WS-QTD-FORMAS
                                     WS-TOT-ITENS WS-TOT-CREDITOS
                                     WS-TOT-FORMAS
            SET RECIBO-CANCELADO  TO FALSE
            DISPLAY 'Informe o ID do aluno: '
            ACCEPT WS-ID-ALUNO
            DISPLAY 'Informe a data do pagamento (AAAAMMDD): '
            ACCEPT WS-DT-PAGAMENTO
            MOVE WS-DT-PAGAMENTO  TO WL-PER-DATA
            CALL 'CHKPERIO' USING WL-PARAMETROS-PERIODO
            IF WL-PER-FECHADO
                GO TO P400-FIM
            END-IF
            MOVE SPACES           TO WS-TIPO-ITEM
            PERFORM P405-INCLUI-ITEM THRU P405-FIM
                    UNTIL WS-TIPO-ITEM = 'F' OR 'f'
            IF WS-TOT-ITENS EQUAL ZEROS
                DISPLAY 'NENHUM ITEM A RECEBER - RECIBO CANCELADO.'
                GO TO P400-FIM
            END-IF
            IF WS-TOT-CREDITOS NOT LESS WS-TOT-ITENS
                DISPLAY 'OS CREDITOS COBREM OS ITENS - USE A '
                        'LIQUIDACAO DE ACERTO (OPCAO 5).'
                GO TO P400-FIM
            END-IF
            COMPUTE WS-TOT-LIQUIDO = WS-TOT-ITENS - WS-TOT-CREDITOS
            DISPLAY 'TOTAL DOS ITENS : ' WS-TOT-ITENS
            DISPLAY 'CREDITOS (-)    : ' WS-TOT-CREDITOS
            DISPLAY 'TOTAL A RECEBER : ' WS-TOT-LIQUIDO
            PERFORM P425-INCLUI-FORMA THRU P425-FIM
                    UNTIL WS-TOT-FORMAS = WS-TOT-LIQUIDO
                       OR RECIBO-CANCELADO
            IF RECIBO-CANCELADO
                DISPLAY 'RECIBO CANCELADO.'
                GO TO P400-FIM
            END-IF
            DISPLAY 'TECLE <S> para confirmar o recebimento: '
            ACCEPT WS-CONFIRM-EST
            IF WS-CONFIRM-EST NOT EQUAL 'S' AND 's'
                DISPLAY 'RECIBO CANCELADO.'
                GO TO P400-FIM
            END-IF

            IF WS-QTD-FORMAS EQUAL 1
                MOVE WS-FRM-FORMA(1) TO WS-FORMA-RECIBO
            ELSE
                MOVE 'M'          TO WS-FORMA-RECIBO
            END-IF
            PERFORM P150-PROX-RECIBO THRU P150-FIM
            SET FS-ITR-OK         TO TRUE
            OPEN I-O ITENS-RECIBO
            IF WS-FS-ITR EQUAL 35 THEN
                OPEN OUTPUT ITENS-RECIBO
                CLOSE ITENS-RECIBO
                OPEN I-O ITENS-RECIBO
            END-IF
            IF NOT FS-ITR-OK
                DISPLAY 'AVISO: ITENS DO RECIBO NAO REGISTRADOS. '
                DISPLAY 'FILE STATUS: ' WS-FS-ITR
            END-IF
            PERFORM P430-BAIXA-ITEM THRU P430-FIM
                    VARYING WS-IND1 FROM 1 BY 1
                    UNTIL WS-IND1 > WS-QTD-ITENS
            PERFORM P435-MOV-FORMA THRU P435-FIM
                    VARYING WS-IND1 FROM 1 BY 1
                    UNTIL WS-IND1 > WS-QTD-FORMAS
            CLOSE ITENS-RECIBO
            PERFORM P349-NEGATIVACAO THRU P349-FIM
            DISPLAY 'Pagamento recebido! Recibo numero '
                    WS-NR-RECIBO '.'
            PERFORM P440-IMPRIME-MULTIPLO THRU P440-FIM
      * UM RPS PELO RECIBO, COM A COMPETENCIA DA PRIMEIRA MENSALIDADE
      * (OU DO MES DO PAGAMENTO SE SO HOUVER PARCELAS DE ACORDO)
            MOVE WS-DT-PAGAMENTO(1:6) TO WS-COMPETENCIA
            PERFORM VARYING WS-IND1 FROM WS-QTD-ITENS BY -1
                    UNTIL WS-IND1 < 1
                IF WS-ITM-TIPO(WS-IND1) EQUAL 'M'
                    MOVE WS-ITM-REFERENCIA(WS-IND1) TO WS-COMPETENCIA
                END-IF
            END-PERFORM
      * A RECARGA DA CARTEIRA E CREDITO DO ALUNO, NAO SERVICO - FICA
      * FORA DO RPS; RECIBO SO DE RECARGA NAO GERA RPS
            MOVE ZEROS            TO WS-VL-RECARGA
            PERFORM VARYING WS-IND1 FROM 1 BY 1
                    UNTIL WS-IND1 > WS-QTD-ITENS
                IF WS-ITM-TIPO(WS-IND1) EQUAL 'R'
                    ADD WS-ITM-VALOR(WS-IND1) TO WS-VL-RECARGA
                END-IF
            END-PERFORM
            IF WS-VL-RECARGA NOT LESS WS-TOT-LIQUIDO
                GO TO P400-FIM
            END-IF
            COMPUTE WS-VL-PAGO = WS-TOT-LIQUIDO - WS-VL-RECARGA
            PERFORM P345-GERA-RPS THRU P345-FIM
            .
       P400-FIM.
       P405-INCLUI-ITEM.
            DISPLAY 'ITENS: ' WS-QTD-ITENS
                    '  TOTAL: ' WS-TOT-ITENS
                    '  CREDITOS: ' WS-TOT-CREDITOS
            DISPLAY 'Item (M=Mensalidade, A=Parcela de acordo, '
                    'T=Taxa avulsa, N=Anuidade antecipada, '
                    'R=Recarga da carteira pre-paga, '
                    'C=Credito de acerto, F=Fechar): '
            ACCEPT WS-TIPO-ITEM
            IF WS-TIPO-ITEM = 'F' OR 'f'
                GO TO P405-FIM
            END-IF
            IF WS-QTD-ITENS EQUAL 20
                DISPLAY 'LIMITE DE 20 ITENS POR RECIBO. '
                MOVE 'F'          TO WS-TIPO-ITEM
                GO TO P405-FIM
            END-IF
            EVALUATE WS-TIPO-ITEM
                WHEN 'M'
                WHEN 'm'
                    PERFORM P410-ITEM-MENSALIDADE THRU P410-FIM
                WHEN 'A'
                WHEN 'a'
                    PERFORM P415-ITEM-ACORDO THRU P415-FIM
                WHEN 'T'
                WHEN 't'
                    PERFORM P418-ITEM-TAXA THRU P418-FIM
                WHEN 'N'
                WHEN 'n'
                    PERFORM P419-ITEM-ANUIDADE THRU P419-FIM
                WHEN 'R'
                WHEN 'r'
                    PERFORM P421-ITEM-RECARGA THRU P421-FIM
                WHEN 'C'
                WHEN 'c'
                    PERFORM P420-ITEM-CREDITO THRU P420-FIM
                WHEN OTHER
                    DISPLAY 'TIPO DE ITEM INVALIDO! '
            END-EVALUATE
            .
       P405-FIM.
      * O MESMO TITULO NAO PODE ENTRAR DUAS VEZES NO RECIBO
       P408-CONFERE-REPETIDO.
            SET ITEM-REPETIDO     TO FALSE
            PERFORM VARYING WS-IND1 FROM 1 BY 1
                    UNTIL WS-IND1 > WS-QTD-ITENS
                IF WS-ITM-TIPO(WS-IND1) EQUAL WS-TIPO-ITEM AND
                   WS-ITM-REFERENCIA(WS-IND1) EQUAL WS-NR-REFERENCIA
                   AND WS-ITM-PARCELA(WS-IND1) EQUAL WS-NR-PARCELA
                    SET ITEM-REPETIDO TO TRUE
                END-IF
            END-PERFORM
            IF ITEM-REPETIDO
                DISPLAY 'ITEM JA INCLUIDO NESTE RECIBO! '
            END-IF
            .
       P408-FIM.
      * MENSALIDADE: CONFERE O DIGITO, EXIGE TITULO ABERTO E CALCULA
      * OS ENCARGOS NA DATA DO PAGAMENTO (CALCMORA)
       P410-ITEM-MENSALIDADE.
            MOVE 'M'              TO WS-TIPO-ITEM
            DISPLAY 'Informe a competencia (AAAAMM): '
            ACCEPT WS-COMPETENCIA
            DISPLAY 'Informe o digito verificador impresso no '
                    'boleto/recibo: '
            ACCEPT WS-DV-DIGITADO
            MOVE 'V'              TO WL-DV-OPERACAO
            MOVE ZEROS            TO WL-DV-NUMERO
            MOVE WS-ID-ALUNO      TO WL-DV-NUMERO(1:6)
            MOVE WS-COMPETENCIA   TO WL-DV-NUMERO(7:6)
            MOVE WS-DV-DIGITADO   TO WL-DV-DIGITO
            CALL 'DIGVERIF' USING WL-PARAMETROS-DV
            IF WL-DV-INVALIDO
                DISPLAY 'DIGITO VERIFICADOR NAO CONFERE - ITEM '
                        'RECUSADO.'
                GO TO P410-FIM
            END-IF
            MOVE WS-COMPETENCIA   TO WS-NR-REFERENCIA
            MOVE ZEROS            TO WS-NR-PARCELA
            PERFORM P408-CONFERE-REPETIDO THRU P408-FIM
            IF ITEM-REPETIDO
                GO TO P410-FIM
            END-IF
            PERFORM P325-ENCARGOS THRU P325-FIM
            IF NOT TITULO-OK
                GO TO P410-FIM
            END-IF
            ADD 1                 TO WS-QTD-ITENS
            MOVE 'M'              TO WS-ITM-TIPO(WS-QTD-ITENS)
            MOVE WS-COMPETENCIA   TO WS-ITM-REFERENCIA(WS-QTD-ITENS)
            MOVE ZEROS            TO WS-ITM-PARCELA(WS-QTD-ITENS)
            MOVE WL-MORA-VL-PRINCIPAL
                                  TO WS-ITM-PRINCIPAL(WS-QTD-ITENS)
            MOVE WL-MORA-VL-MULTA TO WS-ITM-MULTA(WS-QTD-ITENS)
            MOVE WL-MORA-VL-JUROS TO WS-ITM-JUROS(WS-QTD-ITENS)
            MOVE WL-MORA-VL-DESCONTO
                                  TO WS-ITM-DESCONTO(WS-QTD-ITENS)
            MOVE WL-MORA-VL-TOTAL TO WS-ITM-VALOR(WS-QTD-ITENS)
            ADD WL-MORA-VL-TOTAL  TO WS-TOT-ITENS
            .
       P410-FIM.
      * PARCELA DE ACORDO: ACORDO ATIVO DO PROPRIO ALUNO E PARCELA
      * ABERTA, PELO VALOR DA PARCELA
       P415-ITEM-ACORDO.
            MOVE 'A'              TO WS-TIPO-ITEM
            DISPLAY 'Informe o numero do acordo: '
            ACCEPT WS-NR-REFERENCIA
            DISPLAY 'Informe o numero da parcela: '
            ACCEPT WS-NR-PARCELA
            PERFORM P408-CONFERE-REPETIDO THRU P408-FIM
            IF ITEM-REPETIDO
                GO TO P415-FIM
            END-IF
            SET TITULO-OK         TO FALSE
            SET FS-ACO-OK         TO TRUE
            OPEN INPUT ACORDOS
            IF FS-ACO-OK
                MOVE WS-NR-REFERENCIA TO NR-ACORDO
                READ ACORDOS
                    INVALID KEY
                        DISPLAY 'ACORDO NAO EXISTE! '
                    NOT INVALID KEY
                        IF ID-ALUNO-ACO NOT EQUAL WS-ID-ALUNO
                            DISPLAY 'ACORDO DE OUTRO ALUNO! '
                        ELSE
                            IF NOT ACO-ATIVO
                                DISPLAY 'ACORDO NAO ESTA ATIVO ('
                                        ST-ACORDO ').'
                            ELSE
                                SET TITULO-OK TO TRUE
                            END-IF
                        END-IF
                END-READ
            ELSE
                DISPLAY 'ARQUIVO DE ACORDOS INDISPONIVEL. '
                DISPLAY 'FILE STATUS: ' WS-FS-ACO
            END-IF
            CLOSE ACORDOS
            IF NOT TITULO-OK
                GO TO P415-FIM
            END-IF
            SET TITULO-OK         TO FALSE
            SET FS-PAR-OK         TO TRUE
            OPEN INPUT PARCELAS-ACO
            IF FS-PAR-OK
                MOVE WS-NR-REFERENCIA TO NR-ACORDO-AP
                MOVE WS-NR-PARCELA    TO NR-PARCELA-AP
                READ PARCELAS-ACO
                    INVALID KEY
                        DISPLAY 'PARCELA NAO EXISTE! '
                    NOT INVALID KEY
                        IF NOT AP-ABERTA
                            DISPLAY 'PARCELA NAO ESTA ABERTA ('
                                    ST-PARCELA-AP ').'
                        ELSE
                            SET TITULO-OK TO TRUE
                        END-IF
                END-READ
            ELSE
                DISPLAY 'ARQUIVO DE PARCELAS INDISPONIVEL. '
                DISPLAY 'FILE STATUS: ' WS-FS-PAR
            END-IF
            CLOSE PARCELAS-ACO
            IF NOT TITULO-OK
                GO TO P415-FIM
            END-IF
            ADD 1                 TO WS-QTD-ITENS
            MOVE 'A'              TO WS-ITM-TIPO(WS-QTD-ITENS)
            MOVE WS-NR-REFERENCIA TO WS-ITM-REFERENCIA(WS-QTD-ITENS)
            MOVE WS-NR-PARCELA    TO WS-ITM-PARCELA(WS-QTD-ITENS)
            MOVE VL-PARCELA-AP    TO WS-ITM-PRINCIPAL(WS-QTD-ITENS)
                                     WS-ITM-VALOR(WS-QTD-ITENS)
            MOVE ZEROS            TO WS-ITM-MULTA(WS-QTD-ITENS)
                                     WS-ITM-JUROS(WS-QTD-ITENS)
                                     WS-ITM-DESCONTO(WS-QTD-ITENS)
            ADD VL-PARCELA-AP     TO WS-TOT-ITENS
            DISPLAY 'Parcela incluida: ' VL-PARCELA-AP
            .
       P415-FIM.
      * TAXA AVULSA: COBRANCA ABERTA DO PROPRIO ALUNO, PELO VALOR
      * LANCADO (SEM ENCARGOS)
       P418-ITEM-TAXA.
            MOVE 'T'              TO WS-TIPO-ITEM
            DISPLAY 'Informe o numero da cobranca da taxa: '
            ACCEPT WS-NR-REFERENCIA
            MOVE ZEROS            TO WS-NR-PARCELA
            PERFORM P408-CONFERE-REPETIDO THRU P408-FIM
            IF ITEM-REPETIDO
                GO TO P418-FIM
            END-IF
            SET TITULO-OK         TO FALSE
            SET FS-CTX-OK         TO TRUE
            OPEN INPUT COBRANCAS-TX
            IF FS-CTX-OK
                MOVE WS-NR-REFERENCIA TO NR-COBRANCA-TX
                READ COBRANCAS-TX
                    INVALID KEY
                        DISPLAY 'COBRANCA NAO EXISTE! '
                    NOT INVALID KEY
                        EVALUATE TRUE
                            WHEN ID-ALUNO-TX NOT EQUAL WS-ID-ALUNO
                                DISPLAY 'COBRANCA DE OUTRO ALUNO! '
                            WHEN NOT TX-ABERTA
                                DISPLAY 'COBRANCA NAO ESTA EM '
                                        'ABERTO! '
                            WHEN OTHER
                                SET TITULO-OK TO TRUE
                        END-EVALUATE
                END-READ
            ELSE
                DISPLAY 'ARQUIVO DE COBRANCAS DE TAXAS '
                        'INDISPONIVEL. '
                DISPLAY 'FILE STATUS: ' WS-FS-CTX
            END-IF
            CLOSE COBRANCAS-TX
            IF NOT TITULO-OK
                GO TO P418-FIM
            END-IF
            ADD 1                 TO WS-QTD-ITENS
            MOVE 'T'              TO WS-ITM-TIPO(WS-QTD-ITENS)
            MOVE WS-NR-REFERENCIA TO WS-ITM-REFERENCIA(WS-QTD-ITENS)
            MOVE ZEROS            TO WS-ITM-PARCELA(WS-QTD-ITENS)
                                     WS-ITM-MULTA(WS-QTD-ITENS)
                                     WS-ITM-JUROS(WS-QTD-ITENS)
                                     WS-ITM-DESCONTO(WS-QTD-ITENS)
            MOVE VL-COBRANCA-TX   TO WS-ITM-PRINCIPAL(WS-QTD-ITENS)
                                     WS-ITM-VALOR(WS-QTD-ITENS)
            ADD VL-COBRANCA-TX    TO WS-TOT-ITENS
            DISPLAY 'Taxa incluida: ' DS-COBRANCA-TX
                    ' ' VL-COBRANCA-TX
            .
       P418-FIM.
      * ANUIDADE ANTECIPADA: CONTRATO DO PROPRIO ALUNO AINDA NAO PAGO,
      * PELO VALOR COM O DESCONTO JA CALCULADO NO SISANUID
       P419-ITEM-ANUIDADE.
            MOVE 'N'              TO WS-TIPO-ITEM
            DISPLAY 'Informe o numero do contrato de anuidade: '
            ACCEPT WS-NR-REFERENCIA
            MOVE ZEROS            TO WS-NR-PARCELA
            PERFORM P408-CONFERE-REPETIDO THRU P408-FIM
            IF ITEM-REPETIDO
                GO TO P419-FIM
            END-IF
            SET TITULO-OK         TO FALSE
            SET FS-ANU-OK         TO TRUE
            OPEN INPUT ANUIDADES
            IF FS-ANU-OK
                MOVE WS-NR-REFERENCIA TO NR-ANUIDADE
                READ ANUIDADES KEY IS NR-ANUIDADE
                    INVALID KEY
                        DISPLAY 'CONTRATO NAO EXISTE! '
                    NOT INVALID KEY
                        EVALUATE TRUE
                            WHEN ID-ALUNO-ANU NOT EQUAL WS-ID-ALUNO
                                DISPLAY 'CONTRATO DE OUTRO ALUNO! '
                            WHEN NOT ANU-CONTRATADA
                                DISPLAY 'CONTRATO JA PAGO OU '
                                        'CANCELADO! '
                            WHEN OTHER
                                SET TITULO-OK TO TRUE
                        END-EVALUATE
                END-READ
            ELSE
                DISPLAY 'ARQUIVO DE ANUIDADES INDISPONIVEL. '
                DISPLAY 'FILE STATUS: ' WS-FS-ANU
            END-IF
            CLOSE ANUIDADES
            IF NOT TITULO-OK
                GO TO P419-FIM
            END-IF
            ADD 1                 TO WS-QTD-ITENS
            MOVE 'N'              TO WS-ITM-TIPO(WS-QTD-ITENS)
            MOVE WS-NR-REFERENCIA TO WS-ITM-REFERENCIA(WS-QTD-ITENS)
            MOVE ZEROS            TO WS-ITM-PARCELA(WS-QTD-ITENS)
                                     WS-ITM-MULTA(WS-QTD-ITENS)
                                     WS-ITM-JUROS(WS-QTD-ITENS)
                                     WS-ITM-DESCONTO(WS-QTD-ITENS)
            MOVE VL-CONTRATO-ANU  TO WS-ITM-PRINCIPAL(WS-QTD-ITENS)
                                     WS-ITM-VALOR(WS-QTD-ITENS)
            ADD VL-CONTRATO-ANU   TO WS-TOT-ITENS
            DISPLAY 'Anuidade incluida: termo ' CD-TERMO-ANU
                    ' competencias ' CP-INICIAL-ANU ' a ' CP-FINAL-ANU
                    ' ' VL-CONTRATO-ANU
            .
       P419-FIM.
      * CREDITO DE ACERTO DE EVASAO (SISEVADE) PENDENTE DO PROPRIO
      * ALUNO: ABATE DO TOTAL A RECEBER
       P420-ITEM-CREDITO.
            MOVE 'C'              TO WS-TIPO-ITEM
            DISPLAY 'Informe o numero do documento de acerto: '
            ACCEPT WS-NR-REFERENCIA
            MOVE ZEROS            TO WS-NR-PARCELA
            PERFORM P408-CONFERE-REPETIDO THRU P408-FIM
            IF ITEM-REPETIDO
                GO TO P420-FIM
            END-IF
            SET TITULO-OK         TO FALSE
            SET FS-ACE-OK         TO TRUE
            OPEN INPUT ACERTOS-EVA
            IF FS-ACE-OK
                MOVE WS-NR-REFERENCIA TO NR-DOCUMENTO-ACE
                READ ACERTOS-EVA
                    INVALID KEY
                        DISPLAY 'DOCUMENTO NAO EXISTE! '
                    NOT INVALID KEY
                        EVALUATE TRUE
                            WHEN ID-ALUNO-ACE NOT EQUAL WS-ID-ALUNO
                                DISPLAY 'DOCUMENTO DE OUTRO ALUNO! '
                            WHEN NOT ACE-CREDITO
                                DISPLAY 'DOCUMENTO NAO E NOTA DE '
                                        'CREDITO! '
                            WHEN NOT ACE-PENDENTE
                                DISPLAY 'CREDITO JA LIQUIDADO! '
                            WHEN OTHER
                                SET TITULO-OK TO TRUE
                        END-EVALUATE
                END-READ
            ELSE
                DISPLAY 'ARQUIVO DE ACERTOS INDISPONIVEL. '
                DISPLAY 'FILE STATUS: ' WS-FS-ACE
            END-IF
            CLOSE ACERTOS-EVA
            IF NOT TITULO-OK
                GO TO P420-FIM
            END-IF
            ADD 1                 TO WS-QTD-ITENS
            MOVE 'C'              TO WS-ITM-TIPO(WS-QTD-ITENS)
            MOVE WS-NR-REFERENCIA TO WS-ITM-REFERENCIA(WS-QTD-ITENS)
            MOVE ZEROS            TO WS-ITM-PARCELA(WS-QTD-ITENS)
                                     WS-ITM-MULTA(WS-QTD-ITENS)
                                     WS-ITM-JUROS(WS-QTD-ITENS)
                                     WS-ITM-DESCONTO(WS-QTD-ITENS)
            MOVE VL-ACERTO        TO WS-ITM-PRINCIPAL(WS-QTD-ITENS)
                                     WS-ITM-VALOR(WS-QTD-ITENS)
            ADD VL-ACERTO         TO WS-TOT-CREDITOS
            DISPLAY 'Credito incluido: ' VL-ACERTO
            .
       P420-FIM.
      * RECARGA DA CARTEIRA PRE-PAGA: UMA POR RECIBO; A CARTEIRA E
      * ABERTA NA PRIMEIRA RECARGA E NAO ACEITA RECARGA SE ENCERRADA
       P421-ITEM-RECARGA.
            MOVE 'R'              TO WS-TIPO-ITEM
            MOVE ZEROS            TO WS-NR-REFERENCIA WS-NR-PARCELA
            PERFORM P408-CONFERE-REPETIDO THRU P408-FIM
            IF ITEM-REPETIDO
                GO TO P421-FIM
            END-IF
            MOVE 'C'              TO WL-CT-OPERACAO
            MOVE WS-ID-ALUNO      TO WL-CT-ID-ALUNO
            MOVE ZEROS            TO WL-CT-VALOR WL-CT-DOCUMENTO
            MOVE SPACE            TO WL-CT-PONTO-VENDA
            CALL 'MOVCARTE' USING WL-PARAMETROS-CARTEIRA
            EVALUATE TRUE
                WHEN WL-CT-FEITO
                    DISPLAY 'Saldo atual da carteira: ' WL-CT-SALDO
                WHEN WL-CT-ENCERRADA
                    DISPLAY 'CARTEIRA PRE-PAGA ENCERRADA - RECARGA '
                            'RECUSADA.'
                    GO TO P421-FIM
                WHEN OTHER
                    DISPLAY 'Aluno sem carteira - sera aberta com '
                            'esta recarga.'
            END-EVALUATE
            DISPLAY 'Informe o valor da recarga: '
            ACCEPT WS-VL-RECARGA
            IF WS-VL-RECARGA EQUAL ZEROS
                DISPLAY 'VALOR INVALIDO! '
                GO TO P421-FIM
            END-IF
            ADD 1                 TO WS-QTD-ITENS
            MOVE 'R'              TO WS-ITM-TIPO(WS-QTD-ITENS)
            MOVE ZEROS            TO WS-ITM-REFERENCIA(WS-QTD-ITENS)
                                     WS-ITM-PARCELA(WS-QTD-ITENS)
                                     WS-ITM-MULTA(WS-QTD-ITENS)
                                     WS-ITM-JUROS(WS-QTD-ITENS)
                                     WS-ITM-DESCONTO(WS-QTD-ITENS)
            MOVE WS-VL-RECARGA    TO WS-ITM-PRINCIPAL(WS-QTD-ITENS)
                                     WS-ITM-VALOR(WS-QTD-ITENS)
            ADD WS-VL-RECARGA     TO WS-TOT-ITENS
            DISPLAY 'Recarga incluida: ' WS-VL-RECARGA
            .
       P421-FIM.
      * FORMAS DE PAGAMENTO ATE FECHAR O TOTAL; A QUINTA FORMA LEVA O
      * RESTANTE
       P425-INCLUI-FORMA.
            COMPUTE WS-VL-RESTANTE = WS-TOT-LIQUIDO - WS-TOT-FORMAS
            DISPLAY 'RESTANTE A RECEBER: ' WS-VL-RESTANTE
            DISPLAY 'Informe a forma de pagamento '
                    '(D=Dinheiro, X=Pix, C=Cartao, B=Boleto, '
                    'F=Cancelar): '
            ACCEPT WS-FORMA-PGTO
            IF WS-FORMA-PGTO = 'F' OR 'f'
                SET RECIBO-CANCELADO TO TRUE
                GO TO P425-FIM
            END-IF
            IF WS-FORMA-PGTO NOT = 'D' AND 'X' AND 'C' AND 'B'
                DISPLAY 'FORMA DE PAGAMENTO INVALIDA! '
                GO TO P425-FIM
            END-IF
            IF WS-QTD-FORMAS EQUAL 4
                DISPLAY 'ULTIMA FORMA - VALOR = RESTANTE.'
                MOVE WS-VL-RESTANTE TO WS-VL-PAGO
            ELSE
                DISPLAY 'Informe o valor nesta forma '
                        '(ENTER = restante): '
                ACCEPT WS-VL-PAGO
                IF WS-VL-PAGO EQUAL ZEROS
                    MOVE WS-VL-RESTANTE TO WS-VL-PAGO
                END-IF
            END-IF
            IF WS-VL-PAGO > WS-VL-RESTANTE
                DISPLAY 'VALOR MAIOR QUE O RESTANTE! '
                GO TO P425-FIM
            END-IF
            ADD 1                 TO WS-QTD-FORMAS
            MOVE WS-FORMA-PGTO    TO WS-FRM-FORMA(WS-QTD-FORMAS)
            MOVE WS-VL-PAGO       TO WS-FRM-VALOR(WS-QTD-FORMAS)
            ADD WS-VL-PAGO        TO WS-TOT-FORMAS
            .
       P425-FIM.
      * BAIXA DE CADA ITEM COM O NUMERO DO RECIBO E REGISTRO EM
      * RECIBITE.DAT
       P430-BAIXA-ITEM.
            EVALUATE WS-ITM-TIPO(WS-IND1)
                WHEN 'M'
                    PERFORM P431-BAIXA-MENSALIDADE THRU P431-FIM
                WHEN 'A'
                    PERFORM P432-BAIXA-PARCELA THRU P432-FIM
                WHEN 'C'
                    PERFORM P433-BAIXA-CREDITO THRU P433-FIM
                WHEN 'T'
                    PERFORM P434-BAIXA-TAXA THRU P434-FIM
                WHEN 'N'
                    PERFORM P436-BAIXA-ANUIDADE THRU P436-FIM
                WHEN 'R'
                    PERFORM P437-BAIXA-RECARGA THRU P437-FIM
            END-EVALUATE
            MOVE WS-IND1          TO NR-ITEM-ITR
            MOVE WS-ITM-TIPO(WS-IND1) TO TP-ITEM-ITR
            MOVE WS-ITM-REFERENCIA(WS-IND1) TO NR-REFERENCIA-ITR
            MOVE WS-ITM-PARCELA(WS-IND1) TO NR-PARCELA-ITR
            MOVE SPACE            TO FORMA-PGTO-ITR
            MOVE WS-ITM-VALOR(WS-IND1) TO VL-ITEM-ITR
            PERFORM P438-GRAVA-ITEM THRU P438-FIM
            .
       P430-FIM.
       P431-BAIXA-MENSALIDADE.
            SET FS-MEN-OK         TO TRUE
            OPEN I-O MENSALIDADES
            IF NOT FS-MEN-OK
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE MENSALIDADES. '
                DISPLAY 'FILE STATUS: ' WS-FS-MEN
                GO TO P431-FIM
            END-IF
            MOVE WS-ID-ALUNO      TO ID-ALUNO-MEN
            MOVE WS-ITM-REFERENCIA(WS-IND1) TO CP-COMPETENCIA
            READ MENSALIDADES
                INVALID KEY
                    DISPLAY 'MENSALIDADE NAO EXISTE! '
                NOT INVALID KEY
                    IF NOT MEN-ABERTA
                        DISPLAY 'AVISO: MENSALIDADE ' CP-COMPETENCIA
                                ' JA NAO ESTA ABERTA. '
                    ELSE
                        MOVE REG-MENSALIDADE TO WS-IMAGEM-ANTES-MEN
                        MOVE WS-DT-PAGAMENTO TO DT-PAGAMENTO-MEN
                        MOVE WS-ITM-VALOR(WS-IND1) TO VL-PAGO-MEN
                        MOVE WS-FORMA-RECIBO TO FORMA-PGTO-MEN
                        MOVE WS-NR-RECIBO    TO NR-RECIBO-MEN
                        MOVE WS-ITM-MULTA(WS-IND1) TO VL-MULTA-MEN
                        MOVE WS-ITM-JUROS(WS-IND1) TO VL-JUROS-MEN
                        MOVE WS-ITM-DESCONTO(WS-IND1)
                                             TO VL-DESCONTO-MEN
                        SET MEN-PAGA         TO TRUE
                        REWRITE REG-MENSALIDADE
                        IF FS-MEN-OK
                            PERFORM P348-JORNAL-MEN THRU P348-FIM
                        ELSE
                            DISPLAY 'ERRO AO BAIXAR A MENSALIDADE. '
                            DISPLAY 'FILE STATUS: ' WS-FS-MEN
                        END-IF
                    END-IF
            END-READ
            CLOSE MENSALIDADES
            .
       P431-FIM.
       P432-BAIXA-PARCELA.
            SET FS-PAR-OK         TO TRUE
            OPEN I-O PARCELAS-ACO
            IF NOT FS-PAR-OK
                DISPLAY 'ARQUIVO DE PARCELAS INDISPONIVEL. '
                DISPLAY 'FILE STATUS: ' WS-FS-PAR
                GO TO P432-FIM
            END-IF
            MOVE WS-ITM-REFERENCIA(WS-IND1) TO NR-ACORDO-AP
                                               WS-NR-ACORDO-RX
            MOVE WS-ITM-PARCELA(WS-IND1)    TO NR-PARCELA-AP
            READ PARCELAS-ACO
                INVALID KEY
                    DISPLAY 'PARCELA NAO EXISTE! '
                    CLOSE PARCELAS-ACO
                    GO TO P432-FIM
            END-READ
            IF NOT AP-ABERTA
                DISPLAY 'AVISO: PARCELA ' NR-PARCELA-AP ' DO ACORDO '
                        NR-ACORDO-AP ' JA NAO ESTA ABERTA. '
                CLOSE PARCELAS-ACO
                GO TO P432-FIM
            END-IF
            MOVE WS-DT-PAGAMENTO  TO DT-PAGAMENTO-AP
            MOVE WS-ITM-VALOR(WS-IND1) TO VL-PAGO-AP
            MOVE WS-FORMA-RECIBO  TO FORMA-PGTO-AP
            MOVE WS-NR-RECIBO     TO NR-RECIBO-AP
            SET AP-PAGA           TO TRUE
            REWRITE REG-PARCELA-ACORDO
            IF NOT FS-PAR-OK
                DISPLAY 'ERRO AO BAIXAR A PARCELA. '
                DISPLAY 'FILE STATUS: ' WS-FS-PAR
                CLOSE PARCELAS-ACO
                GO TO P432-FIM
            END-IF
            PERFORM P392-QUITACAO THRU P392-FIM
            .
       P432-FIM.
       P433-BAIXA-CREDITO.
            SET FS-ACE-OK         TO TRUE
            OPEN I-O ACERTOS-EVA
            IF NOT FS-ACE-OK
                DISPLAY 'ARQUIVO DE ACERTOS INDISPONIVEL. '
                DISPLAY 'FILE STATUS: ' WS-FS-ACE
                GO TO P433-FIM
            END-IF
            MOVE WS-ITM-REFERENCIA(WS-IND1) TO NR-DOCUMENTO-ACE
            READ ACERTOS-EVA
                INVALID KEY
                    DISPLAY 'DOCUMENTO NAO EXISTE! '
                NOT INVALID KEY
                    SET ACE-LIQUIDADO TO TRUE
                    REWRITE REG-ACERTO-EVASAO
                    MOVE 'CREDITO'    TO WL-OPERACAO
                    MOVE NR-DOCUMENTO-ACE TO WL-CHAVE
                    MOVE SPACES       TO WL-VALOR-ANTIGO
                    MOVE SPACES       TO WL-VALOR-NOVO
                    STRING 'ALUNO ' WS-ID-ALUNO
                           ' RECIBO ' WS-NR-RECIBO
                           ' VALOR ' VL-ACERTO
                           DELIMITED BY SIZE
                           INTO WL-VALOR-NOVO
                    CALL 'AUDITLOG' USING WL-AUDITORIA
            END-READ
            CLOSE ACERTOS-EVA
            .
       P433-FIM.
       P434-BAIXA-TAXA.
            SET FS-CTX-OK         TO TRUE
            OPEN I-O COBRANCAS-TX
            IF NOT FS-CTX-OK
                DISPLAY 'ARQUIVO DE COBRANCAS DE TAXAS '
                        'INDISPONIVEL. '
                DISPLAY 'FILE STATUS: ' WS-FS-CTX
                GO TO P434-FIM
            END-IF
            MOVE WS-ITM-REFERENCIA(WS-IND1) TO NR-COBRANCA-TX
            READ COBRANCAS-TX
                INVALID KEY
                    DISPLAY 'COBRANCA NAO EXISTE! '
                NOT INVALID KEY
                    IF NOT TX-ABERTA
                        DISPLAY 'AVISO: COBRANCA ' NR-COBRANCA-TX
                                ' JA NAO ESTA ABERTA. '
                    ELSE
                        MOVE WS-DT-PAGAMENTO TO DT-PAGAMENTO-TX
                        MOVE WS-FORMA-RECIBO TO FORMA-PGTO-TX
                        MOVE WS-NR-RECIBO    TO NR-RECIBO-TX
                        SET TX-PAGA          TO TRUE
                        REWRITE REG-COBRANCA-TAXA
                        IF NOT FS-CTX-OK
                            DISPLAY 'ERRO AO BAIXAR A TAXA. '
                            DISPLAY 'FILE STATUS: ' WS-FS-CTX
                        END-IF
                    END-IF
            END-READ
            CLOSE COBRANCAS-TX
            .
       P434-FIM.
      * ANUIDADE PAGA PASSA A ATIVA COM TODO O VALOR A APROPRIAR
       P436-BAIXA-ANUIDADE.
            SET FS-ANU-OK         TO TRUE
            OPEN I-O ANUIDADES
            IF NOT FS-ANU-OK
                DISPLAY 'ARQUIVO DE ANUIDADES INDISPONIVEL. '
                DISPLAY 'FILE STATUS: ' WS-FS-ANU
                GO TO P436-FIM
            END-IF
            MOVE WS-ITM-REFERENCIA(WS-IND1) TO NR-ANUIDADE
            READ ANUIDADES KEY IS NR-ANUIDADE
                INVALID KEY
                    DISPLAY 'CONTRATO NAO EXISTE! '
                NOT INVALID KEY
                    IF NOT ANU-CONTRATADA
                        DISPLAY 'AVISO: ANUIDADE ' NR-ANUIDADE
                                ' JA NAO ESTA A PAGAR. '
                    ELSE
                        MOVE WS-DT-PAGAMENTO TO DT-PAGAMENTO-ANU
                        MOVE WS-FORMA-RECIBO TO FORMA-PGTO-ANU
                        MOVE WS-NR-RECIBO    TO NR-RECIBO-ANU
                        MOVE VL-CONTRATO-ANU TO VL-SALDO-ANU
                        MOVE ZEROS           TO VL-APROPRIADO-ANU
                                                QT-APROPRIADAS-ANU
                        SET ANU-ATIVA        TO TRUE
                        REWRITE REG-ANUIDADE
                        IF NOT FS-ANU-OK
                            DISPLAY 'ERRO AO BAIXAR A ANUIDADE. '
                            DISPLAY 'FILE STATUS: ' WS-FS-ANU
                        END-IF
                    END-IF
            END-READ
            CLOSE ANUIDADES
            .
       P436-FIM.
      * CREDITA A CARTEIRA PRE-PAGA COM O NUMERO DO RECIBO
       P437-BAIXA-RECARGA.
            MOVE 'R'              TO WL-CT-OPERACAO
            MOVE WS-ID-ALUNO      TO WL-CT-ID-ALUNO
            MOVE WS-ITM-VALOR(WS-IND1) TO WL-CT-VALOR
            MOVE SPACE            TO WL-CT-PONTO-VENDA
            MOVE WS-NR-RECIBO     TO WL-CT-DOCUMENTO
            CALL 'MOVCARTE' USING WL-PARAMETROS-CARTEIRA
            IF WL-CT-FEITO
                DISPLAY 'Carteira pre-paga recarregada - saldo '
                        WL-CT-SALDO
            ELSE
                DISPLAY 'AVISO: RECARGA NAO CREDITADA NA CARTEIRA - '
                        'RECIBO ' WS-NR-RECIBO
            END-IF
            .
       P437-FIM.
      * CADA FORMA E UM MOVIMENTO DA SESSAO - O LIVRO CAIXA E O
      * FECHAMENTO CONTINUAM TOTALIZANDO POR FORMA
       P435-MOV-FORMA.
            MOVE WS-FRM-FORMA(WS-IND1) TO WS-FORMA-PGTO
            MOVE WS-FRM-VALOR(WS-IND1) TO WS-VL-PAGO
            MOVE 'R'              TO WS-TP-MOV-GRAVA
            PERFORM P340-MOV-SESSAO THRU P340-FIM
            COMPUTE NR-ITEM-ITR = WS-QTD-ITENS + WS-IND1
            SET ITR-FORMA-PGTO    TO TRUE
            MOVE ZEROS            TO NR-REFERENCIA-ITR NR-PARCELA-ITR
            MOVE WS-FORMA-PGTO    TO FORMA-PGTO-ITR
            MOVE WS-VL-PAGO       TO VL-ITEM-ITR
            PERFORM P438-GRAVA-ITEM THRU P438-FIM
            .
       P435-FIM.
       P438-GRAVA-ITEM.
            IF NOT FS-ITR-OK
                GO TO P438-FIM
            END-IF
            MOVE WS-NR-RECIBO     TO NR-RECIBO-ITR
            MOVE WS-ID-ALUNO      TO ID-ALUNO-ITR
            MOVE WS-DT-PAGAMENTO  TO DT-ITEM-ITR
            SET ITR-ATIVO         TO TRUE
            WRITE REG-ITEM-RECIBO
                INVALID KEY
                    DISPLAY 'AVISO: ITEM DE RECIBO DUPLICADO. '
            END-WRITE
            .
       P438-FIM.
       P440-IMPRIME-MULTIPLO.
            MOVE WS-TOT-LIQUIDO   TO WS-VALOR-EXT
            CALL 'CADEXTEN' USING WL-PARAMETROS-EXT

            SET FS-REC-OK         TO TRUE
            OPEN EXTEND RECIBOS-OUT
            IF WS-FS-REC EQUAL 35 THEN
                OPEN OUTPUT RECIBOS-OUT
                CLOSE RECIBOS-OUT
                OPEN EXTEND RECIBOS-OUT
            END-IF
            IF NOT FS-REC-OK
                DISPLAY 'ERRO AO GRAVAR O RECIBO. '
                DISPLAY 'FILE STATUS: ' WS-FS-REC
                GO TO P440-FIM
            END-IF
            MOVE ALL '=' TO REG-RECIBO-OUT
            WRITE REG-RECIBO-OUT
            MOVE SPACES TO WS-LINHA-REC
            STRING '          RECIBO DE PAGAMENTO NR. '
                   WS-NR-RECIBO
                   DELIMITED BY SIZE
                   INTO WS-LINHA-REC
            MOVE WS-LINHA-REC TO REG-RECIBO-OUT
            WRITE REG-RECIBO-OUT
            MOVE ALL '=' TO REG-RECIBO-OUT
            WRITE REG-RECIBO-OUT
            MOVE SPACES TO WS-LINHA-REC
            STRING 'Aluno       : ' WS-ID-ALUNO
                   DELIMITED BY SIZE
                   INTO WS-LINHA-REC
            MOVE WS-LINHA-REC TO REG-RECIBO-OUT
            WRITE REG-RECIBO-OUT
            MOVE SPACES TO WS-LINHA-REC
            STRING 'Data        : ' WS-DT-PAGAMENTO
                   DELIMITED BY SIZE
                   INTO WS-LINHA-REC
            MOVE WS-LINHA-REC TO REG-RECIBO-OUT
            WRITE REG-RECIBO-OUT
            MOVE ALL '-' TO REG-RECIBO-OUT
            WRITE REG-RECIBO-OUT
            PERFORM VARYING WS-IND1 FROM 1 BY 1
                    UNTIL WS-IND1 > WS-QTD-ITENS
                MOVE SPACES TO WS-LINHA-REC
                EVALUATE WS-ITM-TIPO(WS-IND1)
                    WHEN 'M'
                        STRING 'Mensalidade ' WS-ITM-REFERENCIA(WS-IND1)
                               ' Principal ' WS-ITM-PRINCIPAL(WS-IND1)
                               ' Multa ' WS-ITM-MULTA(WS-IND1)
                               ' Juros ' WS-ITM-JUROS(WS-IND1)
                               ' Desconto ' WS-ITM-DESCONTO(WS-IND1)
                               ' Valor ' WS-ITM-VALOR(WS-IND1)
                               DELIMITED BY SIZE
                               INTO WS-LINHA-REC
                    WHEN 'A'
                        STRING 'Acordo ' WS-ITM-REFERENCIA(WS-IND1)
                               ' parcela ' WS-ITM-PARCELA(WS-IND1)
                               ' Valor ' WS-ITM-VALOR(WS-IND1)
                               DELIMITED BY SIZE
                               INTO WS-LINHA-REC
                    WHEN 'T'
                        STRING 'Taxa ' WS-ITM-REFERENCIA(WS-IND1)
                               ' Valor ' WS-ITM-VALOR(WS-IND1)
                               DELIMITED BY SIZE
                               INTO WS-LINHA-REC
                    WHEN 'N'
                        STRING 'Anuidade antecipada '
                               WS-ITM-REFERENCIA(WS-IND1)
                               ' Valor ' WS-ITM-VALOR(WS-IND1)
                               DELIMITED BY SIZE
                               INTO WS-LINHA-REC
                    WHEN 'R'
                        STRING 'Recarga carteira pre-paga'
                               ' Valor ' WS-ITM-VALOR(WS-IND1)
                               DELIMITED BY SIZE
                               INTO WS-LINHA-REC
                    WHEN 'C'
                        STRING 'Credito doc. '
                               WS-ITM-REFERENCIA(WS-IND1)
                               ' Valor (-) ' WS-ITM-VALOR(WS-IND1)
                               DELIMITED BY SIZE
                               INTO WS-LINHA-REC
                END-EVALUATE
                MOVE WS-LINHA-REC TO REG-RECIBO-OUT
                WRITE REG-RECIBO-OUT
            END-PERFORM
            MOVE ALL '-' TO REG-RECIBO-OUT
            WRITE REG-RECIBO-OUT
            PERFORM VARYING WS-IND1 FROM 1 BY 1
                    UNTIL WS-IND1 > WS-QTD-FORMAS
                MOVE SPACES TO WS-LINHA-REC
                STRING 'Forma ' WS-FRM-FORMA(WS-IND1)
                       '     : ' WS-FRM-VALOR(WS-IND1)
                       DELIMITED BY SIZE
                       INTO WS-LINHA-REC
                MOVE WS-LINHA-REC TO REG-RECIBO-OUT
                WRITE REG-RECIBO-OUT
            END-PERFORM
            MOVE SPACES TO WS-LINHA-REC
            STRING 'Valor       : ' WS-TOT-LIQUIDO
                   DELIMITED BY SIZE
                   INTO WS-LINHA-REC
            MOVE WS-LINHA-REC TO REG-RECIBO-OUT
            WRITE REG-RECIBO-OUT
            MOVE SPACES TO WS-LINHA-REC
            STRING 'Por extenso : ' WS-EXTENSO
                   DELIMITED BY SIZE
                   INTO WS-LINHA-REC
            MOVE WS-LINHA-REC TO REG-RECIBO-OUT
            WRITE REG-RECIBO-OUT
            MOVE 'C'              TO WL-DV-OPERACAO
            MOVE WS-NR-RECIBO     TO WL-DV-NUMERO
            CALL 'DIGVERIF' USING WL-PARAMETROS-DV
            MOVE SPACES TO WS-LINHA-REC
            STRING 'Verificacao : ' WS-NR-RECIBO
                   '-' WL-DV-DIGITO
                   DELIMITED BY SIZE
                   INTO WS-LINHA-REC
            MOVE WS-LINHA-REC TO REG-RECIBO-OUT
            WRITE REG-RECIBO-OUT
            MOVE ALL '=' TO REG-RECIBO-OUT
            WRITE REG-RECIBO-OUT
            MOVE SPACES TO REG-RECIBO-OUT
            WRITE REG-RECIBO-OUT
            CLOSE RECIBOS-OUT
            .
       P440-FIM.
      * CARREGA OS ITENS E FORMAS DE UM RECIBO MULTIPLO (RECIBITE);
      * RECIBO SIMPLES NAO TEM ITENS E SEGUE O ESTORNO DE SEMPRE
       P450-CARREGA-RECIBO.
            MOVE ZEROS            TO WS-QTD-ITENS WS-QTD-FORMAS
                                     WS-TOT-FORMAS WS-DT-RECIBO-EST
            SET JA-ESTORNADO      TO FALSE
            SET EOF-ITR-OK        TO FALSE
            SET FS-ITR-OK         TO TRUE
            OPEN INPUT ITENS-RECIBO
            IF NOT FS-ITR-OK
                GO TO P450-FIM
            END-IF
            MOVE WS-NR-RECIBO-EST TO NR-RECIBO-ITR
            MOVE ZEROS            TO NR-ITEM-ITR
            START ITENS-RECIBO KEY IS NOT LESS THAN CHAVE-ITEM-RECIBO
                INVALID KEY
                    SET EOF-ITR-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-ITR-OK
                READ ITENS-RECIBO NEXT
                    AT END
                        SET EOF-ITR-OK TO TRUE
                    NOT AT END
                        IF NR-RECIBO-ITR NOT EQUAL WS-NR-RECIBO-EST
                            SET EOF-ITR-OK TO TRUE
                        ELSE
                            PERFORM P452-CARREGA-ITEM THRU P452-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ITENS-RECIBO
            .
       P450-FIM.
       P452-CARREGA-ITEM.
            MOVE ID-ALUNO-ITR     TO WS-ID-ALUNO
            MOVE DT-ITEM-ITR      TO WS-DT-RECIBO-EST
            IF ITR-ESTORNADO
                SET JA-ESTORNADO  TO TRUE
            END-IF
            IF ITR-FORMA-PGTO
                IF WS-QTD-FORMAS < 5
                    ADD 1         TO WS-QTD-FORMAS
                    MOVE FORMA-PGTO-ITR TO WS-FRM-FORMA(WS-QTD-FORMAS)
                    MOVE VL-ITEM-ITR    TO WS-FRM-VALOR(WS-QTD-FORMAS)
                    ADD VL-ITEM-ITR     TO WS-TOT-FORMAS
                END-IF
            ELSE
                IF WS-QTD-ITENS < 20
                    ADD 1         TO WS-QTD-ITENS
                    MOVE TP-ITEM-ITR TO WS-ITM-TIPO(WS-QTD-ITENS)
                    MOVE NR-REFERENCIA-ITR
                        TO WS-ITM-REFERENCIA(WS-QTD-ITENS)
                    MOVE NR-PARCELA-ITR
                        TO WS-ITM-PARCELA(WS-QTD-ITENS)
                    MOVE VL-ITEM-ITR TO WS-ITM-VALOR(WS-QTD-ITENS)
                END-IF
            END-IF
            .
       P452-FIM.
      * ESTORNO DO RECIBO MULTIPLO: REABRE AS MENSALIDADES E PARCELAS,
      * DEVOLVE OS CREDITOS A PENDENTE E GERA UM MOVIMENTO 'E' POR
      * FORMA; O ESTORNOS.DAT GUARDA O TOTAL (FORMA 'M' SE MISTA)
       P455-ESTORNA-MULTIPLO.
            IF JA-ESTORNADO
                DISPLAY 'RECIBO JA FOI ESTORNADO ANTES! '
                GO TO P455-FIM
            END-IF
            MOVE WS-DT-RECIBO-EST TO WL-PER-DATA
            CALL 'CHKPERIO' USING WL-PARAMETROS-PERIODO
            IF WL-PER-FECHADO
                GO TO P455-FIM
            END-IF
            DISPLAY 'RECIBO MULTIPLO - ALUNO ' WS-ID-ALUNO
                    ' ITENS ' WS-QTD-ITENS
                    ' VALOR RECEBIDO ' WS-TOT-FORMAS
            PERFORM VARYING WS-IND1 FROM 1 BY 1
                    UNTIL WS-IND1 > WS-QTD-ITENS
                DISPLAY '  ' WS-ITM-TIPO(WS-IND1)
                        ' ' WS-ITM-REFERENCIA(WS-IND1)
                        ' ' WS-ITM-PARCELA(WS-IND1)
                        ' ' WS-ITM-VALOR(WS-IND1)
            END-PERFORM
            PERFORM P456-CONFERE-ANUIDADE THRU P456-FIM
            IF ANU-APROPRIADA
                DISPLAY 'ANUIDADE DO RECIBO JA TEM COMPETENCIA '
                        'APROPRIADA - ESTORNO RECUSADO.'
                GO TO P455-FIM
            END-IF
            PERFORM P458-CONFERE-RECARGA THRU P458-FIM
            IF RECARGA-CONSUMIDA
                DISPLAY 'RECARGA DO RECIBO JA FOI CONSUMIDA NA '
                        'CARTEIRA - ESTORNO RECUSADO.'
                GO TO P455-FIM
            END-IF
            DISPLAY 'Informe o motivo do estorno: '
            ACCEPT WS-MOTIVO-EST
            DISPLAY 'TECLE <S> para confirmar o estorno: '
            ACCEPT WS-CONFIRM-EST
            IF WS-CONFIRM-EST NOT EQUAL 'S' AND 's'
                DISPLAY 'Estorno cancelado.'
                GO TO P455-FIM
            END-IF

            MOVE ZEROS            TO WS-COMPETENCIA
            PERFORM VARYING WS-IND1 FROM WS-QTD-ITENS BY -1
                    UNTIL WS-IND1 < 1
                IF WS-ITM-TIPO(WS-IND1) EQUAL 'M'
                    MOVE WS-ITM-REFERENCIA(WS-IND1) TO WS-COMPETENCIA
                END-IF
            END-PERFORM
            MOVE WS-TOT-FORMAS    TO WS-VL-PAGO
            IF WS-QTD-FORMAS EQUAL 1
                MOVE WS-FRM-FORMA(1) TO WS-FORMA-PGTO
            ELSE
                MOVE 'M'          TO WS-FORMA-PGTO
            END-IF
            PERFORM P380-GRAVA-ESTORNO THRU P380-FIM
            IF NOT ESTORNO-GRAVADO
                DISPLAY 'ESTORNO NAO REGISTRADO - RECIBO MANTIDO.'
                GO TO P455-FIM
            END-IF

            PERFORM P457-REVERTE-ITEM THRU P457-FIM
                    VARYING WS-IND1 FROM 1 BY 1
                    UNTIL WS-IND1 > WS-QTD-ITENS
            MOVE WS-NR-RECIBO-EST TO WS-NR-RECIBO
            MOVE 'E'              TO WS-TP-MOV-GRAVA
            PERFORM VARYING WS-IND1 FROM 1 BY 1
                    UNTIL WS-IND1 > WS-QTD-FORMAS
                MOVE WS-FRM-FORMA(WS-IND1) TO WS-FORMA-PGTO
                MOVE WS-FRM-VALOR(WS-IND1) TO WS-VL-PAGO
                PERFORM P340-MOV-SESSAO THRU P340-FIM
            END-PERFORM
            MOVE 'R'              TO WS-TP-MOV-GRAVA
            PERFORM P459-MARCA-ESTORNADO THRU P459-FIM

            DISPLAY 'Recibo ' WS-NR-RECIBO-EST ' estornado - '
                    WS-QTD-ITENS ' item(ns) reaberto(s).'
            MOVE 'ESTORNO'        TO WL-OPERACAO
            MOVE WS-NR-RECIBO-EST TO WL-CHAVE
            MOVE SPACES           TO WL-VALOR-ANTIGO
            STRING 'ALUNO ' WS-ID-ALUNO
                   ' RECIBO MULTIPLO ' WS-QTD-ITENS ' ITENS'
                   DELIMITED BY SIZE
                   INTO WL-VALOR-ANTIGO
            MOVE WS-MOTIVO-EST    TO WL-VALOR-NOVO
            CALL 'AUDITLOG' USING WL-AUDITORIA
            PERFORM P375-CANCELA-RPS THRU P375-FIM
            .
       P455-FIM.
      * ANUIDADE COM MENSALIDADE JA BAIXADA PELO SISMENSA NAO VOLTA A
      * CONTRATADA - O DESLIGAMENTO SEGUE PELO ACERTO DA EVASAO
       P456-CONFERE-ANUIDADE.
            SET ANU-APROPRIADA    TO FALSE
            PERFORM VARYING WS-IND1 FROM 1 BY 1
                    UNTIL WS-IND1 > WS-QTD-ITENS
                IF WS-ITM-TIPO(WS-IND1) EQUAL 'N'
                    SET FS-ANU-OK TO TRUE
                    OPEN INPUT ANUIDADES
                    MOVE WS-ITM-REFERENCIA(WS-IND1) TO NR-ANUIDADE
                    READ ANUIDADES KEY IS NR-ANUIDADE
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            IF QT-APROPRIADAS-ANU > 0 OR
                               NOT ANU-ATIVA
                                SET ANU-APROPRIADA TO TRUE
                            END-IF
                    END-READ
                    CLOSE ANUIDADES
                END-IF
            END-PERFORM
            .
       P456-FIM.
       P457-REVERTE-ITEM.
            EVALUATE WS-ITM-TIPO(WS-IND1)
                WHEN 'M'
                    SET FS-MEN-OK TO TRUE
                    OPEN I-O MENSALIDADES
                    MOVE WS-ID-ALUNO TO ID-ALUNO-MEN
                    MOVE WS-ITM-REFERENCIA(WS-IND1) TO CP-COMPETENCIA
                    READ MENSALIDADES
                        INVALID KEY
                            DISPLAY 'MENSALIDADE NAO EXISTE! '
                        NOT INVALID KEY
                            IF MEN-PAGA AND
                               NR-RECIBO-MEN EQUAL WS-NR-RECIBO-EST
                                MOVE REG-MENSALIDADE
                                    TO WS-IMAGEM-ANTES-MEN
                                MOVE ZEROS TO DT-PAGAMENTO-MEN
                                              VL-PAGO-MEN
                                              NR-RECIBO-MEN
                                              VL-MULTA-MEN
                                              VL-JUROS-MEN
                                              VL-DESCONTO-MEN
                                MOVE SPACE TO FORMA-PGTO-MEN
                                SET MEN-ABERTA TO TRUE
                                REWRITE REG-MENSALIDADE
                                IF FS-MEN-OK
                                    PERFORM P348-JORNAL-MEN
                                        THRU P348-FIM
                                END-IF
                            END-IF
                    END-READ
                    CLOSE MENSALIDADES
                WHEN 'A'
                    SET FS-PAR-OK TO TRUE
                    OPEN I-O PARCELAS-ACO
                    MOVE WS-ITM-REFERENCIA(WS-IND1) TO NR-ACORDO-AP
                    MOVE WS-ITM-PARCELA(WS-IND1)    TO NR-PARCELA-AP
                    READ PARCELAS-ACO
                        INVALID KEY
                            DISPLAY 'PARCELA NAO EXISTE! '
                        NOT INVALID KEY
                            IF AP-PAGA AND
                               NR-RECIBO-AP EQUAL WS-NR-RECIBO-EST
                                MOVE ZEROS TO DT-PAGAMENTO-AP
                                              VL-PAGO-AP
                                              NR-RECIBO-AP
                                MOVE SPACE TO FORMA-PGTO-AP
                                SET AP-ABERTA TO TRUE
                                REWRITE REG-PARCELA-ACORDO
                            END-IF
                    END-READ
                    CLOSE PARCELAS-ACO
      * PARCELA REABERTA: ACORDO QUITADO POR ESTE RECIBO VOLTA A ATIVO
                    SET FS-ACO-OK TO TRUE
                    OPEN I-O ACORDOS
                    MOVE WS-ITM-REFERENCIA(WS-IND1) TO NR-ACORDO
                    READ ACORDOS
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            IF ACO-QUITADO
                                SET ACO-ATIVO TO TRUE
                                REWRITE REG-ACORDO
                            END-IF
                    END-READ
                    CLOSE ACORDOS
                WHEN 'T'
                    SET FS-CTX-OK TO TRUE
                    OPEN I-O COBRANCAS-TX
                    MOVE WS-ITM-REFERENCIA(WS-IND1) TO NR-COBRANCA-TX
                    READ COBRANCAS-TX
                        INVALID KEY
                            DISPLAY 'COBRANCA NAO EXISTE! '
                        NOT INVALID KEY
                            IF TX-PAGA AND
                               NR-RECIBO-TX EQUAL WS-NR-RECIBO-EST
                                MOVE ZEROS TO DT-PAGAMENTO-TX
                                              NR-RECIBO-TX
                                MOVE SPACE TO FORMA-PGTO-TX
                                SET TX-ABERTA TO TRUE
                                REWRITE REG-COBRANCA-TAXA
                            END-IF
                    END-READ
                    CLOSE COBRANCAS-TX
                WHEN 'N'
                    SET FS-ANU-OK TO TRUE
                    OPEN I-O ANUIDADES
                    MOVE WS-ITM-REFERENCIA(WS-IND1) TO NR-ANUIDADE
                    READ ANUIDADES KEY IS NR-ANUIDADE
                        INVALID KEY
                            DISPLAY 'CONTRATO NAO EXISTE! '
                        NOT INVALID KEY
                            IF ANU-ATIVA AND
                               NR-RECIBO-ANU EQUAL WS-NR-RECIBO-EST
                                MOVE ZEROS TO DT-PAGAMENTO-ANU
                                              NR-RECIBO-ANU
                                              VL-SALDO-ANU
                                MOVE SPACE TO FORMA-PGTO-ANU
                                SET ANU-CONTRATADA TO TRUE
                                REWRITE REG-ANUIDADE
                            END-IF
                    END-READ
                    CLOSE ANUIDADES
                WHEN 'C'
                    SET FS-ACE-OK TO TRUE
                    OPEN I-O ACERTOS-EVA
                    MOVE WS-ITM-REFERENCIA(WS-IND1) TO NR-DOCUMENTO-ACE
                    READ ACERTOS-EVA
                        INVALID KEY
                            DISPLAY 'DOCUMENTO NAO EXISTE! '
                        NOT INVALID KEY
                            SET ACE-PENDENTE TO TRUE
                            REWRITE REG-ACERTO-EVASAO
                    END-READ
                    CLOSE ACERTOS-EVA
                WHEN 'R'
                    MOVE 'E'      TO WL-CT-OPERACAO
                    MOVE WS-ID-ALUNO TO WL-CT-ID-ALUNO
                    MOVE WS-ITM-VALOR(WS-IND1) TO WL-CT-VALOR
                    MOVE SPACE    TO WL-CT-PONTO-VENDA
                    MOVE WS-NR-RECIBO-EST TO WL-CT-DOCUMENTO
                    CALL 'MOVCARTE' USING WL-PARAMETROS-CARTEIRA
                    IF WL-CT-RECUSADO
                        DISPLAY 'AVISO: RECARGA NAO ESTORNADA NA '
                                'CARTEIRA! '
                    END-IF
            END-EVALUATE
            .
       P457-FIM.
      * O SALDO DA CARTEIRA PRECISA COBRIR A RECARGA DO RECIBO; O QUE
      * JA FOI GASTO NA CANTINA/REPROGRAFIA NAO VOLTA PELO ESTORNO
       P458-CONFERE-RECARGA.
            SET RECARGA-CONSUMIDA TO FALSE
            PERFORM VARYING WS-IND1 FROM 1 BY 1
                    UNTIL WS-IND1 > WS-QTD-ITENS
                IF WS-ITM-TIPO(WS-IND1) EQUAL 'R'
                    MOVE 'C'      TO WL-CT-OPERACAO
                    MOVE WS-ID-ALUNO TO WL-CT-ID-ALUNO
                    MOVE ZEROS    TO WL-CT-VALOR WL-CT-DOCUMENTO
                    MOVE SPACE    TO WL-CT-PONTO-VENDA
                    CALL 'MOVCARTE' USING WL-PARAMETROS-CARTEIRA
                    IF WL-CT-RECUSADO OR
                       WL-CT-SALDO < WS-ITM-VALOR(WS-IND1)
                        SET RECARGA-CONSUMIDA TO TRUE
                    END-IF
                END-IF
            END-PERFORM
            .
       P458-FIM.
       P459-MARCA-ESTORNADO.
            SET EOF-ITR-OK        TO FALSE
            SET FS-ITR-OK         TO TRUE
            OPEN I-O ITENS-RECIBO
            IF NOT FS-ITR-OK
                GO TO P459-FIM
            END-IF
            MOVE WS-NR-RECIBO-EST TO NR-RECIBO-ITR
            MOVE ZEROS            TO NR-ITEM-ITR
            START ITENS-RECIBO KEY IS NOT LESS THAN CHAVE-ITEM-RECIBO
                INVALID KEY
                    SET EOF-ITR-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-ITR-OK
                READ ITENS-RECIBO NEXT
                    AT END
                        SET EOF-ITR-OK TO TRUE
                    NOT AT END
                        IF NR-RECIBO-ITR NOT EQUAL WS-NR-RECIBO-EST
                            SET EOF-ITR-OK TO TRUE
                        ELSE
                            SET ITR-ESTORNADO TO TRUE
                            REWRITE REG-ITEM-RECIBO
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ITENS-RECIBO
            .
       P459-FIM.
       P900-FIM.
            GOBACK.
      * RESOLVE OS CAMINHOS FISICOS PELO CONFIGSYS (PRODUCAO OU
            MOVE WS-ARQ-CFG-RPS-EXC TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-RPS-EXC
            MOVE 'RECIBITE' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-RECIBITE TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-RECIBITE
            MOVE 'COBRTAXA' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-COBRTAXA TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-COBRTAXA
            MOVE 'ANUIDADE' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-ANUIDADE TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-ANUIDADE
            .
       P050-FIM.
       END PROGRAM SISCAIXA.

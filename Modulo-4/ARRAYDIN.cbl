      *          Simulacao PRICE (parcela fixa) x SAC (parcela
      *          decrescente) lado a lado antes de gravar - o contrato
      *          so vai para CONTRATOS.DAT depois que o operador
      *          escolhe o plano e confirma. Cada parcela vence
      *          mensalmente a partir da data de inicio do contrato,
      *          empurrada para o proximo dia util pelo DIAUTIL.
      *          O comprador vem do cadastro de clientes (CADCLIEN) e
      *          o contrato so e gravado se o saldo devedor do
      *          cliente mais o contrato novo couber no limite de
      *          credito (CHKCREDI)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARRAYDIN.
              RECORD  KEY  IS ID-CONTRATO
              FILE STATUS IS WS-FS.

              SELECT CLIENTES ASSIGN TO WS-ARQ-CFG-M4-CLIENTES
              ORGANIZATION IS INDEXED
              ACCESS  MODE IS RANDOM
              RECORD  KEY  IS ID-CLIENTE
              ALTERNATE RECORD KEY IS NR-CPF-CLI
              FILE STATUS IS WS-FS-CLI.

              SELECT CONTROLE ASSIGN TO WS-ARQ-CFG-M4-CONTROLE
              ORGANIZATION IS INDEXED
              ACCESS  MODE IS RANDOM
       FILE SECTION.
       FD CONTRATOS.
          COPY FD_CONTR.
       FD CLIENTES.
          COPY FD_CLIEN.
       FD CONTROLE.
          COPY FD_CTRL.
       WORKING-STORAGE SECTION.
       01 WS-FINANCIAMENTO.
          03 WS-ID-CLIENTE             PIC 9(05).
          03 WS-CLIENTE                PIC X(20).
          03 WS-OBJETO                 PIC X(20).
          03 WS-VALOR                  PIC 9(06)V99.
          03 WS-NUM-PARCELAS           PIC 9(03).
          03 WS-DT-INICIO              PIC 9(08).
       01 WS-VARIAVEIS.
          03 WS-VR-PARCELAS            PIC 9(05)V99.
          03 WS-IND                    PIC 9(03).
          03 WS-JUROS-MES              PIC 9(02)V99.
          03 WS-VALOR-TOTAL            PIC 9(08)V99.
          03 WS-ANO-VENC               PIC 9(04).
          03 WS-MES-VENC               PIC 9(02).
          03 WS-DIA-VENC               PIC 9(02).
       01 WS-SIMULACAO.
          03 WS-PARC-PRICE             PIC 9(05)V99 OCCURS 420 TIMES.
          03 WS-PARC-SAC               PIC 9(05)V99 OCCURS 420 TIMES.
          03 WS-VENC-PARC              PIC 9(08)    OCCURS 420 TIMES.
          03 WS-AMORTIZACAO            PIC 9(05)V99.
          03 WS-SALDO-SAC              PIC 9(08)V99.
          03 WS-JUROS-PARC             PIC 9(05)V99.
             88 PLANO-PRICE            VALUE '1'.
             88 PLANO-SAC              VALUE '2'.
          03 WS-CONFIRM                PIC X(01).
          03 WS-TOTAL-PLANO            PIC 9(08)V99.
       01 WL-PARAMETROS-EXT.
          03 FILLER                    PIC S9(04) COMP.
          03 WS-VALOR-EXT              PIC 9(16)V99.
          03 WS-EXTENSO                PIC X(200).
       01 WL-PARAMETROS-DIA.
          03 WL-DATA-ENTRADA           PIC 9(08).
          03 WL-DATA-SAIDA             PIC 9(08).
       01 WL-PARAMETROS-CREDITO.
          03 WL-CRD-ID-CLIENTE         PIC 9(05).
          03 WL-CRD-VL-NOVO            PIC 9(08)V99.
          03 WL-CRD-QT-CONTRATOS       PIC 9(03).
          03 WL-CRD-VL-ABERTO          PIC 9(09)V99.
          03 WL-CRD-VL-LIMITE          PIC 9(07)V99.
          03 WL-CRD                    PIC X(01).
             88 WL-CRD-BLOQUEADO       VALUE 'B'.
             88 WL-CRD-LIBERADO        VALUE 'L'.
       77 WS-FS                        PIC 99.
          88 FS-OK                     VALUE 0.
       77 WS-FS-CLI                    PIC 99.
          88 FS-CLI-OK                 VALUE 0.
       77 WS-CLIENTE-OK                PIC X VALUE 'N'.
          88 CLIENTE-OK                VALUE 'S' FALSE 'N'.
       77 WS-FS-CTRL                   PIC 99.
          88 FS-CTRL-OK                VALUE 0.

       01 WS-ARQ-CFG-M4-CONTRATOS          PIC X(60) VALUE
          'C:\COBOL\Modulo-4\CONTRATOS.DAT'.
       01 WS-ARQ-CFG-M4-CLIENTES           PIC X(60) VALUE
          'C:\COBOL\Modulo-4\CLIENTES.DAT'.
       01 WS-ARQ-CFG-M4-CONTROLE           PIC X(60) VALUE
          'C:\COBOL\Modulo-4\CONTROLE.DAT'.
          COPY CFG_AREA.
       MAIN-PROCEDURE.
            PERFORM P050-CONFIGURA THRU P050-FIM
            INITIALIZE                 WS-VARIAVEIS
            DISPLAY 'Informe o codigo do cliente (CADCLIEN): '
            ACCEPT WS-ID-CLIENTE
            PERFORM P090-LE-CLIENTE
            IF NOT CLIENTE-OK
                GOBACK
            END-IF
            DISPLAY 'Informe o objeto financiado: '
            ACCEPT WS-OBJETO
            DISPLAY 'Informe o valor do objeto: '
            ACCEPT WS-NUM-PARCELAS
            DISPLAY 'Informe a taxa de juros ao mes (%): '
            ACCEPT WS-JUROS-MES
            DISPLAY 'Informe a data de inicio do contrato (AAAAMMDD, '
                    'ZEROS = hoje): '
            ACCEPT WS-DT-INICIO

            IF WS-NUM-PARCELAS < 1 OR WS-NUM-PARCELAS > 420
                DISPLAY 'NUMERO DE PARCELAS INVALIDO (1 A 420).'
                GOBACK
            END-IF
            IF WS-DT-INICIO EQUAL ZEROS
                ACCEPT WS-DT-INICIO FROM DATE YYYYMMDD
            END-IF
            IF WS-DT-INICIO(5:2) < 01 OR WS-DT-INICIO(5:2) > 12 OR
               WS-DT-INICIO(7:2) < 01 OR WS-DT-INICIO(7:2) > 31
                DISPLAY 'DATA DE INICIO INVALIDA.'
                GOBACK
            END-IF

            PERFORM P100-CALCULA-PRICE
            PERFORM P110-CALCULA-SAC
            PERFORM P115-CALCULA-VENCIMENTOS
            PERFORM P120-MOSTRA-SIMULACAO

            DISPLAY 'TECLE 1 para contratar PRICE, 2 para contratar '
                    'SAC, ou <QUALQUER TECLA> para nao gravar: '
            ACCEPT WS-PLANO
            IF PLANO-PRICE OR PLANO-SAC
                PERFORM P130-CHECA-CREDITO
                IF WL-CRD-BLOQUEADO
                    DISPLAY 'LIMITE DE CREDITO EXCEDIDO - '
                            'Contrato nao gravado.'
                ELSE
                    DISPLAY 'TECLE <S> para confirmar a gravacao do '
                            'contrato: '
                    ACCEPT WS-CONFIRM
                    IF WS-CONFIRM EQUAL 'S' OR 's'
                        PERFORM P150-PROX-ID
                        PERFORM P200-GRAVA-CONTRATO
                    ELSE
                        DISPLAY 'Contrato nao gravado.'
                    END-IF
                END-IF
            ELSE
                DISPLAY 'Simulacao encerrada sem gravar contrato.'
            END-IF
            .
            GOBACK.
       P090-LE-CLIENTE.
            SET CLIENTE-OK        TO FALSE
            SET FS-CLI-OK         TO TRUE
            OPEN INPUT CLIENTES
            IF FS-CLI-OK
                MOVE WS-ID-CLIENTE TO ID-CLIENTE
                READ CLIENTES
                    INVALID KEY
                        DISPLAY 'CLIENTE NAO CADASTRADO - INCLUA NO '
                                'CADCLIEN.'
                    NOT INVALID KEY
                        SET CLIENTE-OK TO TRUE
                        MOVE NM-CLIENTE-CLI TO WS-CLIENTE
                        DISPLAY 'Cliente: ' NM-CLIENTE-CLI
                                '  CPF ' NR-CPF-CLI
                END-READ
                CLOSE CLIENTES
            ELSE
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CLIENTES. '
                DISPLAY 'FILE STATUS: ' WS-FS-CLI
            END-IF
            .
      * PRICE DA CASA: JUROS SIMPLES EMBUTIDO NO TOTAL E PARCELA FIXA
       P100-CALCULA-PRICE.
            COMPUTE WS-VALOR-TOTAL =
               SUBTRACT WS-AMORTIZACAO FROM WS-SALDO-SAC
            END-PERFORM
            .
      * VENCIMENTO MENSAL NO DIA DO INICIO (ATE O DIA 28, PARA VALER
      * EM TODO MES), A PARTIR DO MES SEGUINTE AO INICIO E EMPURRADO
      * PARA O PROXIMO DIA UTIL
       P115-CALCULA-VENCIMENTOS.
            MOVE WS-DT-INICIO(1:4)    TO WS-ANO-VENC
            MOVE WS-DT-INICIO(5:2)    TO WS-MES-VENC
            MOVE WS-DT-INICIO(7:2)    TO WS-DIA-VENC
            IF WS-DIA-VENC > 28
                MOVE 28               TO WS-DIA-VENC
            END-IF
            PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL
                            WS-IND > WS-NUM-PARCELAS
               ADD 1 TO WS-MES-VENC
               IF WS-MES-VENC > 12
                   MOVE 1 TO WS-MES-VENC
                   ADD 1 TO WS-ANO-VENC
               END-IF
               COMPUTE WL-DATA-ENTRADA =
                       WS-ANO-VENC * 10000 + WS-MES-VENC * 100
                       + WS-DIA-VENC
               CALL 'DIAUTIL' USING WL-PARAMETROS-DIA
               MOVE WL-DATA-SAIDA     TO WS-VENC-PARC(WS-IND)
            END-PERFORM
            .
       P120-MOSTRA-SIMULACAO.
            DISPLAY '*************************************************'
            DISPLAY '***   SIMULACAO DE FINANCIAMENTO PRICE X SAC  ***'
            DISPLAY '*************************************************'
            DISPLAY 'PARCELA  VENCIMENTO  PRICE        SAC'
            PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL
                            WS-IND > WS-NUM-PARCELAS
               DISPLAY WS-IND '      '
                       WS-VENC-PARC(WS-IND) '  '
                       WS-PARC-PRICE(WS-IND) '   '
                       WS-PARC-SAC(WS-IND)
            END-PERFORM
            DISPLAY 'TOTAL DE JUROS SAC  : ' WS-TOT-JUROS-SAC
            DISPLAY '*************************************************'
            .
      * O SALDO DEVEDOR DO CLIENTE EM TODOS OS CONTRATOS MAIS O TOTAL
      * DO PLANO ESCOLHIDO NAO PODE PASSAR DO LIMITE DE CREDITO
       P130-CHECA-CREDITO.
            IF PLANO-SAC
                COMPUTE WS-TOTAL-PLANO = WS-VALOR + WS-TOT-JUROS-SAC
            ELSE
                MOVE WS-VALOR-TOTAL   TO WS-TOTAL-PLANO
            END-IF
            MOVE WS-ID-CLIENTE        TO WL-CRD-ID-CLIENTE
            MOVE WS-TOTAL-PLANO       TO WL-CRD-VL-NOVO
            CALL 'CHKCREDI' USING WL-PARAMETROS-CREDITO
            DISPLAY 'SALDO DEVEDOR DO CLIENTE: ' WL-CRD-VL-ABERTO
                    ' EM ' WL-CRD-QT-CONTRATOS ' CONTRATO(S)'
            DISPLAY 'TOTAL DO CONTRATO NOVO  : ' WS-TOTAL-PLANO
            DISPLAY 'LIMITE DE CREDITO       : ' WL-CRD-VL-LIMITE
            .
       P150-PROX-ID.
            SET FS-CTRL-OK        TO TRUE
            OPEN I-O CONTROLE
                OPEN I-O CONTRATOS
            END-IF
            IF FS-OK
                MOVE WS-ID-CLIENTE    TO ID-CLIENTE-CTR
                MOVE WS-CLIENTE       TO NM-CLIENTE
                MOVE WS-OBJETO        TO NM-OBJETO
                MOVE WS-VALOR         TO VL-OBJETO
                MOVE WS-DT-INICIO     TO DT-INICIO-CTR
                MOVE WS-NUM-PARCELAS  TO NUM-PARCELAS-CTR
                PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL
                                WS-IND > WS-NUM-PARCELAS
                        MOVE WS-PARC-PRICE(WS-IND)
                            TO VL-PARCELA-CTR(WS-IND)
                    END-IF
                    MOVE WS-VENC-PARC(WS-IND)
                        TO DT-VENCIMENTO-CTR(WS-IND)
                END-PERFORM

                MOVE VL-PARCELA-CTR(1) TO WS-VALOR-EXT
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

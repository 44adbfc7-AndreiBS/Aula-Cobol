      * Purpose: CONSULTA E MANUTENCAO DE CONTRATOS (CONTRATOS.DAT) -
      *          LISTA OS CONTRATOS GRAVADOS PELO ARRAYDIN, EXIBE O
      *          CABECALHO DE UM CONTRATO, PAGINA AS PARCELAS E
      *          PERMITE VINCULAR O CONTRATO A UM CLIENTE DO CADASTRO
      *          (CLIENTES.DAT) COM AUDITORIA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCONTR.
               RECORD  KEY  IS ID-CONTRATO
               FILE STATUS IS WS-FS.

               SELECT CLIENTES ASSIGN TO WS-ARQ-CFG-M4-CLIENTES
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS ID-CLIENTE
               ALTERNATE RECORD KEY IS NR-CPF-CLI
               FILE STATUS IS WS-FS-CLI.

       DATA DIVISION.
       FILE SECTION.
       FD CONTRATOS.
          COPY FD_CONTR.
       FD CLIENTES.
          COPY FD_CLIEN.

       WORKING-STORAGE SECTION.
       77 WS-FS                            PIC 99.
          88 FS-OK                         VALUE 0.
       77 WS-FS-CLI                        PIC 99.
          88 FS-CLI-OK                     VALUE 0.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE 'S' FALSE 'N'.
       77 WS-OPCAO                         PIC X.
       77 WS-CONFIRM                       PIC X VALUE SPACES.
       77 WS-ID-CONTRATO                   PIC 9(05).
       77 WS-ID-CLIENTE-NOVO               PIC 9(05).
       77 WS-NM-CLIENTE-NOVO               PIC X(20).
       77 WS-CLIENTE-OK                    PIC X VALUE 'N'.
          88 CLIENTE-OK                    VALUE 'S' FALSE 'N'.
       77 WS-IND                           PIC 9(03).
       77 WS-PAG-TAMANHO                   PIC 9(03) VALUE 10.
       77 WS-PAUSA                         PIC X.
       01 WS-VINCULO-AUDIT.
          03 WS-VINC-ID-CLIENTE            PIC 9(05).
          03 FILLER                        PIC X(01) VALUE SPACE.
          03 WS-VINC-NM-CLIENTE            PIC X(20).
       01 WL-AUDITORIA.
          03 WL-PROGRAMA                   PIC X(12)
             VALUE 'CONCONTR'.

       01 WS-ARQ-CFG-M4-CONTRATOS          PIC X(60) VALUE
          'C:\COBOL\Modulo-4\CONTRATOS.DAT'.
       01 WS-ARQ-CFG-M4-CLIENTES           PIC X(60) VALUE
          'C:\COBOL\Modulo-4\CLIENTES.DAT'.
          COPY CFG_AREA.
       LINKAGE SECTION.
       01 LK-COM-AREA.
            DISPLAY '**************************************************'
            DISPLAY '*** 1 - Listar contratos                       ***'
            DISPLAY '*** 2 - Consultar um contrato (com parcelas)   ***'
            DISPLAY '*** 3 - Vincular cliente ao contrato           ***'
            DISPLAY '***          <TECLE F PARA FINALIZAR>          ***'
            DISPLAY '**************************************************'
            ACCEPT WS-OPCAO
                    NOT INVALID KEY
                        DISPLAY '*************************************'
                        DISPLAY 'CONTRATO : ' ID-CONTRATO
                        DISPLAY 'CLIENTE  : ' ID-CLIENTE-CTR ' '
                                NM-CLIENTE
                        DISPLAY 'OBJETO   : ' NM-OBJETO
                        DISPLAY 'VALOR    : ' VL-OBJETO
                        DISPLAY 'INICIO   : ' DT-INICIO-CTR
                        DISPLAY 'PARCELAS : ' NUM-PARCELAS-CTR
                        DISPLAY '*************************************'
                        PERFORM P330-PAGINA-PARCELAS THRU P330-FIM
                    UNTIL WS-IND > NUM-PARCELAS-CTR
                DISPLAY 'PARCELA ' WS-IND ': '
                        VL-PARCELA-CTR(WS-IND)
                        '  VENCIMENTO: ' DT-VENCIMENTO-CTR(WS-IND)
                IF FUNCTION MOD(WS-IND, WS-PAG-TAMANHO) EQUAL 0
                    DISPLAY 'TECLE <ENTER> para continuar... '
                    ACCEPT WS-PAUSA
                    INVALID KEY
                        DISPLAY 'CONTRATO NAO EXISTE! '
                    NOT INVALID KEY
                        DISPLAY 'Cliente atual: ' ID-CLIENTE-CTR ' '
                                NM-CLIENTE
                        DISPLAY 'Informe o codigo do cliente '
                                '(CADCLIEN): '
                        ACCEPT WS-ID-CLIENTE-NOVO
                        PERFORM P345-LE-CLIENTE THRU P345-FIM
                        IF CLIENTE-OK
                            DISPLAY 'TECLE: '
                                    '<S> para confirmar ou <QUALQUER '
                                    'TECLA> para abortar.'
                            ACCEPT WS-CONFIRM
                        END-IF
                        IF WS-CONFIRM EQUAL 'S' OR 's' THEN
                            MOVE ID-CLIENTE-CTR TO WS-VINC-ID-CLIENTE
                            MOVE NM-CLIENTE     TO WS-VINC-NM-CLIENTE
                            MOVE WS-VINCULO-AUDIT TO WL-VALOR-ANTIGO
                            MOVE WS-ID-CLIENTE-NOVO TO ID-CLIENTE-CTR
                            MOVE WS-NM-CLIENTE-NOVO TO NM-CLIENTE
                            REWRITE REG-CONTRATO
                            IF FS-OK
                                        'sucesso!'
                                MOVE 'ALTERACAO'    TO WL-OPERACAO
                                MOVE ID-CONTRATO    TO WL-CHAVE
                                MOVE ID-CLIENTE-CTR
                                  TO WS-VINC-ID-CLIENTE
                                MOVE NM-CLIENTE
                                  TO WS-VINC-NM-CLIENTE
                                MOVE WS-VINCULO-AUDIT
                                  TO WL-VALOR-NOVO
                                CALL 'AUDITLOG' USING WL-AUDITORIA
                            ELSE
                                DISPLAY 'ERRO AO ATUALIZAR O '
            CLOSE CONTRATOS
            .
       P340-FIM.
       P345-LE-CLIENTE.
            SET CLIENTE-OK        TO FALSE
            SET FS-CLI-OK         TO TRUE
            OPEN INPUT CLIENTES
            IF NOT FS-CLI-OK
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CLIENTES. '
                DISPLAY 'FILE STATUS: ' WS-FS-CLI
                GO TO P345-FIM
            END-IF
            MOVE WS-ID-CLIENTE-NOVO TO ID-CLIENTE
            READ CLIENTES
                INVALID KEY
                    DISPLAY 'CLIENTE NAO CADASTRADO - INCLUA NO '
                            'CADCLIEN.'
                NOT INVALID KEY
                    SET CLIENTE-OK TO TRUE
                    MOVE NM-CLIENTE-CLI TO WS-NM-CLIENTE-NOVO
                    DISPLAY 'Novo cliente : ' NM-CLIENTE-CLI
                            '  CPF ' NR-CPF-CLI
            END-READ
            CLOSE CLIENTES
            .
       P345-FIM.
       P900-FIM.
            GOBACK.
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

      ******************************************************************
      * Author: ANDREI BATISTA
      * Date: 15/10/2026
      * Purpose: CADASTRO DE CLIENTES DE FINANCIAMENTO (CLIENTES.DAT)
      *          - INCLUI COM CPF VALIDADO (VALIDCPF) E UNICO,
      *          TELEFONE (VALIDTEL) E ENDERECO PELO CEP (BUSCACEP),
      *          OPCIONALMENTE VINCULADO A UMA PESSOA DE CONTATOS.DAT
      *          (CONTATO OU RESPONSAVEL DE ALUNO NO RESPONSA.DAT);
      *          CONSULTA COM A EXPOSICAO DE CREDITO DO CLIENTE EM
      *          TODOS OS CONTRATOS (CHKCREDI), ALTERA CONTATO/
      *          ENDERECO/LIMITE COM AUDITORIA E LISTA OS CLIENTES
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCLIEN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
               SELECT CLIENTES ASSIGN TO WS-ARQ-CFG-M4-CLIENTES
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS ID-CLIENTE
               ALTERNATE RECORD KEY IS NR-CPF-CLI
               FILE STATUS IS WS-FS.

               SELECT CONTROLE ASSIGN TO WS-ARQ-CFG-M4-CONTROLE
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS CHAVE-CONTROLE
               FILE STATUS IS WS-FS-CTRL.

               SELECT CONTATOS ASSIGN TO WS-ARQ-CFG-CONTATOS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CTT.

               SELECT RESPONSAVEIS ASSIGN TO WS-ARQ-CFG-RESPONSA
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-RESPONSAVEL
               FILE STATUS IS WS-FS-RSP.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
          COPY FD_CLIEN.
       FD CONTROLE.
          COPY FD_CTRL.
       FD CONTATOS.
          COPY FD_CONTT.
       FD RESPONSAVEIS.
          COPY FD_RESPO.

       WORKING-STORAGE SECTION.
       77 WS-FS                            PIC 99.
          88 FS-OK                         VALUE 0.
       77 WS-FS-CTRL                       PIC 99.
          88 FS-CTRL-OK                    VALUE 0.
       77 WS-FS-CTT                        PIC 99.
          88 FS-CTT-OK                     VALUE 0.
       77 WS-FS-RSP                        PIC 99.
          88 FS-RSP-OK                     VALUE 0.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE 'S' FALSE 'N'.
       77 WS-OPCAO                         PIC X.
       77 WS-CONFIRM                       PIC X VALUE SPACES.
       77 WS-ID-CLIENTE                    PIC 9(05).
       77 WS-DATA-HOJE                     PIC 9(08).
       77 WS-DADOS-OK                      PIC X VALUE 'N'.
          88 DADOS-OK                      VALUE 'S' FALSE 'N'.
       77 WS-VL-DISPONIVEL                 PIC S9(09)V99.
       77 WS-NOME-DIGITADO                 PIC X(20).
       77 WS-LIMITE-ANTIGO                 PIC 9(07)V99.
      * AREA DE DIGITACAO DO CLIENTE (INCLUSAO E ALTERACAO)
       01 WS-CLIENTE.
          03 WS-NR-CPF                     PIC 9(11).
          03 WS-NM-CLIENTE                 PIC X(20).
          03 WS-TL-CLIENTE                 PIC X(15).
          03 WS-ENDERECO.
             05 WS-CEP                     PIC X(08).
             05 WS-LOGRADOURO              PIC X(20).
             05 WS-NR-ENDERECO             PIC X(06).
             05 WS-BAIRRO                  PIC X(15).
             05 WS-CIDADE                  PIC X(15).
             05 WS-UF                      PIC X(02).
          03 WS-TP-VINCULO                 PIC X(01).
          03 WS-ID-CONTATO                 PIC 9(05).
          03 WS-VL-LIMITE                  PIC 9(07)V99.
       01 WL-PARAMETROS-CPF.
          03 WL-CPF                        PIC 9(11).
          03 WL-CPF-OK                     PIC X(01).
             88 WL-CPF-VALIDO              VALUE 'S'.
             88 WL-CPF-INVALIDO            VALUE 'N'.
       01 WL-PARAMETROS-TEL.
          03 WL-TELEFONE                   PIC X(15).
          03 WL-TEL-OK                     PIC X(01).
             88 WL-TEL-VALIDO              VALUE 'S'.
             88 WL-TEL-INVALIDO            VALUE 'N'.
       01 WL-PARAMETROS-CEP.
          03 WL-CEP                        PIC X(08).
          03 WL-CEP-ACHADO                 PIC X(01).
             88 WL-ACHOU-CEP               VALUE 'S'.
             88 WL-NAO-ACHOU-CEP           VALUE 'N'.
          03 WL-LOGRADOURO                 PIC X(20).
          03 WL-BAIRRO                     PIC X(15).
          03 WL-CIDADE                     PIC X(15).
          03 WL-UF                         PIC X(02).
       01 WL-PARAMETROS-CREDITO.
          03 WL-CRD-ID-CLIENTE             PIC 9(05).
          03 WL-CRD-VL-NOVO                PIC 9(08)V99.
          03 WL-CRD-QT-CONTRATOS           PIC 9(03).
          03 WL-CRD-VL-ABERTO              PIC 9(09)V99.
          03 WL-CRD-VL-LIMITE              PIC 9(07)V99.
          03 WL-CRD                        PIC X(01).
             88 WL-CRD-BLOQUEADO           VALUE 'B'.
             88 WL-CRD-LIBERADO            VALUE 'L'.
       01 WL-AUDITORIA.
          03 WL-PROGRAMA                   PIC X(12)
             VALUE 'CADCLIEN'.
          03 WL-OPERACAO                   PIC X(10).
          03 WL-CHAVE                      PIC X(10).
          03 WL-VALOR-ANTIGO               PIC X(50).
          03 WL-VALOR-NOVO                 PIC X(50).

       01 WS-ARQ-CFG-M4-CLIENTES           PIC X(60) VALUE
          'C:\COBOL\Modulo-4\CLIENTES.DAT'.
       01 WS-ARQ-CFG-M4-CONTROLE           PIC X(60) VALUE
          'C:\COBOL\Modulo-4\CONTROLE.DAT'.
       01 WS-ARQ-CFG-CONTATOS              PIC X(60) VALUE
          'C:\COBOL\CONTATOS.DAT'.
       01 WS-ARQ-CFG-RESPONSA              PIC X(60) VALUE
          'C:\COBOL\RESPONSA.DAT'.
          COPY CFG_AREA.
       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM                   PIC X(50).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            PERFORM P050-CONFIGURA THRU P050-FIM
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            PERFORM P300-PROCESSA  THRU P300-FIM
                                    UNTIL WS-OPCAO = 'F' OR 'f'
            PERFORM P900-FIM
            .
       P300-PROCESSA.
            MOVE SPACES             TO WS-OPCAO
            DISPLAY '**************************************************'
            DISPLAY '***     CLIENTES DE FINANCIAMENTO              ***'
            DISPLAY '**************************************************'
            DISPLAY '*** 1 - Incluir cliente                        ***'
            DISPLAY '*** 2 - Consultar cliente (com exposicao)      ***'
            DISPLAY '*** 3 - Alterar contato/endereco/limite        ***'
            DISPLAY '*** 4 - Listar clientes                        ***'
            DISPLAY '***          <TECLE F PARA FINALIZAR>          ***'
            DISPLAY '**************************************************'
            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN '1'
                    PERFORM P310-INCLUI   THRU P310-FIM
                WHEN '2'
                    PERFORM P340-CONSULTA THRU P340-FIM
                WHEN '3'
                    PERFORM P350-ALTERA   THRU P350-FIM
                WHEN '4'
                    PERFORM P360-LISTA    THRU P360-FIM
                WHEN 'F'
                    CONTINUE
                WHEN 'f'
                    CONTINUE
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA! '
            END-EVALUATE
            .
       P300-FIM.
       P310-INCLUI.
            INITIALIZE WS-CLIENTE
            PERFORM P320-VINCULO  THRU P320-FIM
            IF WS-TP-VINCULO EQUAL 'X'
                GO TO P310-FIM
            END-IF
            IF WS-NR-CPF NOT EQUAL ZEROS
                DISPLAY 'CPF do responsavel: ' WS-NR-CPF
                        ' - <ZEROS> para manter.'
            END-IF
            DISPLAY 'Informe o CPF do cliente (11 digitos): '
            ACCEPT WL-CPF
            IF WL-CPF NOT EQUAL ZEROS
                MOVE WL-CPF       TO WS-NR-CPF
            END-IF
            MOVE WS-NR-CPF        TO WL-CPF
            CALL 'VALIDCPF' USING WL-PARAMETROS-CPF
            IF WL-CPF-INVALIDO
                DISPLAY 'CPF INVALIDO! '
                GO TO P310-FIM
            END-IF
            IF WS-NM-CLIENTE NOT EQUAL SPACES
                DISPLAY 'Nome: ' WS-NM-CLIENTE
                        ' - <ENTER> para manter.'
            END-IF
            DISPLAY 'Informe o nome do cliente: '
            ACCEPT WS-NOME-DIGITADO
            IF WS-NOME-DIGITADO NOT EQUAL SPACES
                MOVE WS-NOME-DIGITADO TO WS-NM-CLIENTE
            END-IF
            IF WS-NM-CLIENTE EQUAL SPACES
                DISPLAY 'NOME OBRIGATORIO! '
                GO TO P310-FIM
            END-IF
            PERFORM P330-CONTATO-ENDERECO THRU P330-FIM
            IF NOT DADOS-OK
                GO TO P310-FIM
            END-IF
            DISPLAY 'Informe o limite de credito (ZEROS = padrao): '
            ACCEPT WS-VL-LIMITE

            DISPLAY 'TECLE: '
                    '<S> para confirmar ou <QUALQUER '
                    'TECLA> para abortar.'
            ACCEPT WS-CONFIRM
            IF WS-CONFIRM NOT EQUAL 'S' AND 's'
                DISPLAY 'Inclusao nao realizada.'
                GO TO P310-FIM
            END-IF

            SET FS-OK             TO TRUE
            OPEN I-O CLIENTES
            IF WS-FS EQUAL 35 THEN
                OPEN OUTPUT CLIENTES
                CLOSE CLIENTES
                OPEN I-O CLIENTES
            END-IF
            IF NOT FS-OK
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CLIENTES. '
                DISPLAY 'FILE STATUS: ' WS-FS
                GO TO P310-FIM
            END-IF
      * CPF E CHAVE ALTERNATIVA UNICA: O MESMO COMPRADOR NAO ENTRA
      * DUAS VEZES COM GRAFIAS DIFERENTES
            MOVE WS-NR-CPF        TO NR-CPF-CLI
            READ CLIENTES KEY IS NR-CPF-CLI
                INVALID KEY
                    PERFORM P315-PROX-ID THRU P315-FIM
                    MOVE WS-NR-CPF      TO NR-CPF-CLI
                    MOVE WS-NM-CLIENTE  TO NM-CLIENTE-CLI
                    MOVE WS-TL-CLIENTE  TO TL-CLIENTE-CLI
                    MOVE WS-CEP         TO CEP-CLI
                    MOVE WS-LOGRADOURO  TO LOGRADOURO-CLI
                    MOVE WS-NR-ENDERECO TO NR-ENDERECO-CLI
                    MOVE WS-BAIRRO      TO BAIRRO-CLI
                    MOVE WS-CIDADE      TO CIDADE-CLI
                    MOVE WS-UF          TO UF-CLI
                    MOVE WS-TP-VINCULO  TO TP-VINCULO-CLI
                    MOVE WS-ID-CONTATO  TO ID-CONTATO-CLI
                    MOVE WS-VL-LIMITE   TO VL-LIMITE-CLI
                    MOVE WS-DATA-HOJE   TO DT-CADASTRO-CLI
                    WRITE REG-CLIENTE
                        INVALID KEY
                            DISPLAY 'ERRO AO GRAVAR O CLIENTE. '
                            DISPLAY 'FILE STATUS: ' WS-FS
                        NOT INVALID KEY
                            DISPLAY 'Cliente numero ' ID-CLIENTE
                                    ' gravado com sucesso!'
                    END-WRITE
                NOT INVALID KEY
                    DISPLAY 'CPF JA CADASTRADO NO CLIENTE '
                            ID-CLIENTE ' - ' NM-CLIENTE-CLI
            END-READ
            CLOSE CLIENTES
            .
       P310-FIM.
       P315-PROX-ID.
            SET FS-CTRL-OK        TO TRUE
            OPEN I-O CONTROLE
            IF WS-FS-CTRL EQUAL 35 THEN
                OPEN OUTPUT CONTROLE
                CLOSE CONTROLE
                OPEN I-O CONTROLE
            END-IF
            MOVE 'CLIENTES  '     TO CHAVE-CONTROLE
            READ CONTROLE
                INVALID KEY
                    MOVE 'CLIENTES  ' TO CHAVE-CONTROLE
                    MOVE 1            TO ULTIMO-ID
                    WRITE REG-CONTROLE
                    IF NOT FS-CTRL-OK
                        DISPLAY 'ERRO AO GRAVAR O CONTROLE DE ID. '
                        DISPLAY 'FILE STATUS: ' WS-FS-CTRL
                    END-IF
                NOT INVALID KEY
                    ADD 1             TO ULTIMO-ID
                    REWRITE REG-CONTROLE
                    IF NOT FS-CTRL-OK
                        DISPLAY 'ERRO AO ATUALIZAR O CONTROLE DE ID. '
                        DISPLAY 'FILE STATUS: ' WS-FS-CTRL
                    END-IF
            END-READ
            MOVE ULTIMO-ID        TO ID-CLIENTE
            CLOSE CONTROLE
            .
       P315-FIM.
      * VINCULO OPCIONAL COM UMA PESSOA JA CADASTRADA: TRAZ NOME E
      * TELEFONE DO CONTATOS.DAT E, PARA RESPONSAVEL DE ALUNO, O CPF
      * JA CAPTURADO NO RESPONSA.DAT. TP-VINCULO 'X' = DESISTIU
       P320-VINCULO.
            DISPLAY 'Vincular a pessoa ja cadastrada? '
                    '<C> contato, <R> responsavel de aluno, '
                    '<ENTER> sem vinculo: '
            ACCEPT WS-TP-VINCULO
            IF WS-TP-VINCULO EQUAL 'c'
                MOVE 'C'          TO WS-TP-VINCULO
            END-IF
            IF WS-TP-VINCULO EQUAL 'r'
                MOVE 'R'          TO WS-TP-VINCULO
            END-IF
            IF WS-TP-VINCULO NOT EQUAL 'C' AND 'R'
                MOVE SPACE        TO WS-TP-VINCULO
                GO TO P320-FIM
            END-IF
            DISPLAY 'Informe o codigo do contato: '
            ACCEPT WS-ID-CONTATO
            SET FS-CTT-OK         TO TRUE
            OPEN INPUT CONTATOS
            IF NOT FS-CTT-OK
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS. '
                DISPLAY 'FILE STATUS: ' WS-FS-CTT
                MOVE 'X'          TO WS-TP-VINCULO
                GO TO P320-FIM
            END-IF
            MOVE WS-ID-CONTATO    TO ID-CONTATO
            READ CONTATOS
                INVALID KEY
                    DISPLAY 'CONTATO NAO EXISTE! '
                    MOVE 'X'      TO WS-TP-VINCULO
                NOT INVALID KEY
                    MOVE NM-CONTATO TO WS-NM-CLIENTE
                    MOVE TL-CONTATO TO WS-TL-CLIENTE
            END-READ
            CLOSE CONTATOS
            IF WS-TP-VINCULO NOT EQUAL 'R'
                GO TO P320-FIM
            END-IF

            SET FS-RSP-OK         TO TRUE
            OPEN INPUT RESPONSAVEIS
            IF NOT FS-RSP-OK
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE RESPONSAVEIS. '
                DISPLAY 'FILE STATUS: ' WS-FS-RSP
                MOVE 'X'          TO WS-TP-VINCULO
                GO TO P320-FIM
            END-IF
            MOVE WS-ID-CONTATO    TO ID-CONTATO-RSP
            MOVE ZEROS            TO ID-ALUNO-RSP
            START RESPONSAVEIS KEY IS NOT LESS THAN CHAVE-RESPONSAVEL
                INVALID KEY
                    MOVE 'X'      TO WS-TP-VINCULO
            END-START
            IF WS-TP-VINCULO EQUAL 'R'
                READ RESPONSAVEIS NEXT
                    AT END
                        MOVE 'X'  TO WS-TP-VINCULO
                    NOT AT END
                        IF ID-CONTATO-RSP NOT EQUAL WS-ID-CONTATO
                            MOVE 'X' TO WS-TP-VINCULO
                        ELSE
                            MOVE NR-CPF-RSP TO WS-NR-CPF
                        END-IF
                END-READ
            END-IF
            CLOSE RESPONSAVEIS
            IF WS-TP-VINCULO EQUAL 'X'
                DISPLAY 'O CONTATO NAO E RESPONSAVEL DE NENHUM ALUNO '
                        '(SISRESPO). '
            END-IF
            .
       P320-FIM.
      * TELEFONE PELO VALIDTEL E ENDERECO PRE-PREENCHIDO PELO CEP;
      * CEP DESCONHECIDO SEGUE COM DIGITACAO MANUAL
       P330-CONTATO-ENDERECO.
            SET DADOS-OK          TO FALSE
            IF WS-TL-CLIENTE NOT EQUAL SPACES
                DISPLAY 'Telefone: ' WS-TL-CLIENTE
                        ' - <ENTER> para manter.'
            END-IF
            DISPLAY 'Informe o telefone (DDD+NUMERO): '
            ACCEPT WL-TELEFONE
            IF WL-TELEFONE NOT EQUAL SPACES
                MOVE WL-TELEFONE  TO WS-TL-CLIENTE
            END-IF
            MOVE WS-TL-CLIENTE    TO WL-TELEFONE
            CALL 'VALIDTEL' USING WL-PARAMETROS-TEL
            IF WL-TEL-INVALIDO
                DISPLAY 'TELEFONE INVALIDO (VER FORMATO DDD+NUMERO).'
                GO TO P330-FIM
            END-IF
            DISPLAY 'Informe o CEP (8 digitos): '
            ACCEPT WS-CEP
            IF WS-CEP NOT NUMERIC
                DISPLAY 'CEP INVALIDO (8 DIGITOS NUMERICOS).'
                GO TO P330-FIM
            END-IF
            MOVE WS-CEP           TO WL-CEP
            CALL 'BUSCACEP' USING WL-PARAMETROS-CEP
            IF WL-ACHOU-CEP
                MOVE WL-LOGRADOURO TO WS-LOGRADOURO
                MOVE WL-BAIRRO     TO WS-BAIRRO
                MOVE WL-CIDADE     TO WS-CIDADE
                MOVE WL-UF         TO WS-UF
                DISPLAY 'ENDERECO: ' WS-LOGRADOURO ' - '
                        WS-BAIRRO ' - ' WS-CIDADE '/' WS-UF
            ELSE
                DISPLAY 'CEP NAO ENCONTRADO NA TABELA - '
                        'PREENCHA O ENDERECO MANUALMENTE.'
                DISPLAY 'Logradouro: '
                ACCEPT WS-LOGRADOURO
                DISPLAY 'Bairro: '
                ACCEPT WS-BAIRRO
                DISPLAY 'Cidade: '
                ACCEPT WS-CIDADE
                DISPLAY 'UF: '
                ACCEPT WS-UF
            END-IF
            DISPLAY 'Numero/complemento: '
            ACCEPT WS-NR-ENDERECO
            SET DADOS-OK          TO TRUE
            .
       P330-FIM.
       P340-CONSULTA.
            DISPLAY 'Informe o numero do cliente: '
            ACCEPT WS-ID-CLIENTE
            SET FS-OK             TO TRUE
            OPEN INPUT CLIENTES
            IF NOT FS-OK
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CLIENTES. '
                DISPLAY 'FILE STATUS: ' WS-FS
                GO TO P340-FIM
            END-IF
            MOVE WS-ID-CLIENTE    TO ID-CLIENTE
            READ CLIENTES
                INVALID KEY
                    DISPLAY 'CLIENTE NAO EXISTE! '
                NOT INVALID KEY
                    MOVE ID-CLIENTE TO WL-CRD-ID-CLIENTE
                    MOVE ZEROS      TO WL-CRD-VL-NOVO
                    CALL 'CHKCREDI' USING WL-PARAMETROS-CREDITO
                    COMPUTE WS-VL-DISPONIVEL =
                            WL-CRD-VL-LIMITE - WL-CRD-VL-ABERTO
                    DISPLAY '*************************************'
                    DISPLAY 'CLIENTE  : ' ID-CLIENTE
                    DISPLAY 'CPF      : ' NR-CPF-CLI
                    DISPLAY 'NOME     : ' NM-CLIENTE-CLI
                    DISPLAY 'TELEFONE : ' TL-CLIENTE-CLI
                    DISPLAY 'ENDERECO : ' LOGRADOURO-CLI ', '
                            NR-ENDERECO-CLI
                    DISPLAY '           ' BAIRRO-CLI ' - '
                            CIDADE-CLI '/' UF-CLI ' CEP ' CEP-CLI
                    IF CLI-CONTATO
                        DISPLAY 'VINCULO  : CONTATO ' ID-CONTATO-CLI
                    END-IF
                    IF CLI-RESPONSAVEL
                        DISPLAY 'VINCULO  : RESPONSAVEL (CONTATO '
                                ID-CONTATO-CLI ')'
                    END-IF
                    DISPLAY '-------------------------------------'
                    DISPLAY 'CONTRATOS        : '
                            WL-CRD-QT-CONTRATOS
                    DISPLAY 'SALDO DEVEDOR    : ' WL-CRD-VL-ABERTO
                    DISPLAY 'LIMITE DE CREDITO: ' WL-CRD-VL-LIMITE
                    IF VL-LIMITE-CLI EQUAL ZEROS
                        DISPLAY '                   (LIMITE PADRAO)'
                    END-IF
                    DISPLAY 'DISPONIVEL       : ' WS-VL-DISPONIVEL
                    DISPLAY '*************************************'
            END-READ
            CLOSE CLIENTES
            .
       P340-FIM.
       P350-ALTERA.
            DISPLAY 'Informe o numero do cliente: '
            ACCEPT WS-ID-CLIENTE
            SET FS-OK             TO TRUE
            OPEN I-O CLIENTES
            IF NOT FS-OK
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CLIENTES. '
                DISPLAY 'FILE STATUS: ' WS-FS
                GO TO P350-FIM
            END-IF
            MOVE WS-ID-CLIENTE    TO ID-CLIENTE
            READ CLIENTES
                INVALID KEY
                    DISPLAY 'CLIENTE NAO EXISTE! '
                    CLOSE CLIENTES
                    GO TO P350-FIM
            END-READ
            DISPLAY 'Cliente: ' NM-CLIENTE-CLI '  CPF ' NR-CPF-CLI
            MOVE TL-CLIENTE-CLI   TO WS-TL-CLIENTE
            PERFORM P330-CONTATO-ENDERECO THRU P330-FIM
            IF NOT DADOS-OK
                CLOSE CLIENTES
                GO TO P350-FIM
            END-IF
            DISPLAY 'Limite atual: ' VL-LIMITE-CLI
                    ' (ZEROS = padrao)'
            DISPLAY 'Informe o novo limite de credito: '
            ACCEPT WS-VL-LIMITE
            DISPLAY 'TECLE: '
                    '<S> para confirmar ou <QUALQUER '
                    'TECLA> para abortar.'
            ACCEPT WS-CONFIRM
            IF WS-CONFIRM NOT EQUAL 'S' AND 's'
                DISPLAY 'Alteracao nao realizada.'
                CLOSE CLIENTES
                GO TO P350-FIM
            END-IF
            MOVE VL-LIMITE-CLI    TO WS-LIMITE-ANTIGO
            MOVE WS-TL-CLIENTE    TO TL-CLIENTE-CLI
            MOVE WS-CEP           TO CEP-CLI
            MOVE WS-LOGRADOURO    TO LOGRADOURO-CLI
            MOVE WS-NR-ENDERECO   TO NR-ENDERECO-CLI
            MOVE WS-BAIRRO        TO BAIRRO-CLI
            MOVE WS-CIDADE        TO CIDADE-CLI
            MOVE WS-UF            TO UF-CLI
            MOVE WS-VL-LIMITE     TO VL-LIMITE-CLI
            REWRITE REG-CLIENTE
            IF FS-OK
                DISPLAY 'Cliente atualizado com sucesso!'
      * O LIMITE DE CREDITO LIBERA CONTRATO - TODA TROCA E AUDITADA
                IF WS-LIMITE-ANTIGO NOT EQUAL VL-LIMITE-CLI
                    MOVE 'LIMITE'     TO WL-OPERACAO
                    MOVE WS-LIMITE-ANTIGO TO WL-VALOR-ANTIGO
                    MOVE ID-CLIENTE   TO WL-CHAVE
                    MOVE VL-LIMITE-CLI TO WL-VALOR-NOVO
                    CALL 'AUDITLOG' USING WL-AUDITORIA
                END-IF
            ELSE
                DISPLAY 'ERRO AO ATUALIZAR O CLIENTE. '
                DISPLAY 'FILE STATUS: ' WS-FS
            END-IF
            CLOSE CLIENTES
            .
       P350-FIM.
       P360-LISTA.
            SET EOF-OK            TO FALSE
            SET FS-OK             TO TRUE
            OPEN INPUT CLIENTES
            IF WS-FS EQUAL 35
                DISPLAY 'NENHUM CLIENTE CADASTRADO AINDA. '
            ELSE
                IF FS-OK
                    DISPLAY 'CLIENTE CPF         NOME                 '
                            'TELEFONE        LIMITE'
                    PERFORM UNTIL EOF-OK
                        READ CLIENTES NEXT
                            AT END
                                SET EOF-OK TO TRUE
                            NOT AT END
                                DISPLAY ID-CLIENTE '   '
                                        NR-CPF-CLI ' '
                                        NM-CLIENTE-CLI ' '
                                        TL-CLIENTE-CLI ' '
                                        VL-LIMITE-CLI
                        END-READ
                    END-PERFORM
                ELSE
                    DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CLIENTES. '
                    DISPLAY 'FILE STATUS: ' WS-FS
                END-IF
            END-IF
            CLOSE CLIENTES
            .
       P360-FIM.
       P900-FIM.
            GOBACK.
      * RESOLVE OS CAMINHOS FISICOS PELO CONFIGSYS (PRODUCAO OU
      * TESTE); SEM CONFIGURACAO VALEM OS PADROES ACIMA
       P050-CONFIGURA.
            MOVE 'M4-CLIENTES' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-M4-CLIENTES TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-M4-CLIENTES
            MOVE 'M4-CONTROLE' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-M4-CONTROLE TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-M4-CONTROLE
            MOVE 'CONTATOS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-CONTATOS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-CONTATOS
            MOVE 'RESPONSA' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-RESPONSA TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-RESPONSA
            .
       P050-FIM.
       END PROGRAM CADCLIEN.

      ******************************************************************
      * Author: ANDREI BATISTA
      * Date: 15/10/2026
      * Purpose: ORCAMENTO DE MATRICULA PARA FAMILIAS INTERESSADAS -
      *          COTA A MENSALIDADE DA TURMA NO TERMO COM AS MESMAS
      *          REGRAS DO SISMENSA (TABELA DE PRECOS.DAT, BOLSA
      *          ATIVA, DESCONTO DE IRMAO PELO RESPONSAVEL E
      *          CONVENIO ATIVO), GRAVA O ORCAMENTO NUMERADO
      *          (ORCAMENT.DAT) E IMPRIME COM A VALIDADE VIA SPOOL.
      *          DEPOIS DA MATRICULA O ORCAMENTO E VINCULADO AO
      *          ALUNO E O SISMENSA HONRA O VALOR ORCADO ATE A
      *          VALIDADE
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISORCAM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
               SELECT ORCAMENTOS ASSIGN TO WS-ARQ-CFG-ORCAMENT
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS NR-ORCAMENTO
               ALTERNATE RECORD KEY IS ID-ALUNO-ORC
                   WITH DUPLICATES
               FILE STATUS IS WS-FS.

               SELECT ALUNOS ASSIGN TO WS-ARQ-CFG-D3-REGISTRO
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS ID-ALUNO
               ALTERNATE RECORD KEY IS NM-ALUNO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-ALU.

               SELECT PRECOS ASSIGN TO WS-ARQ-CFG-PRECOS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS CHAVE-PRECO
               FILE STATUS IS WS-FS-PRE.

               SELECT BOLSAS ASSIGN TO WS-ARQ-CFG-BOLSAS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS CHAVE-BOLSA
               FILE STATUS IS WS-FS-BOL.

               SELECT RESPONSAVEIS ASSIGN TO WS-ARQ-CFG-RESPONSA
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-RESPONSAVEL
               FILE STATUS IS WS-FS-RSP.

               SELECT CONVENIOS ASSIGN TO WS-ARQ-CFG-CONVENIO
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS ID-CONVENIO
               FILE STATUS IS WS-FS-CNV.

               SELECT CONTROLE ASSIGN TO WS-ARQ-CFG-CONTROLE
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS CHAVE-CONTROLE
               FILE STATUS IS WS-FS-CTRL.

               SELECT ORCAMENTO-OUT ASSIGN TO WS-ARQ-ORCAMENTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OUT.

       DATA DIVISION.
       FILE SECTION.
       FD ORCAMENTOS.
          COPY FD_ORCAM.
       FD ALUNOS.
          COPY FD_REGIS.
       FD PRECOS.
          COPY FD_PRECO.
       FD BOLSAS.
          COPY FD_BOLSA.
       FD RESPONSAVEIS.
          COPY FD_RESPO.
       FD CONVENIOS.
          COPY FD_CONVE.
       FD CONTROLE.
          COPY FD_CTRL.
       FD ORCAMENTO-OUT.
       01 REG-ORCAMENTO-OUT                PIC X(60).

       WORKING-STORAGE SECTION.
       77 WS-FS                            PIC 99.
          88 FS-OK                         VALUE 0.
       77 WS-FS-ALU                        PIC 99.
          88 FS-ALU-OK                     VALUE 0.
       77 WS-FS-PRE                        PIC 99.
          88 FS-PRE-OK                     VALUE 0.
       77 WS-FS-BOL                        PIC 99.
          88 FS-BOL-OK                     VALUE 0.
       77 WS-FS-RSP                        PIC 99.
          88 FS-RSP-OK                     VALUE 0.
       77 WS-FS-CNV                        PIC 99.
          88 FS-CNV-OK                     VALUE 0.
       77 WS-FS-CTRL                       PIC 99.
          88 FS-CTRL-OK                    VALUE 0.
       77 WS-FS-OUT                        PIC 99.
          88 FS-OUT-OK                     VALUE 0.
       77 WS-CTRL-NOVO                     PIC X VALUE 'N'.
       77 WS-EOF-RSP                       PIC X.
          88 EOF-RSP-OK                    VALUE 'S' FALSE 'N'.
       77 WS-OPCAO                         PIC X.
       77 WS-CONFIRM                       PIC X VALUE SPACES.
       77 WS-NR-ORCAMENTO                  PIC 9(06) VALUE ZEROS.
       77 WS-ID-ALUNO                      PIC 9(06).
      * ALUNO JA CADASTRADO (REMATRICULA/TRANSFERENCIA DE TURMA) OU
      * 999999 PARA O INTERESSADO NOVO - O ULTIMO DO GRUPO DE IRMAOS
       77 WS-ID-REFERENCIA                 PIC 9(06).
       77 WS-NM-INTERESSADO                PIC X(20).
       77 WS-TURMA                         PIC X(10).
       77 WS-CD-TERMO                      PIC X(06).
       77 WS-ID-CONTATO                    PIC 9(05).
       77 WS-ID-CONVENIO                   PIC 9(03).
       77 WS-VL-TABELA                     PIC 9(06)V99.
       77 WS-VL-ORCADO                     PIC 9(06)V99.
       77 WS-PC-BOLSA-ALUNO                PIC 9(03) VALUE ZEROS.
       77 WS-PC-IRMAO-ALUNO                PIC 9(03) VALUE ZEROS.
       77 WS-PC-DESC-IRMAO                 PIC 9(03) VALUE 10.
       77 WS-CFG-DESC-IRMAO                PIC X(60) VALUE SPACES.
       77 WS-DIAS-VALIDADE                 PIC 9(03) VALUE 30.
       77 WS-CFG-DIAS-VALIDADE             PIC X(60) VALUE SPACES.
       77 WS-DT-VALIDADE                   PIC 9(08).
       77 WS-DT-INFORMADA                  PIC 9(08).
       77 WS-QTD-IRMAOS                    PIC 9(02) VALUE ZEROS.
       77 WS-DIAS-CORRIDOS                 PIC 9(08).
       77 WS-PAGADOR                       PIC X(30).
       77 WS-LINHA-OUT                     PIC X(60) VALUE SPACES.
       01 WS-DATA-HOJE-8                   PIC 9(08).
       01 WS-VL-EDITADO                    PIC ZZZ.ZZ9,99.
       01 WL-AUDITORIA.
          03 WL-PROGRAMA                   PIC X(12)
             VALUE 'SISORCAM'.
          03 WL-OPERACAO                   PIC X(10).
          03 WL-CHAVE                      PIC X(10).
          03 WL-VALOR-ANTIGO               PIC X(50).
          03 WL-VALOR-NOVO                 PIC X(50).
       01 WL-SPOOL.
          03 WL-SPL-RELATORIO              PIC X(12).
          03 WL-SPL-ARQUIVO                PIC X(60).
          03 WL-SPL-OK                     PIC X(01).
             88 WL-SPOOL-ABERTO            VALUE 'S'.
             88 WL-SPOOL-FALHOU            VALUE 'N'.
       01 WS-ARQ-ORCAMENTO                 PIC X(60) VALUE
          'C:\COBOL\ORCAMENTO.TXT'.

       01 WS-ARQ-CFG-ORCAMENT              PIC X(60) VALUE
          'C:\COBOL\ORCAMENT.DAT'.
       01 WS-ARQ-CFG-D3-REGISTRO           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\REGISTRO.DAT'.
       01 WS-ARQ-CFG-PRECOS                PIC X(60) VALUE
          'C:\COBOL\PRECOS.DAT'.
       01 WS-ARQ-CFG-BOLSAS                PIC X(60) VALUE
          'C:\COBOL\BOLSAS.DAT'.
       01 WS-ARQ-CFG-RESPONSA              PIC X(60) VALUE
          'C:\COBOL\RESPONSA.DAT'.
       01 WS-ARQ-CFG-CONVENIO              PIC X(60) VALUE
          'C:\COBOL\CONVENIO.DAT'.
       01 WS-ARQ-CFG-CONTROLE              PIC X(60) VALUE
          'C:\COBOL\CONTROLE.DAT'.
          COPY CFG_AREA.
       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM                   PIC X(50).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            PERFORM P050-CONFIGURA THRU P050-FIM
            PERFORM P300-PROCESSA  THRU P300-FIM
                                    UNTIL WS-OPCAO = 'F' OR 'f'
            PERFORM P900-FIM
            .
       P300-PROCESSA.
            MOVE SPACES             TO WS-OPCAO
            ACCEPT WS-DATA-HOJE-8 FROM DATE YYYYMMDD
            DISPLAY '**************************************************'
            DISPLAY '***         ORCAMENTO DE MATRICULA             ***'
            DISPLAY '**************************************************'
            DISPLAY '*** 1 - Emitir orcamento                       ***'
            DISPLAY '*** 2 - Vincular orcamento ao aluno matriculado***'
            DISPLAY '*** 3 - Consultar / reimprimir orcamento       ***'
            DISPLAY '*** 4 - Cancelar orcamento                     ***'
            DISPLAY '***          <TECLE F PARA FINALIZAR>          ***'
            DISPLAY '**************************************************'
            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN '1'
                    PERFORM P310-EMITE      THRU P310-FIM
                WHEN '2'
                    PERFORM P340-VINCULA    THRU P340-FIM
                WHEN '3'
                    PERFORM P350-CONSULTA   THRU P350-FIM
                WHEN '4'
                    PERFORM P360-CANCELA    THRU P360-FIM
                WHEN 'F'
                    CONTINUE
                WHEN 'f'
                    CONTINUE
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA! '
            END-EVALUATE
            .
       P300-FIM.
      * MESMA SEQUENCIA DO SISMENSA: PRECO DA TURMA NO TERMO, BOLSA
      * SOBRE A TABELA, IRMAO SOBRE O VALOR COM BOLSA; O CONVENIO NAO
      * MUDA O VALOR, SO QUEM PAGA
       P310-EMITE.
            DISPLAY 'Informe o nome do aluno interessado: '
            ACCEPT WS-NM-INTERESSADO
            DISPLAY 'Informe o ID do aluno se ja cadastrado '
                    '(0 = aluno novo): '
            ACCEPT WS-ID-ALUNO
            DISPLAY 'Informe a turma desejada: '
            ACCEPT WS-TURMA
            DISPLAY 'Informe o codigo do termo (ex. 2026-1): '
            ACCEPT WS-CD-TERMO
            DISPLAY 'Informe o contato do responsavel (irmaos; '
                    '0 = nenhum): '
            ACCEPT WS-ID-CONTATO
            DISPLAY 'Informe o convenio da empresa (0 = nenhum): '
            ACCEPT WS-ID-CONVENIO

            MOVE 999999           TO WS-ID-REFERENCIA
            IF WS-ID-ALUNO > 0
                SET FS-ALU-OK     TO TRUE
                OPEN INPUT ALUNOS
                MOVE WS-ID-ALUNO  TO ID-ALUNO
                READ ALUNOS
                    INVALID KEY
                        DISPLAY 'ALUNO NAO EXISTE! '
                        CLOSE ALUNOS
                        GO TO P310-FIM
                END-READ
                CLOSE ALUNOS
                MOVE WS-ID-ALUNO  TO WS-ID-REFERENCIA
                IF WS-NM-INTERESSADO EQUAL SPACES
                    MOVE NM-ALUNO TO WS-NM-INTERESSADO
                END-IF
            END-IF

            PERFORM P320-BUSCA-PRECO THRU P320-FIM
            IF WS-VL-TABELA EQUAL ZEROS
                GO TO P310-FIM
            END-IF
            PERFORM P325-BUSCA-BOLSA   THRU P325-FIM
            PERFORM P327-BUSCA-IRMAO   THRU P327-FIM
            PERFORM P335-CHECA-CONVENIO THRU P335-FIM
            IF WS-PC-BOLSA-ALUNO > 0
                COMPUTE WS-VL-ORCADO ROUNDED =
                        WS-VL-TABELA *
                        (100 - WS-PC-BOLSA-ALUNO) / 100
            ELSE
                MOVE WS-VL-TABELA TO WS-VL-ORCADO
            END-IF
            IF WS-PC-IRMAO-ALUNO > 0
                COMPUTE WS-VL-ORCADO ROUNDED =
                        WS-VL-ORCADO *
                        (100 - WS-PC-IRMAO-ALUNO) / 100
            END-IF

            COMPUTE WS-DIAS-CORRIDOS =
                    FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE-8)
                    + WS-DIAS-VALIDADE
            COMPUTE WS-DT-VALIDADE =
                    FUNCTION DATE-OF-INTEGER(WS-DIAS-CORRIDOS)
            DISPLAY '------------------------------------------'
            DISPLAY 'MENSALIDADE DE TABELA : ' WS-VL-TABELA
            DISPLAY 'DESCONTO DE BOLSA     : ' WS-PC-BOLSA-ALUNO '%'
            DISPLAY 'DESCONTO DE IRMAO     : ' WS-PC-IRMAO-ALUNO '%'
            DISPLAY 'MENSALIDADE ORCADA    : ' WS-VL-ORCADO
            DISPLAY 'PAGADOR               : ' WS-PAGADOR
            DISPLAY '------------------------------------------'
            DISPLAY 'Validade padrao ' WS-DT-VALIDADE
                    ' - informe outra (AAAAMMDD) ou 0 para manter: '
            ACCEPT WS-DT-INFORMADA
            IF WS-DT-INFORMADA NUMERIC AND WS-DT-INFORMADA > 0
                IF WS-DT-INFORMADA < WS-DATA-HOJE-8
                    DISPLAY 'VALIDADE ANTERIOR A HOJE - MANTIDA A '
                            'PADRAO.'
                ELSE
                    MOVE WS-DT-INFORMADA TO WS-DT-VALIDADE
                END-IF
            END-IF
            DISPLAY 'TECLE <S> para emitir o orcamento: '
            ACCEPT WS-CONFIRM
            IF WS-CONFIRM NOT EQUAL 'S' AND 's'
                DISPLAY 'Orcamento nao emitido.'
                GO TO P310-FIM
            END-IF

            SET FS-OK             TO TRUE
            OPEN I-O ORCAMENTOS
            IF WS-FS EQUAL 35 THEN
                OPEN OUTPUT ORCAMENTOS
                CLOSE ORCAMENTOS
                OPEN I-O ORCAMENTOS
            END-IF
            IF NOT FS-OK
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ORCAMENTOS. '
                DISPLAY 'FILE STATUS: ' WS-FS
                GO TO P310-FIM
            END-IF
            PERFORM P150-PROX-ORCAMENTO THRU P150-FIM
            MOVE WS-NR-ORCAMENTO  TO NR-ORCAMENTO
            MOVE WS-DATA-HOJE-8   TO DT-EMISSAO-ORC
            MOVE WS-DT-VALIDADE   TO DT-VALIDADE-ORC
            MOVE WS-NM-INTERESSADO TO NM-INTERESSADO-ORC
            MOVE WS-TURMA         TO TURMA-ORC
            MOVE WS-CD-TERMO      TO CD-TERMO-ORC
            MOVE WS-ID-CONTATO    TO ID-CONTATO-ORC
            MOVE WS-ID-CONVENIO   TO ID-CONVENIO-ORC
            MOVE WS-VL-TABELA     TO VL-TABELA-ORC
            MOVE WS-PC-BOLSA-ALUNO TO PC-BOLSA-ORC
            MOVE WS-PC-IRMAO-ALUNO TO PC-IRMAO-ORC
            MOVE WS-VL-ORCADO     TO VL-ORCADO-ORC
            SET ORC-EMITIDO       TO TRUE
            MOVE ZEROS            TO ID-ALUNO-ORC
            WRITE REG-ORCAMENTO
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR O ORCAMENTO. '
                    DISPLAY 'FILE STATUS: ' WS-FS
                    CLOSE ORCAMENTOS
                    GO TO P310-FIM
            END-WRITE
            CLOSE ORCAMENTOS
            MOVE 'ORCAMENTO'      TO WL-OPERACAO
            MOVE WS-NR-ORCAMENTO  TO WL-CHAVE
            MOVE SPACES           TO WL-VALOR-ANTIGO
            MOVE SPACES           TO WL-VALOR-NOVO
            STRING 'TURMA ' WS-TURMA
                   ' TERMO ' WS-CD-TERMO
                   ' VALOR ' WS-VL-ORCADO
                   DELIMITED BY SIZE INTO WL-VALOR-NOVO
            CALL 'AUDITLOG' USING WL-AUDITORIA
            DISPLAY 'ORCAMENTO ' WS-NR-ORCAMENTO ' EMITIDO.'
            PERFORM P380-IMPRIME THRU P380-FIM
            .
       P310-FIM.
       P320-BUSCA-PRECO.
            MOVE ZEROS            TO WS-VL-TABELA
            SET FS-PRE-OK         TO TRUE
            OPEN INPUT PRECOS
            IF NOT FS-PRE-OK
                DISPLAY 'TABELA DE PRECOS INDISPONIVEL. '
                DISPLAY 'FILE STATUS: ' WS-FS-PRE
                GO TO P320-FIM
            END-IF
            MOVE WS-TURMA         TO TURMA-PRE
            MOVE WS-CD-TERMO      TO CD-TERMO-PRE
            READ PRECOS
                INVALID KEY
                    DISPLAY 'TURMA ' WS-TURMA ' SEM PRECO CADASTRADO '
                            'NO TERMO. ORCAMENTO NAO EMITIDO.'
                NOT INVALID KEY
                    MOVE VL-PRECO TO WS-VL-TABELA
            END-READ
            CLOSE PRECOS
            .
       P320-FIM.
      * SO ALUNO JA CADASTRADO PODE TER BOLSA APROVADA NO SISBOLSA
       P325-BUSCA-BOLSA.
            MOVE ZEROS            TO WS-PC-BOLSA-ALUNO
            IF WS-ID-ALUNO EQUAL ZEROS
                GO TO P325-FIM
            END-IF
            SET FS-BOL-OK         TO TRUE
            OPEN INPUT BOLSAS
            IF FS-BOL-OK
                MOVE WS-ID-ALUNO  TO ID-ALUNO-BOL
                MOVE WS-CD-TERMO  TO CD-TERMO-BOL
                READ BOLSAS
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF BOLSA-ATIVA
                            MOVE PC-BOLSA TO WS-PC-BOLSA-ALUNO
                        END-IF
                END-READ
                CLOSE BOLSAS
            END-IF
            .
       P325-FIM.
      * REGRA DO SISMENSA: NO GRUPO DE ALUNOS ATIVOS DO MESMO
      * RESPONSAVEL (VINCULO P/M/R) O PRIMEIRO NAO TEM DESCONTO; O
      * INTERESSADO NOVO ENTRA NO FIM DO GRUPO
       P327-BUSCA-IRMAO.
            MOVE ZEROS            TO WS-PC-IRMAO-ALUNO WS-QTD-IRMAOS
            IF WS-ID-CONTATO EQUAL ZEROS
                GO TO P327-FIM
            END-IF
            SET FS-RSP-OK         TO TRUE
            OPEN INPUT RESPONSAVEIS
            IF NOT FS-RSP-OK
                DISPLAY 'RESPONSA.DAT INDISPONIVEL - ORCAMENTO SEM '
                        'DESCONTO DE IRMAO.'
                GO TO P327-FIM
            END-IF
            SET FS-ALU-OK         TO TRUE
            OPEN INPUT ALUNOS
            SET EOF-RSP-OK        TO FALSE
            MOVE WS-ID-CONTATO    TO ID-CONTATO-RSP
            MOVE ZEROS            TO ID-ALUNO-RSP
            START RESPONSAVEIS
                  KEY IS NOT LESS THAN CHAVE-RESPONSAVEL
                INVALID KEY
                    SET EOF-RSP-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-RSP-OK
                READ RESPONSAVEIS NEXT
                    AT END
                        SET EOF-RSP-OK TO TRUE
                    NOT AT END
                        IF ID-CONTATO-RSP NOT EQUAL WS-ID-CONTATO
                            SET EOF-RSP-OK TO TRUE
                        ELSE
                            IF (VINCULO-PAI OR VINCULO-MAE OR
                               VINCULO-RESPONSAVEL) AND
                               ID-ALUNO-RSP < WS-ID-REFERENCIA
                                PERFORM P328-CONTA-IRMAO
                                    THRU P328-FIM
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE RESPONSAVEIS
            CLOSE ALUNOS
            IF WS-QTD-IRMAOS > 0
                MOVE WS-PC-DESC-IRMAO TO WS-PC-IRMAO-ALUNO
                DISPLAY 'IRMAO(S) ATIVO(S) DO MESMO RESPONSAVEL: '
                        WS-QTD-IRMAOS
            END-IF
            .
       P327-FIM.
      * ALUNO EVADIDO/INATIVO NAO CONTA NO GRUPO
       P328-CONTA-IRMAO.
            IF NOT FS-ALU-OK
                ADD 1 TO WS-QTD-IRMAOS
                GO TO P328-FIM
            END-IF
            MOVE ID-ALUNO-RSP     TO ID-ALUNO
            READ ALUNOS
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF ALUNO-ATIVO
                        ADD 1 TO WS-QTD-IRMAOS
                    END-IF
            END-READ
            .
       P328-FIM.
      * CONVENIO ATIVO: A MENSALIDADE SERA FATURADA A EMPRESA;
      * INEXISTENTE OU DESATIVADO, A FAMILIA PAGA NO CAIXA
       P335-CHECA-CONVENIO.
            MOVE 'FAMILIA (CAIXA)' TO WS-PAGADOR
            IF WS-ID-CONVENIO EQUAL ZEROS
                GO TO P335-FIM
            END-IF
            SET FS-CNV-OK         TO TRUE
            OPEN INPUT CONVENIOS
            IF NOT FS-CNV-OK
                MOVE ZEROS        TO WS-ID-CONVENIO
                GO TO P335-FIM
            END-IF
            MOVE WS-ID-CONVENIO   TO ID-CONVENIO
            READ CONVENIOS
                INVALID KEY
                    DISPLAY 'CONVENIO ' WS-ID-CONVENIO ' INEXISTENTE - '
                            'ORCADO PARA O CAIXA.'
                    MOVE ZEROS    TO WS-ID-CONVENIO
                NOT INVALID KEY
                    IF CNV-ATIVO
                        MOVE SPACES TO WS-PAGADOR
                        STRING 'CONVENIO ' NM-EMPRESA-CNV
                               DELIMITED BY SIZE INTO WS-PAGADOR
                    ELSE
                        DISPLAY 'CONVENIO ' WS-ID-CONVENIO
                                ' INATIVO - ORCADO PARA O CAIXA.'
                        MOVE ZEROS TO WS-ID-CONVENIO
                    END-IF
            END-READ
            CLOSE CONVENIOS
            .
       P335-FIM.
      * DEPOIS DA MATRICULA: O ALUNO TEM DE ESTAR NA TURMA ORCADA
       P340-VINCULA.
            DISPLAY 'Informe o numero do orcamento: '
            ACCEPT WS-NR-ORCAMENTO
            DISPLAY 'Informe o ID do aluno matriculado: '
            ACCEPT WS-ID-ALUNO
            SET FS-ALU-OK         TO TRUE
            OPEN INPUT ALUNOS
            IF NOT FS-ALU-OK
                DISPLAY 'ARQUIVO DE ALUNOS INDISPONIVEL. '
                DISPLAY 'FILE STATUS: ' WS-FS-ALU
                GO TO P340-FIM
            END-IF
            MOVE WS-ID-ALUNO      TO ID-ALUNO
            READ ALUNOS
                INVALID KEY
                    DISPLAY 'ALUNO NAO EXISTE! '
                    CLOSE ALUNOS
                    GO TO P340-FIM
            END-READ
            CLOSE ALUNOS
            SET FS-OK             TO TRUE
            OPEN I-O ORCAMENTOS
            IF NOT FS-OK
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ORCAMENTOS. '
                DISPLAY 'FILE STATUS: ' WS-FS
                GO TO P340-FIM
            END-IF
            MOVE WS-NR-ORCAMENTO  TO NR-ORCAMENTO
            READ ORCAMENTOS
                INVALID KEY
                    DISPLAY 'ORCAMENTO NAO EXISTE! '
                    CLOSE ORCAMENTOS
                    GO TO P340-FIM
            END-READ
            EVALUATE TRUE
                WHEN NOT ORC-EMITIDO
                    DISPLAY 'ORCAMENTO JA VINCULADO OU CANCELADO! '
                WHEN DT-VALIDADE-ORC < WS-DATA-HOJE-8
                    DISPLAY 'ORCAMENTO VENCIDO EM ' DT-VALIDADE-ORC
                            '! '
                WHEN TURMA-ORC NOT EQUAL TURMA
                    DISPLAY 'ALUNO MATRICULADO NA TURMA ' TURMA
                            ' - ORCAMENTO E DA TURMA ' TURMA-ORC '! '
                WHEN OTHER
                    MOVE WS-ID-ALUNO TO ID-ALUNO-ORC
                    SET ORC-VINCULADO TO TRUE
                    REWRITE REG-ORCAMENTO
                    IF FS-OK
                        DISPLAY 'Orcamento ' NR-ORCAMENTO
                                ' vinculado ao aluno ' WS-ID-ALUNO
                                ' - valor ' VL-ORCADO-ORC
                                ' ate ' DT-VALIDADE-ORC '.'
                        MOVE 'VINCULA'     TO WL-OPERACAO
                        MOVE NR-ORCAMENTO  TO WL-CHAVE
                        MOVE SPACES        TO WL-VALOR-ANTIGO
                        MOVE SPACES        TO WL-VALOR-NOVO
                        STRING 'ALUNO ' WS-ID-ALUNO
                               DELIMITED BY SIZE INTO WL-VALOR-NOVO
                        CALL 'AUDITLOG' USING WL-AUDITORIA
                    ELSE
                        DISPLAY 'ERRO AO VINCULAR O ORCAMENTO. '
                        DISPLAY 'FILE STATUS: ' WS-FS
                    END-IF
            END-EVALUATE
            CLOSE ORCAMENTOS
            .
       P340-FIM.
       P350-CONSULTA.
            DISPLAY 'Informe o numero do orcamento: '
            ACCEPT WS-NR-ORCAMENTO
            SET FS-OK             TO TRUE
            OPEN INPUT ORCAMENTOS
            IF NOT FS-OK
                DISPLAY 'NENHUM ORCAMENTO EMITIDO AINDA. '
                GO TO P350-FIM
            END-IF
            MOVE WS-NR-ORCAMENTO  TO NR-ORCAMENTO
            READ ORCAMENTOS
                INVALID KEY
                    DISPLAY 'ORCAMENTO NAO EXISTE! '
                    CLOSE ORCAMENTOS
                    GO TO P350-FIM
            END-READ
            CLOSE ORCAMENTOS
            DISPLAY 'ORCAMENTO ' NR-ORCAMENTO ' DE ' DT-EMISSAO-ORC
                    ' VALIDO ATE ' DT-VALIDADE-ORC
                    ' SITUACAO ' ST-ORCAMENTO
            DISPLAY '  ' NM-INTERESSADO-ORC ' TURMA ' TURMA-ORC
                    ' TERMO ' CD-TERMO-ORC
            DISPLAY '  TABELA ' VL-TABELA-ORC ' BOLSA ' PC-BOLSA-ORC
                    '% IRMAO ' PC-IRMAO-ORC '% ORCADO ' VL-ORCADO-ORC
            IF ORC-VINCULADO
                DISPLAY '  VINCULADO AO ALUNO ' ID-ALUNO-ORC
            END-IF
            DISPLAY 'TECLE <S> para reimprimir: '
            ACCEPT WS-CONFIRM
            IF WS-CONFIRM EQUAL 'S' OR 's'
                MOVE NR-ORCAMENTO      TO WS-NR-ORCAMENTO
                MOVE DT-VALIDADE-ORC   TO WS-DT-VALIDADE
                MOVE NM-INTERESSADO-ORC TO WS-NM-INTERESSADO
                MOVE TURMA-ORC         TO WS-TURMA
                MOVE CD-TERMO-ORC      TO WS-CD-TERMO
                MOVE VL-TABELA-ORC     TO WS-VL-TABELA
                MOVE PC-BOLSA-ORC      TO WS-PC-BOLSA-ALUNO
                MOVE PC-IRMAO-ORC      TO WS-PC-IRMAO-ALUNO
                MOVE VL-ORCADO-ORC     TO WS-VL-ORCADO
                MOVE ID-CONVENIO-ORC   TO WS-ID-CONVENIO
                PERFORM P335-CHECA-CONVENIO THRU P335-FIM
                PERFORM P380-IMPRIME   THRU P380-FIM
            END-IF
            .
       P350-FIM.
       P360-CANCELA.
            DISPLAY 'Informe o numero do orcamento: '
            ACCEPT WS-NR-ORCAMENTO
            SET FS-OK             TO TRUE
            OPEN I-O ORCAMENTOS
            IF NOT FS-OK
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ORCAMENTOS. '
                DISPLAY 'FILE STATUS: ' WS-FS
                GO TO P360-FIM
            END-IF
            MOVE WS-NR-ORCAMENTO  TO NR-ORCAMENTO
            READ ORCAMENTOS
                INVALID KEY
                    DISPLAY 'ORCAMENTO NAO EXISTE! '
                NOT INVALID KEY
                    IF ORC-CANCELADO
                        DISPLAY 'ORCAMENTO JA CANCELADO! '
                    ELSE
                        DISPLAY 'TECLE <S> para cancelar o orcamento '
                                NR-ORCAMENTO ': '
                        ACCEPT WS-CONFIRM
                        IF WS-CONFIRM EQUAL 'S' OR 's'
                            MOVE ST-ORCAMENTO TO WL-VALOR-ANTIGO
                            SET ORC-CANCELADO TO TRUE
                            REWRITE REG-ORCAMENTO
                            IF FS-OK
                                DISPLAY 'Orcamento cancelado.'
                                MOVE 'CANC-ORCAM' TO WL-OPERACAO
                                MOVE NR-ORCAMENTO TO WL-CHAVE
                                MOVE 'C'          TO WL-VALOR-NOVO
                                CALL 'AUDITLOG' USING WL-AUDITORIA
                            ELSE
                                DISPLAY 'ERRO AO CANCELAR. '
                                DISPLAY 'FILE STATUS: ' WS-FS
                            END-IF
                        END-IF
                    END-IF
            END-READ
            CLOSE ORCAMENTOS
            .
       P360-FIM.
       P380-IMPRIME.
            MOVE 'SISORCAM'       TO WL-SPL-RELATORIO
            CALL 'SPOOLREG' USING WL-SPOOL
            IF WL-SPOOL-ABERTO
                MOVE WL-SPL-ARQUIVO TO WS-ARQ-ORCAMENTO
            END-IF
            SET FS-OUT-OK         TO TRUE
            OPEN OUTPUT ORCAMENTO-OUT
            IF NOT FS-OUT-OK
                DISPLAY 'ERRO AO IMPRIMIR O ORCAMENTO. '
                DISPLAY 'FILE STATUS: ' WS-FS-OUT
                GO TO P380-FIM
            END-IF
            MOVE ALL '=' TO REG-ORCAMENTO-OUT
            WRITE REG-ORCAMENTO-OUT
            MOVE SPACES TO WS-LINHA-OUT
            STRING '       ORCAMENTO DE MATRICULA NR. ' WS-NR-ORCAMENTO
                   DELIMITED BY SIZE INTO WS-LINHA-OUT
            MOVE WS-LINHA-OUT TO REG-ORCAMENTO-OUT
            WRITE REG-ORCAMENTO-OUT
            MOVE ALL '=' TO REG-ORCAMENTO-OUT
            WRITE REG-ORCAMENTO-OUT
            MOVE SPACES TO WS-LINHA-OUT
            STRING 'Aluno       : ' WS-NM-INTERESSADO
                   DELIMITED BY SIZE INTO WS-LINHA-OUT
            MOVE WS-LINHA-OUT TO REG-ORCAMENTO-OUT
            WRITE REG-ORCAMENTO-OUT
            MOVE SPACES TO WS-LINHA-OUT
            STRING 'Turma/Termo : ' WS-TURMA ' / ' WS-CD-TERMO
                   DELIMITED BY SIZE INTO WS-LINHA-OUT
            MOVE WS-LINHA-OUT TO REG-ORCAMENTO-OUT
            WRITE REG-ORCAMENTO-OUT
            MOVE ALL '-' TO REG-ORCAMENTO-OUT
            WRITE REG-ORCAMENTO-OUT
            MOVE WS-VL-TABELA TO WS-VL-EDITADO
            MOVE SPACES TO WS-LINHA-OUT
            STRING 'Mensalidade de tabela : ' WS-VL-EDITADO
                   DELIMITED BY SIZE INTO WS-LINHA-OUT
            MOVE WS-LINHA-OUT TO REG-ORCAMENTO-OUT
            WRITE REG-ORCAMENTO-OUT
            IF WS-PC-BOLSA-ALUNO > 0
                MOVE SPACES TO WS-LINHA-OUT
                STRING 'Desconto de bolsa     : ' WS-PC-BOLSA-ALUNO
                       '%'
                       DELIMITED BY SIZE INTO WS-LINHA-OUT
                MOVE WS-LINHA-OUT TO REG-ORCAMENTO-OUT
                WRITE REG-ORCAMENTO-OUT
            END-IF
            IF WS-PC-IRMAO-ALUNO > 0
                MOVE SPACES TO WS-LINHA-OUT
                STRING 'Desconto de irmao     : ' WS-PC-IRMAO-ALUNO
                       '%'
                       DELIMITED BY SIZE INTO WS-LINHA-OUT
                MOVE WS-LINHA-OUT TO REG-ORCAMENTO-OUT
                WRITE REG-ORCAMENTO-OUT
            END-IF
            MOVE WS-VL-ORCADO TO WS-VL-EDITADO
            MOVE SPACES TO WS-LINHA-OUT
            STRING 'MENSALIDADE ORCADA    : ' WS-VL-EDITADO
                   DELIMITED BY SIZE INTO WS-LINHA-OUT
            MOVE WS-LINHA-OUT TO REG-ORCAMENTO-OUT
            WRITE REG-ORCAMENTO-OUT
            MOVE SPACES TO WS-LINHA-OUT
            STRING 'Pagamento : ' WS-PAGADOR
                   DELIMITED BY SIZE INTO WS-LINHA-OUT
            MOVE WS-LINHA-OUT TO REG-ORCAMENTO-OUT
            WRITE REG-ORCAMENTO-OUT
            MOVE ALL '-' TO REG-ORCAMENTO-OUT
            WRITE REG-ORCAMENTO-OUT
            MOVE SPACES TO WS-LINHA-OUT
            STRING 'Emitido em ' WS-DATA-HOJE-8
                   ' - valido ate ' WS-DT-VALIDADE
                   DELIMITED BY SIZE INTO WS-LINHA-OUT
            MOVE WS-LINHA-OUT TO REG-ORCAMENTO-OUT
            WRITE REG-ORCAMENTO-OUT
            MOVE ALL '=' TO REG-ORCAMENTO-OUT
            WRITE REG-ORCAMENTO-OUT
            CLOSE ORCAMENTO-OUT
            DISPLAY 'ORCAMENTO IMPRESSO EM: ' WS-ARQ-ORCAMENTO
            .
       P380-FIM.
       P150-PROX-ORCAMENTO.
            SET FS-CTRL-OK         TO TRUE
            MOVE 'N'               TO WS-CTRL-NOVO
            OPEN I-O CONTROLE
            IF WS-FS-CTRL EQUAL 35 THEN
                OPEN OUTPUT CONTROLE
                CLOSE CONTROLE
                OPEN I-O CONTROLE
            END-IF
            MOVE 'ORCAMENTO '      TO CHAVE-CONTROLE
            READ CONTROLE
                INVALID KEY
                    MOVE 'S'           TO WS-CTRL-NOVO
                    MOVE 1             TO ULTIMO-ID
                NOT INVALID KEY
                    ADD 1              TO ULTIMO-ID
            END-READ
            MOVE 'ORCAMENTO '      TO CHAVE-CONTROLE
            IF WS-CTRL-NOVO EQUAL 'S'
                WRITE REG-CONTROLE
            ELSE
                REWRITE REG-CONTROLE
            END-IF
            IF NOT FS-CTRL-OK
                DISPLAY 'ERRO AO ATUALIZAR O CONTROLE DE ORCAMENTO. '
                DISPLAY 'FILE STATUS: ' WS-FS-CTRL
            END-IF
            MOVE ULTIMO-ID         TO WS-NR-ORCAMENTO
            CLOSE CONTROLE
            .
       P150-FIM.
       P900-FIM.
            GOBACK.
      * RESOLVE OS CAMINHOS FISICOS PELO CONFIGSYS (PRODUCAO OU
      * TESTE); SEM CONFIGURACAO VALEM OS PADROES ACIMA
       P050-CONFIGURA.
            MOVE 'ORCAMENT' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-ORCAMENT TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-ORCAMENT
            MOVE 'D3-REGISTRO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-REGISTRO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-REGISTRO
            MOVE 'PRECOS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-PRECOS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-PRECOS
            MOVE 'BOLSAS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-BOLSAS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-BOLSAS
            MOVE 'RESPONSA' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-RESPONSA TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-RESPONSA
            MOVE 'CONVENIO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-CONVENIO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-CONVENIO
            MOVE 'CONTROLE' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-CONTROLE TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-CONTROLE
      * MESMO PERCENTUAL DE IRMAO DO SISMENSA
            MOVE 'DESC-IRMAO' TO WL-CFG-CHAVE
            MOVE WS-CFG-DESC-IRMAO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-CFG-DESC-IRMAO
            IF WS-CFG-DESC-IRMAO(1:3) NUMERIC
                MOVE WS-CFG-DESC-IRMAO(1:3) TO WS-PC-DESC-IRMAO
                IF WS-PC-DESC-IRMAO > 100
                    MOVE 10 TO WS-PC-DESC-IRMAO
                END-IF
            END-IF
      * VALIDADE PADRAO DO ORCAMENTO EM DIAS CORRIDOS (PADRAO 30)
            MOVE 'ORC-VALIDADE' TO WL-CFG-CHAVE
            MOVE WS-CFG-DIAS-VALIDADE TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-CFG-DIAS-VALIDADE
            IF WS-CFG-DIAS-VALIDADE(1:3) NUMERIC
                MOVE WS-CFG-DIAS-VALIDADE(1:3) TO WS-DIAS-VALIDADE
            END-IF
            .
       P050-FIM.
       END PROGRAM SISORCAM.

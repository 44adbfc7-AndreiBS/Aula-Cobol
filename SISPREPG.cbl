      ******************************************************************
      * Author: ANDREI BATISTA
      * Date: 15/10/2026
      * Purpose: CARTEIRA PRE-PAGA DO ALUNO NA CANTINA E NA
      *          REPROGRAFIA - DEBITO NO PONTO DE VENDA PELO ID DO
      *          ALUNO E CODIGO DE VERIFICACAO DA CARTEIRINHA
      *          (SISCARTE/DIGVERIF, VIA ATIVA E NA VALIDADE), COM
      *          SALDO E LIMITE DIARIO (MOVCARTE); LIMITE DEFINIDO
      *          PELO RESPONSAVEL (P/M/R, CONFERIDO PELO CPF); SALDO
      *          E EXTRATO DE MOVIMENTOS (PREPMOV.DAT) PARA O
      *          RESPONSAVEL VIA SPOOL. A RECARGA E NO CAIXA (SISCAIXA)
      *          E O AVISO DE SALDO BAIXO SAI PELO SISMSGQ
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISPREPG.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
               SELECT CARTEIRAS ASSIGN TO WS-ARQ-CFG-PREPAGO
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS ID-ALUNO-PPG
               FILE STATUS IS WS-FS-PPG.

               SELECT MOVIMENTOS-PPG ASSIGN TO WS-ARQ-CFG-PREPMOV
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-MOV-PREPAGO
               FILE STATUS IS WS-FS-PPM.

               SELECT ALUNOS ASSIGN TO WS-ARQ-CFG-D3-REGISTRO
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS ID-ALUNO
               ALTERNATE RECORD KEY IS NM-ALUNO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS.

               SELECT CARTEIRINHAS ASSIGN TO WS-ARQ-CFG-CARTREG
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS CHAVE-CARTEIRINHA
               FILE STATUS IS WS-FS-CRD.

               SELECT RESPONSAVEIS ASSIGN TO WS-ARQ-CFG-RESPONSA
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS CHAVE-RESPONSAVEL
               FILE STATUS IS WS-FS-RSP.

               SELECT EXTRATO-OUT ASSIGN TO WS-ARQ-EXTRATO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OUT.

       DATA DIVISION.
       FILE SECTION.
       FD CARTEIRAS.
          COPY FD_PREPG.
       FD MOVIMENTOS-PPG.
          COPY FD_PPMOV.
       FD ALUNOS.
          COPY FD_REGIS.
       FD CARTEIRINHAS.
          COPY FD_CARTE.
       FD RESPONSAVEIS.
          COPY FD_RESPO.
       FD EXTRATO-OUT.
       01 REG-EXTRATO-OUT                  PIC X(60).

       WORKING-STORAGE SECTION.
       77 WS-FS                            PIC 99.
          88 FS-OK                         VALUE 0.
       77 WS-FS-PPG                        PIC 99.
          88 FS-PPG-OK                     VALUE 0.
       77 WS-FS-PPM                        PIC 99.
          88 FS-PPM-OK                     VALUE 0.
       77 WS-FS-CRD                        PIC 99.
          88 FS-CRD-OK                     VALUE 0.
       77 WS-FS-RSP                        PIC 99.
          88 FS-RSP-OK                     VALUE 0.
       77 WS-FS-OUT                        PIC 99.
          88 FS-OUT-OK                     VALUE 0.
       77 WS-EOF-PPM                       PIC X.
          88 EOF-PPM-OK                    VALUE 'S' FALSE 'N'.
       77 WS-CARTAO-VALIDO                 PIC X VALUE 'N'.
          88 CARTAO-VALIDO                 VALUE 'S' FALSE 'N'.
       77 WS-OPCAO                         PIC X.
       77 WS-CONFIRM                       PIC X VALUE SPACES.
       77 WS-ID-ALUNO                      PIC 9(06).
       77 WS-NR-VIA                        PIC 9(02).
       77 WS-DV-DIGITADO                   PIC 9(01).
       77 WS-PONTO-VENDA                   PIC X(01).
       77 WS-VL-COMPRA                     PIC 9(06)V99.
       77 WS-ID-CONTATO                    PIC 9(05).
       77 WS-NR-CPF                        PIC 9(11).
       77 WS-VL-LIMITE                     PIC 9(04)V99.
       77 WS-DT-INICIO                     PIC 9(08).
       77 WS-QTD-MOVIMENTOS                PIC 9(05) VALUE ZEROS.
       77 WS-DATA-HOJE-8                   PIC 9(08).
       77 WS-VL-SALDO-MIN                  PIC 9(04)V99 VALUE 10.
       77 WS-CFG-SALDO-MIN                 PIC X(60) VALUE SPACES.
       77 WS-DS-MOVIMENTO                  PIC X(12).
       77 WS-LINHA-OUT                     PIC X(60) VALUE SPACES.
       01 WS-VL-EDITADO                    PIC ZZZ.ZZ9,99.
       01 WS-SALDO-EDITADO                 PIC ZZZ.ZZ9,99.
       01 WL-PARAMETROS-DV.
          03 WL-DV-OPERACAO                PIC X(01).
          03 WL-DV-NUMERO                  PIC 9(12).
          03 WL-DV-DIGITO                  PIC 9(01).
          03 WL-DV-OK                      PIC X(01).
             88 WL-DV-VALIDO               VALUE 'S'.
             88 WL-DV-INVALIDO             VALUE 'N'.
       01 WL-PARAMETROS-CARTEIRA.
          03 WL-CT-OPERACAO                PIC X(01).
          03 WL-CT-ID-ALUNO                PIC 9(06).
          03 WL-CT-VALOR                   PIC 9(06)V99.
          03 WL-CT-PONTO-VENDA             PIC X(01).
          03 WL-CT-DOCUMENTO               PIC 9(06).
          03 WL-CT-PROGRAMA                PIC X(08) VALUE 'SISPREPG'.
          03 WL-CT-SALDO                   PIC 9(06)V99.
          03 WL-CT-DISPONIVEL-DIA          PIC 9(06)V99.
          03 WL-CT-OK                      PIC X(01).
             88 WL-CT-FEITO                VALUE 'S'.
             88 WL-CT-RECUSADO             VALUE 'N' 'E'.
             88 WL-CT-ENCERRADA            VALUE 'E'.
       01 WL-AUDITORIA.
          03 WL-PROGRAMA                   PIC X(12)
             VALUE 'SISPREPG'.
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
       01 WS-ARQ-EXTRATO                   PIC X(60) VALUE
          'C:\COBOL\EXTRATO-CARTEIRA.TXT'.

       01 WS-ARQ-CFG-PREPAGO               PIC X(60) VALUE
          'C:\COBOL\PREPAGO.DAT'.
       01 WS-ARQ-CFG-PREPMOV               PIC X(60) VALUE
          'C:\COBOL\PREPMOV.DAT'.
       01 WS-ARQ-CFG-D3-REGISTRO           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\REGISTRO.DAT'.
       01 WS-ARQ-CFG-CARTREG               PIC X(60) VALUE
          'C:\COBOL\CARTREG.DAT'.
       01 WS-ARQ-CFG-RESPONSA              PIC X(60) VALUE
          'C:\COBOL\RESPONSA.DAT'.
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
            DISPLAY '***   CARTEIRA PRE-PAGA (CANTINA/REPROGRAFIA)  ***'
            DISPLAY '**************************************************'
            DISPLAY '*** 1 - Debito no ponto de venda               ***'
            DISPLAY '*** 2 - Consultar saldo                        ***'
            DISPLAY '*** 3 - Limite diario (responsavel)            ***'
            DISPLAY '*** 4 - Extrato de movimentos                  ***'
            DISPLAY '***          <TECLE F PARA FINALIZAR>          ***'
            DISPLAY '**************************************************'
            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN '1'
                    PERFORM P310-DEBITA     THRU P310-FIM
                WHEN '2'
                    PERFORM P320-SALDO      THRU P320-FIM
                WHEN '3'
                    PERFORM P330-LIMITE     THRU P330-FIM
                WHEN '4'
                    PERFORM P340-EXTRATO    THRU P340-FIM
                WHEN 'F'
                    CONTINUE
                WHEN 'f'
                    CONTINUE
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA! '
            END-EVALUATE
            .
       P300-FIM.
      * MESMA CONFERENCIA DA PORTARIA (SISCARTE): CODIGO CONFERE, VIA
      * REGISTRADA, ATIVA E NA VALIDADE, E ALUNO ATIVO
       P100-VALIDA-CARTAO.
            SET CARTAO-VALIDO     TO FALSE
            DISPLAY 'Informe o ID do aluno: '
            ACCEPT WS-ID-ALUNO
            DISPLAY 'Informe o numero da via da carteirinha: '
            ACCEPT WS-NR-VIA
            DISPLAY 'Informe o digito de verificacao: '
            ACCEPT WS-DV-DIGITADO
            MOVE 'V'              TO WL-DV-OPERACAO
            MOVE ZEROS            TO WL-DV-NUMERO
            MOVE WS-ID-ALUNO      TO WL-DV-NUMERO(1:6)
            MOVE WS-NR-VIA        TO WL-DV-NUMERO(7:2)
            MOVE WS-DV-DIGITADO   TO WL-DV-DIGITO
            CALL 'DIGVERIF' USING WL-PARAMETROS-DV
            IF WL-DV-INVALIDO
                DISPLAY 'CODIGO NAO CONFERE - VENDA RECUSADA.'
                GO TO P100-FIM
            END-IF
            SET FS-CRD-OK         TO TRUE
            OPEN INPUT CARTEIRINHAS
            IF NOT FS-CRD-OK
                DISPLAY 'REGISTRO DE CARTEIRINHAS INDISPONIVEL. '
                GO TO P100-FIM
            END-IF
            MOVE WS-ID-ALUNO      TO ID-ALUNO-CRD
            MOVE WS-NR-VIA        TO NR-VIA-CRD
            READ CARTEIRINHAS
                INVALID KEY
                    DISPLAY 'VIA NAO REGISTRADA - VENDA RECUSADA.'
                NOT INVALID KEY
                    EVALUATE TRUE
                        WHEN CRD-REVOGADA
                            DISPLAY 'CARTEIRINHA REVOGADA - VENDA '
                                    'RECUSADA.'
                        WHEN DT-VALIDADE-CRD < WS-DATA-HOJE-8
                            DISPLAY 'CARTEIRINHA VENCIDA EM '
                                    DT-VALIDADE-CRD
                                    ' - VENDA RECUSADA.'
                        WHEN OTHER
                            SET CARTAO-VALIDO TO TRUE
                    END-EVALUATE
            END-READ
            CLOSE CARTEIRINHAS
            IF NOT CARTAO-VALIDO
                GO TO P100-FIM
            END-IF
            SET CARTAO-VALIDO     TO FALSE
            SET FS-OK             TO TRUE
            OPEN INPUT ALUNOS
            IF FS-OK
                MOVE WS-ID-ALUNO  TO ID-ALUNO
                READ ALUNOS
                    INVALID KEY
                        DISPLAY 'ALUNO NAO EXISTE! '
                    NOT INVALID KEY
                        IF ALUNO-ATIVO
                            SET CARTAO-VALIDO TO TRUE
                            DISPLAY 'ALUNO: ' NM-ALUNO
                        ELSE
                            DISPLAY 'ALUNO NAO ESTA ATIVO! '
                        END-IF
                END-READ
            ELSE
                DISPLAY 'ARQUIVO DE ALUNOS INDISPONIVEL. '
            END-IF
            CLOSE ALUNOS
            .
       P100-FIM.
       P310-DEBITA.
            DISPLAY 'Ponto de venda (C=Cantina, R=Reprografia): '
            ACCEPT WS-PONTO-VENDA
            EVALUATE WS-PONTO-VENDA
                WHEN 'C'
                WHEN 'c'
                    MOVE 'C'      TO WS-PONTO-VENDA
                WHEN 'R'
                WHEN 'r'
                    MOVE 'R'      TO WS-PONTO-VENDA
                WHEN OTHER
                    DISPLAY 'PONTO DE VENDA INVALIDO! '
                    GO TO P310-FIM
            END-EVALUATE
            PERFORM P100-VALIDA-CARTAO THRU P100-FIM
            IF NOT CARTAO-VALIDO
                GO TO P310-FIM
            END-IF
            DISPLAY 'Informe o valor da compra: '
            ACCEPT WS-VL-COMPRA
            IF WS-VL-COMPRA EQUAL ZEROS
                DISPLAY 'VALOR INVALIDO! '
                GO TO P310-FIM
            END-IF
            MOVE 'D'              TO WL-CT-OPERACAO
            MOVE WS-ID-ALUNO      TO WL-CT-ID-ALUNO
            MOVE WS-VL-COMPRA     TO WL-CT-VALOR
            MOVE WS-PONTO-VENDA   TO WL-CT-PONTO-VENDA
            MOVE ZEROS            TO WL-CT-DOCUMENTO
            CALL 'MOVCARTE' USING WL-PARAMETROS-CARTEIRA
            IF WL-CT-RECUSADO
                DISPLAY 'VENDA RECUSADA.'
                GO TO P310-FIM
            END-IF
            DISPLAY 'Venda de ' WS-VL-COMPRA ' debitada. Saldo: '
                    WL-CT-SALDO ' - disponivel hoje: '
                    WL-CT-DISPONIVEL-DIA
            IF WL-CT-SALDO < WS-VL-SALDO-MIN
                DISPLAY 'SALDO BAIXO - O RESPONSAVEL SERA AVISADO '
                        'PARA RECARREGAR NO CAIXA.'
            END-IF
            .
       P310-FIM.
       P320-SALDO.
            DISPLAY 'Informe o ID do aluno: '
            ACCEPT WS-ID-ALUNO
            MOVE 'C'              TO WL-CT-OPERACAO
            MOVE WS-ID-ALUNO      TO WL-CT-ID-ALUNO
            MOVE ZEROS            TO WL-CT-VALOR WL-CT-DOCUMENTO
            MOVE SPACE            TO WL-CT-PONTO-VENDA
            CALL 'MOVCARTE' USING WL-PARAMETROS-CARTEIRA
            IF WL-CT-RECUSADO AND NOT WL-CT-ENCERRADA
                DISPLAY 'ALUNO SEM CARTEIRA PRE-PAGA.'
                GO TO P320-FIM
            END-IF
            SET FS-PPG-OK         TO TRUE
            OPEN INPUT CARTEIRAS
            MOVE WS-ID-ALUNO      TO ID-ALUNO-PPG
            READ CARTEIRAS
                INVALID KEY
                    CONTINUE
            END-READ
            CLOSE CARTEIRAS
            DISPLAY 'SALDO              : ' WL-CT-SALDO
            IF VL-LIMITE-DIA-PPG EQUAL ZEROS
                DISPLAY 'LIMITE DIARIO      : SEM LIMITE'
            ELSE
                DISPLAY 'LIMITE DIARIO      : ' VL-LIMITE-DIA-PPG
                        ' (CONTATO ' ID-CONTATO-LIM-PPG ' EM '
                        DT-LIMITE-PPG ')'
            END-IF
            DISPLAY 'DISPONIVEL HOJE    : ' WL-CT-DISPONIVEL-DIA
            IF PPG-ENCERRADA
                DISPLAY 'CARTEIRA ENCERRADA EM ' DT-ENCERRAMENTO-PPG
                        ' - SALDO NO ACERTO ' NR-ACERTO-PPG
            END-IF
            .
       P320-FIM.
      * SO O RESPONSAVEL (PAI, MAE OU RESPONSAVEL LEGAL) DO ALUNO
      * DEFINE O LIMITE, IDENTIFICADO PELO CONTATO E CPF DO CADASTRO
       P330-LIMITE.
            DISPLAY 'Informe o ID do aluno: '
            ACCEPT WS-ID-ALUNO
            DISPLAY 'Informe o contato do responsavel: '
            ACCEPT WS-ID-CONTATO
            DISPLAY 'Informe o CPF do responsavel: '
            ACCEPT WS-NR-CPF
            SET FS-RSP-OK         TO TRUE
            OPEN INPUT RESPONSAVEIS
            IF NOT FS-RSP-OK
                DISPLAY 'CADASTRO DE RESPONSAVEIS INDISPONIVEL. '
                GO TO P330-FIM
            END-IF
            MOVE WS-ID-CONTATO    TO ID-CONTATO-RSP
            MOVE WS-ID-ALUNO      TO ID-ALUNO-RSP
            READ RESPONSAVEIS
                INVALID KEY
                    DISPLAY 'CONTATO NAO E RESPONSAVEL DO ALUNO! '
                    CLOSE RESPONSAVEIS
                    GO TO P330-FIM
            END-READ
            CLOSE RESPONSAVEIS
            IF NOT (VINCULO-PAI OR VINCULO-MAE OR VINCULO-RESPONSAVEL)
                DISPLAY 'CONTATO DE EMERGENCIA NAO DEFINE LIMITE! '
                GO TO P330-FIM
            END-IF
            IF NR-CPF-RSP EQUAL ZEROS OR NR-CPF-RSP NOT EQUAL WS-NR-CPF
                DISPLAY 'CPF NAO CONFERE COM O CADASTRO! '
                GO TO P330-FIM
            END-IF
            SET FS-PPG-OK         TO TRUE
            OPEN I-O CARTEIRAS
            IF NOT FS-PPG-OK
                DISPLAY 'CARTEIRAS PRE-PAGAS INDISPONIVEIS. '
                DISPLAY 'FILE STATUS: ' WS-FS-PPG
                GO TO P330-FIM
            END-IF
            MOVE WS-ID-ALUNO      TO ID-ALUNO-PPG
            READ CARTEIRAS
                INVALID KEY
                    DISPLAY 'ALUNO SEM CARTEIRA PRE-PAGA - FACA A '
                            'PRIMEIRA RECARGA NO CAIXA.'
                    CLOSE CARTEIRAS
                    GO TO P330-FIM
            END-READ
            IF PPG-ENCERRADA
                DISPLAY 'CARTEIRA ENCERRADA! '
                CLOSE CARTEIRAS
                GO TO P330-FIM
            END-IF
            DISPLAY 'Limite atual: ' VL-LIMITE-DIA-PPG
            DISPLAY 'Informe o novo limite diario (0 = sem limite): '
            ACCEPT WS-VL-LIMITE
            MOVE SPACES           TO WL-VALOR-ANTIGO
            STRING 'LIMITE ' VL-LIMITE-DIA-PPG
                   ' CONTATO ' ID-CONTATO-LIM-PPG
                   DELIMITED BY SIZE INTO WL-VALOR-ANTIGO
            MOVE WS-VL-LIMITE     TO VL-LIMITE-DIA-PPG
            MOVE WS-ID-CONTATO    TO ID-CONTATO-LIM-PPG
            MOVE WS-DATA-HOJE-8   TO DT-LIMITE-PPG
            REWRITE REG-CARTEIRA-PRE
            IF FS-PPG-OK
                DISPLAY 'Limite diario atualizado.'
                MOVE 'LIMITE'     TO WL-OPERACAO
                MOVE WS-ID-ALUNO  TO WL-CHAVE
                MOVE SPACES       TO WL-VALOR-NOVO
                STRING 'LIMITE ' VL-LIMITE-DIA-PPG
                       ' CONTATO ' ID-CONTATO-LIM-PPG
                       DELIMITED BY SIZE INTO WL-VALOR-NOVO
                CALL 'AUDITLOG' USING WL-AUDITORIA
            ELSE
                DISPLAY 'ERRO AO ATUALIZAR O LIMITE. '
                DISPLAY 'FILE STATUS: ' WS-FS-PPG
            END-IF
            CLOSE CARTEIRAS
            .
       P330-FIM.
      * EXTRATO DO RESPONSAVEL A PARTIR DE UMA DATA, EM ORDEM DE
      * MOVIMENTO, COM O SALDO APOS CADA LANCAMENTO
       P340-EXTRATO.
            DISPLAY 'Informe o ID do aluno: '
            ACCEPT WS-ID-ALUNO
            DISPLAY 'Informe a data inicial (AAAAMMDD, 0 = tudo): '
            ACCEPT WS-DT-INICIO
            SET FS-PPM-OK         TO TRUE
            OPEN INPUT MOVIMENTOS-PPG
            IF NOT FS-PPM-OK
                DISPLAY 'NENHUM MOVIMENTO DE CARTEIRA REGISTRADO. '
                GO TO P340-FIM
            END-IF
            MOVE 'SISPREPG'       TO WL-SPL-RELATORIO
            CALL 'SPOOLREG' USING WL-SPOOL
            IF WL-SPOOL-ABERTO
                MOVE WL-SPL-ARQUIVO TO WS-ARQ-EXTRATO
            END-IF
            SET FS-OUT-OK         TO TRUE
            OPEN OUTPUT EXTRATO-OUT
            IF NOT FS-OUT-OK
                DISPLAY 'ERRO AO GRAVAR O EXTRATO. '
                DISPLAY 'FILE STATUS: ' WS-FS-OUT
                CLOSE MOVIMENTOS-PPG
                GO TO P340-FIM
            END-IF
            MOVE ZEROS            TO WS-QTD-MOVIMENTOS
            MOVE ALL '=' TO REG-EXTRATO-OUT
            WRITE REG-EXTRATO-OUT
            MOVE SPACES TO WS-LINHA-OUT
            STRING '   EXTRATO DA CARTEIRA PRE-PAGA - ALUNO '
                   WS-ID-ALUNO
                   DELIMITED BY SIZE INTO WS-LINHA-OUT
            MOVE WS-LINHA-OUT TO REG-EXTRATO-OUT
            WRITE REG-EXTRATO-OUT
            MOVE ALL '=' TO REG-EXTRATO-OUT
            WRITE REG-EXTRATO-OUT
            MOVE 'DATA     MOVIMENTO         VALOR      SALDO'
                TO REG-EXTRATO-OUT
            WRITE REG-EXTRATO-OUT
            MOVE ALL '-' TO REG-EXTRATO-OUT
            WRITE REG-EXTRATO-OUT
            SET EOF-PPM-OK        TO FALSE
            MOVE WS-ID-ALUNO      TO ID-ALUNO-PPM
            MOVE ZEROS            TO NR-SEQ-PPM
            START MOVIMENTOS-PPG
                  KEY IS NOT LESS THAN CHAVE-MOV-PREPAGO
                INVALID KEY
                    SET EOF-PPM-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-PPM-OK
                READ MOVIMENTOS-PPG NEXT
                    AT END
                        SET EOF-PPM-OK TO TRUE
                    NOT AT END
                        IF ID-ALUNO-PPM NOT EQUAL WS-ID-ALUNO
                            SET EOF-PPM-OK TO TRUE
                        ELSE
                            IF DT-MOV-PPM NOT LESS WS-DT-INICIO
                                PERFORM P345-LINHA-EXTRATO
                                    THRU P345-FIM
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE MOVIMENTOS-PPG
            MOVE ALL '-' TO REG-EXTRATO-OUT
            WRITE REG-EXTRATO-OUT
            MOVE SPACES TO WS-LINHA-OUT
            STRING 'MOVIMENTOS: ' WS-QTD-MOVIMENTOS
                   '   EMITIDO EM ' WS-DATA-HOJE-8
                   DELIMITED BY SIZE INTO WS-LINHA-OUT
            MOVE WS-LINHA-OUT TO REG-EXTRATO-OUT
            WRITE REG-EXTRATO-OUT
            CLOSE EXTRATO-OUT
            DISPLAY 'EXTRATO GERADO EM: ' WS-ARQ-EXTRATO
            .
       P340-FIM.
       P345-LINHA-EXTRATO.
            EVALUATE TRUE
                WHEN PPM-RECARGA
                    MOVE 'RECARGA'      TO WS-DS-MOVIMENTO
                WHEN PPM-ESTORNO
                    MOVE 'ESTORNO REC.' TO WS-DS-MOVIMENTO
                WHEN PPM-ENCERRAMENTO
                    MOVE 'DEVOLUCAO'    TO WS-DS-MOVIMENTO
                WHEN PDV-CANTINA
                    MOVE 'CANTINA'      TO WS-DS-MOVIMENTO
                WHEN PDV-REPROGRAFIA
                    MOVE 'REPROGRAFIA'  TO WS-DS-MOVIMENTO
                WHEN OTHER
                    MOVE 'DEBITO'       TO WS-DS-MOVIMENTO
            END-EVALUATE
            MOVE VL-MOV-PPM       TO WS-VL-EDITADO
            MOVE VL-SALDO-PPM     TO WS-SALDO-EDITADO
            MOVE SPACES TO WS-LINHA-OUT
            IF PPM-RECARGA OR PPM-ESTORNO OR PPM-ENCERRAMENTO
                STRING DT-MOV-PPM ' ' WS-DS-MOVIMENTO
                       ' ' WS-VL-EDITADO ' ' WS-SALDO-EDITADO
                       ' DOC ' NR-DOCUMENTO-PPM
                       DELIMITED BY SIZE INTO WS-LINHA-OUT
            ELSE
                STRING DT-MOV-PPM ' ' WS-DS-MOVIMENTO
                       ' ' WS-VL-EDITADO ' ' WS-SALDO-EDITADO
                       DELIMITED BY SIZE INTO WS-LINHA-OUT
            END-IF
            MOVE WS-LINHA-OUT TO REG-EXTRATO-OUT
            WRITE REG-EXTRATO-OUT
            ADD 1 TO WS-QTD-MOVIMENTOS
            .
       P345-FIM.
       P900-FIM.
            GOBACK.
      * RESOLVE OS CAMINHOS FISICOS PELO CONFIGSYS (PRODUCAO OU
      * TESTE); SEM CONFIGURACAO VALEM OS PADROES ACIMA
       P050-CONFIGURA.
            MOVE 'PREPAGO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-PREPAGO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-PREPAGO
            MOVE 'PREPMOV' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-PREPMOV TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-PREPMOV
            MOVE 'D3-REGISTRO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-REGISTRO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-REGISTRO
            MOVE 'CARTREG' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-CARTREG TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-CARTREG
            MOVE 'RESPONSA' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-RESPONSA TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-RESPONSA
      * SALDO ABAIXO DO QUAL O RESPONSAVEL E AVISADO (SISMSGQ)
            MOVE 'PREPG-SALDO-MIN' TO WL-CFG-CHAVE
            MOVE WS-CFG-SALDO-MIN TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-CFG-SALDO-MIN
            IF WS-CFG-SALDO-MIN(1:6) NUMERIC
                COMPUTE WS-VL-SALDO-MIN =
                        FUNCTION NUMVAL(WS-CFG-SALDO-MIN(1:6))
            END-IF
            .
       P050-FIM.
       END PROGRAM SISPREPG.

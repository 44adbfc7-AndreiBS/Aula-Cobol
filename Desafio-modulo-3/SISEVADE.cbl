      *          MOTIVO CODIFICADO EM EVASAO.DAT, MATRICULAS
      *          SUSPENSAS EM VEZ DE MEXIDAS A MAO, MENSALIDADE DO
      *          MES PRO-RATA E RELATORIO DE EVASAO POR MOTIVO E
      *          TURMA PARA A DIRECAO; NO CANCELAMENTO O SALDO NAO
      *          APROPRIADO DA ANUIDADE ANTECIPADA (ANUIDADE.DAT) E
      *          AS COMPETENCIAS FUTURAS JA BAIXADAS POR ELA ENTRAM NO
      *          ACERTO, E O SALDO DA CARTEIRA PRE-PAGA (MOVCARTE) VAI
      *          PARA UM DOCUMENTO DE REEMBOLSO PROPRIO; O
      *          CANCELAMENTO COM MOTIVO 'TR' (TRANSFERENCIA) LIBERA
      *          A GUIA DE TRANSFERENCIA NO SISGUIAT; O CANCELAMENTO
      *          POR JUBILAMENTO (MOTIVO 'JU') SO VEM DA AVALIACAO DE
      *          SITUACAO ACADEMICA (SISSITAC), QUE CHAMA ESTE
      *          PROGRAMA COM 'JUBILAMENTO' + ID DO ALUNO DEPOIS DA
      *          CONFIRMACAO DA COORDENACAO; A SAIDA ENCERRA COMO
      *          PERDIDO O CASO DE PERMANENCIA ABERTO DO ALUNO
      *          (CASOPERM.DAT DO SISPERMA), COM O TIPO, A DATA E O
      *          MOTIVO DA EVASAO; O CANCELAMENTO (INCLUSIVE O
      *          JUBILAMENTO) ESPERA A DEVOLUCAO OU A COBRANCA DOS
      *          LIVROS DA BIBLIOTECA EM ABERTO (CHKBIBLI)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISEVADE.
               RECORD  KEY  IS CHAVE-MENSALIDADE
               FILE STATUS IS WS-FS-MEN.

               SELECT ANUIDADES ASSIGN TO WS-ARQ-CFG-ANUIDADE
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-ANUIDADE
               ALTERNATE RECORD KEY IS NR-ANUIDADE
               FILE STATUS IS WS-FS-ANU.

               SELECT CASOS ASSIGN TO WS-ARQ-CFG-D3-CASOPERM
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS NR-CASO
               ALTERNATE RECORD KEY IS ID-ALUNO-CSO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CSO.

       DATA DIVISION.
       FILE SECTION.
       FD ALUNOS.
          COPY FD_ACERT.
       FD CONTROLE.
          COPY FD_CTRL.
       FD ANUIDADES.
          COPY FD_ANUID.
       FD CASOS.
          COPY FD_CASOP.

       WORKING-STORAGE SECTION.
       77 WS-FS                            PIC 99.
          03 WS-DT-EFE-MES                 PIC 9(02).
          03 WS-DT-EFE-DIA                 PIC 9(02).
       77 WS-CD-MOTIVO                     PIC X(02).
       77 WS-MODO-JUBILAMENTO              PIC X VALUE 'N'.
          88 MODO-JUBILAMENTO              VALUE 'S' FALSE 'N'.
       77 WS-SAIDA-GRAVADA                 PIC X VALUE 'N'.
          88 SAIDA-GRAVADA                 VALUE 'S' FALSE 'N'.
       77 WS-TURMA-ALUNO                   PIC X(10).
       77 WS-NOVA-SITUACAO                 PIC X(01).
       77 WS-COMPETENCIA                   PIC 9(06).
       77 WS-FS-CRD                        PIC 99.
          88 FS-CRD-OK                     VALUE 0.
       77 WS-QTD-REVOGADAS                 PIC 9(02) VALUE ZEROS.
       77 WS-FS-ANU                        PIC 99.
          88 FS-ANU-OK                     VALUE 0.
       77 WS-EOF-ANU                       PIC X.
          88 EOF-ANU-OK                    VALUE 'S' FALSE 'N'.
       77 WS-FS-CSO                        PIC 99.
          88 FS-CSO-OK                     VALUE 0.
       77 WS-EOF-CSO                       PIC X.
          88 EOF-CSO-OK                    VALUE 'S' FALSE 'N'.
      * SALDO DA ANUIDADE ANTECIPADA E COMPETENCIAS FUTURAS JA
      * BAIXADAS POR ELA, DEVOLVIDOS NO ACERTO DO CANCELAMENTO
       77 WS-VL-ANUIDADE                   PIC 9(06)V99 VALUE ZEROS.
       77 WS-VL-MENS-ANUIDADE              PIC 9(06)V99 VALUE ZEROS.
       77 WS-ACERTO-GRAVADO                PIC X VALUE 'N'.
          88 ACERTO-GRAVADO                VALUE 'S' FALSE 'N'.
       01 WL-PARAMETROS-CARTEIRA.
          03 WL-CT-OPERACAO                PIC X(01).
          03 WL-CT-ID-ALUNO                PIC 9(06).
          03 WL-CT-VALOR                   PIC 9(06)V99.
          03 WL-CT-PONTO-VENDA             PIC X(01).
          03 WL-CT-DOCUMENTO               PIC 9(06).
          03 WL-CT-PROGRAMA                PIC X(08) VALUE 'SISEVADE'.
          03 WL-CT-SALDO                   PIC 9(06)V99.
          03 WL-CT-DISPONIVEL-DIA          PIC 9(06)V99.
          03 WL-CT-OK                      PIC X(01).
             88 WL-CT-FEITO                VALUE 'S'.
             88 WL-CT-RECUSADO             VALUE 'N' 'E'.
             88 WL-CT-ENCERRADA            VALUE 'E'.
          COPY JRN_AREA.
       01 WS-IMAGEM-ANTES-MEN              PIC X(230) VALUE SPACES.
       01 WL-PARAMETROS-BIB.
          03 WL-BIB-ID-ALUNO               PIC 9(06).
          03 WL-BIB-QT-ABERTOS             PIC 9(03).
          03 WL-BIB-QT-ATRASADOS           PIC 9(03).
          03 WL-BIB-FLAG                   PIC X(01).
             88 WL-BIB-BLOQUEADO           VALUE 'B'.
             88 WL-BIB-LIBERADO            VALUE 'L'.
       01 WL-AUDITORIA.
          03 WL-PROGRAMA                   PIC X(12)
             VALUE 'SISEVADE'.
          'C:\COBOL\CARTREG.DAT'.
       01 WS-ARQ-CFG-CONTROLE              PIC X(60) VALUE
          'C:\COBOL\CONTROLE.DAT'.
       01 WS-ARQ-CFG-ANUIDADE              PIC X(60) VALUE
          'C:\COBOL\ANUIDADE.DAT'.
       01 WS-ARQ-CFG-D3-CASOPERM           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\CASOPERM.DAT'.
          COPY CFG_AREA.

       LINKAGE SECTION.
       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            PERFORM P050-CONFIGURA THRU P050-FIM
      * JUBILAMENTO CONFIRMADO NO SISSITAC: SO O CANCELAMENTO DAQUELE
      * ALUNO, COM O MOTIVO 'JU', E O RESULTADO VOLTA NA MENSAGEM
            IF LK-MENSAGEM(1:11) EQUAL 'JUBILAMENTO' AND
               LK-MENSAGEM(12:6) NUMERIC
                SET MODO-JUBILAMENTO TO TRUE
                SET SAIDA-GRAVADA TO FALSE
                MOVE LK-MENSAGEM(12:6) TO WS-ID-ALUNO
                MOVE 'C'          TO WS-TP-EVASAO
                PERFORM P310-REGISTRA-SAIDA THRU P310-FIM
                IF SAIDA-GRAVADA
                    MOVE 'CANCELAMENTO REGISTRADO' TO LK-MENSAGEM
                ELSE
                    MOVE 'CANCELAMENTO NAO REGISTRADO' TO LK-MENSAGEM
                END-IF
                PERFORM P900-FIM
            END-IF
            PERFORM P300-PROCESSA  THRU P300-FIM
                                    UNTIL WS-OPCAO = 'F' OR 'f'
            PERFORM P900-FIM
            .
       P300-FIM.
       P310-REGISTRA-SAIDA.
            IF MODO-JUBILAMENTO
                MOVE 'JU'         TO WS-CD-MOTIVO
                DISPLAY 'CANCELAMENTO POR JUBILAMENTO - ALUNO '
                        WS-ID-ALUNO
                DISPLAY 'Informe a data efetiva (AAAAMMDD): '
                ACCEPT WS-DT-EFETIVA
            ELSE
                DISPLAY 'Informe o ID do aluno: '
                ACCEPT WS-ID-ALUNO
                DISPLAY 'Informe a data efetiva (AAAAMMDD): '
                ACCEPT WS-DT-EFETIVA
                DISPLAY 'Informe o motivo (MU=Mudanca, FI=Financeiro, '
                        'SA=Saude, IN=Insatisfacao, TR=Transferencia, '
                        'OU=Outro): '
                ACCEPT WS-CD-MOTIVO
      * O JUBILAMENTO PASSA PELA CONFIRMACAO DA COORDENACAO
                IF WS-CD-MOTIVO EQUAL 'JU' OR 'ju'
                    DISPLAY 'JUBILAMENTO SO PELA AVALIACAO DE SITUACAO '
                            'ACADEMICA (SISSITAC).'
                    GO TO P310-FIM
                END-IF
            END-IF

            IF WS-TP-EVASAO EQUAL 'T'
                MOVE 'T' TO WS-NOVA-SITUACAO
            ELSE
                MOVE 'I' TO WS-NOVA-SITUACAO
            END-IF
      * CANCELAMENTO NAO SAI COM LIVRO DA BIBLIOTECA NA MAO DO ALUNO
            IF WS-TP-EVASAO NOT EQUAL 'T'
                MOVE WS-ID-ALUNO  TO WL-BIB-ID-ALUNO
                CALL 'CHKBIBLI' USING WL-PARAMETROS-BIB
                IF WL-BIB-BLOQUEADO
                    DISPLAY 'O ALUNO TEM ' WL-BIB-QT-ABERTOS
                            ' LIVRO(S) DA BIBLIOTECA NAO DEVOLVIDO(S) '
                            '- DEVOLVA OU REGISTRE A PERDA NO SISBIBLI '
                            'ANTES DO CANCELAMENTO.'
                    GO TO P310-FIM
                END-IF
            END-IF

            SET FS-OK             TO TRUE
            OPEN I-O ALUNOS
                                ACCEPT HR-ALTERACAO-ALUNO FROM TIME
                                REWRITE REG-ALUNO
                                IF FS-OK
                                    SET SAIDA-GRAVADA TO TRUE
                                    PERFORM P320-GRAVA-EVASAO
                                        THRU P320-FIM
                                    PERFORM P325-VINCULA-CASO
                                        THRU P325-FIM
                                    PERFORM P330-SUSPENDE-MATRICULAS
                                        THRU P330-FIM
                                    IF WS-TP-EVASAO EQUAL 'C'
                                            WS-QTD-SUSPENSAS
                                            ' matricula(s) '
                                            'suspensa(s)).'
                                    IF WS-TP-EVASAO EQUAL 'C' AND
                                       WS-CD-MOTIVO EQUAL 'TR'
                                        DISPLAY 'EMITA A GUIA DE '
                                                'TRANSFERENCIA '
                                                '(SISGUIAT).'
                                    END-IF
                                ELSE
                                    DISPLAY 'ERRO AO ATUALIZAR O '
                                            'ALUNO. '
            CLOSE EVASOES
            .
       P320-FIM.
      * CASO DE PERMANENCIA ABERTO DO ALUNO VIRA PERDIDO, COM A SAIDA
      * (TIPO, DATA EFETIVA = CHAVE DO EVASAO E MOTIVO)
       P325-VINCULA-CASO.
            SET FS-CSO-OK         TO TRUE
            OPEN I-O CASOS
            IF NOT FS-CSO-OK
                CLOSE CASOS
                GO TO P325-FIM
            END-IF
            SET EOF-CSO-OK        TO FALSE
            MOVE WS-ID-ALUNO      TO ID-ALUNO-CSO
            START CASOS KEY EQUAL ID-ALUNO-CSO
                INVALID KEY
                    SET EOF-CSO-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-CSO-OK
                READ CASOS NEXT
                    AT END
                        SET EOF-CSO-OK TO TRUE
                    NOT AT END
                        IF ID-ALUNO-CSO NOT EQUAL WS-ID-ALUNO
                            SET EOF-CSO-OK TO TRUE
                        ELSE
                            IF CASO-ABERTO
                                SET CASO-PERDIDO TO TRUE
                                MOVE WS-DT-EFETIVA
                                    TO DT-ENCERRAMENTO-CSO
                                       DT-EVASAO-CSO
                                MOVE WS-TP-EVASAO TO TP-SAIDA-CSO
                                MOVE WS-CD-MOTIVO TO CD-DESFECHO-CSO
                                MOVE 'SAIDA REGISTRADA NO SISEVADE'
                                    TO DS-DESFECHO-CSO
                                REWRITE REG-CASO-PERMANENCIA
                                IF FS-CSO-OK
                                    DISPLAY 'CASO DE PERMANENCIA '
                                            NR-CASO
                                            ' ENCERRADO COMO PERDIDO.'
                                END-IF
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CASOS
            .
       P325-FIM.
      * AS MATRICULAS FICAM SUSPENSAS ('S') - NADA E APAGADO, E O
      * RETORNO DE TRANCAMENTO REATIVA TUDO DE UMA VEZ; NO
      * TRANCAMENTO O CHKVAGA SEGUE CONTANDO A VAGA (SEGURA O LUGAR)
      * ABERTAS FUTURAS E, SE A COMPETENCIA CORRENTE JA ESTAVA PAGA,
      * GERA NOTA DE CREDITO OU REEMBOLSO NUMERADO (CONTROLE
      * 'ACERTOS') PELA FRACAO NAO USADA DO MES - A LIQUIDACAO E NO
      * CAIXA; O RELATORIO DE EVASAO MOSTRA A SITUACAO POR ALUNO.
      * COM ANUIDADE ANTECIPADA, O SALDO AINDA NAO APROPRIADO E AS
      * COMPETENCIAS FUTURAS JA BAIXADAS CONTRA ELA TAMBEM VOLTAM
      * AO ALUNO NO MESMO DOCUMENTO
       P345-ACERTO.
            MOVE ZEROS            TO WS-QTD-CANCELADAS
                                     WS-VL-NAO-USADO
                                     WS-VL-ANUIDADE
                                     WS-VL-MENS-ANUIDADE
            SET MENS-PAGA-OK      TO FALSE
            SET FS-MEN-OK         TO TRUE
            OPEN I-O MENSALIDADES
                DISPLAY WS-QTD-CANCELADAS ' MENSALIDADE(S) '
                        'FUTURA(S) CANCELADA(S).'
            END-IF
            PERFORM P347-SALDO-ANUIDADE THRU P347-FIM

            IF MENS-PAGA-OK AND WS-VL-NAO-USADO > 0
                DISPLAY 'A COMPETENCIA ' WS-COMPETENCIA
                        ' JA ESTAVA PAGA - FRACAO NAO USADA: '
                        WS-VL-NAO-USADO
            END-IF
            IF WS-VL-ANUIDADE > 0 OR WS-VL-MENS-ANUIDADE > 0
                DISPLAY 'ANUIDADE ANTECIPADA - SALDO NAO APROPRIADO: '
                        WS-VL-ANUIDADE
                        ' COMPETENCIAS FUTURAS: ' WS-VL-MENS-ANUIDADE
                ADD WS-VL-ANUIDADE WS-VL-MENS-ANUIDADE
                                  TO WS-VL-NAO-USADO
                SET MENS-PAGA-OK  TO TRUE
            END-IF

            IF MENS-PAGA-OK AND WS-VL-NAO-USADO > 0
                DISPLAY 'VALOR A DEVOLVER: ' WS-VL-NAO-USADO
                DISPLAY 'Gerar (C)redito para abater debitos ou '
                        '(R)eembolso pelo caixa? '
                ACCEPT WS-TP-ACERTO-ESC
            END-IF
            PERFORM P150-PROX-DOCUMENTO THRU P150-FIM
            PERFORM P348-GRAVA-ACERTO   THRU P348-FIM
            IF ACERTO-GRAVADO
                PERFORM P349-ENCERRA-ANUIDADE THRU P349-FIM
            END-IF
            PERFORM P350-ENCERRA-CARTEIRA THRU P350-FIM
            .
       P345-FIM.
       P346-TRATA-MENS.
            EVALUATE TRUE
                WHEN CP-COMPETENCIA > WS-COMPETENCIA AND MEN-PAGA
                     AND PGTO-ANUIDADE
                    MOVE REG-MENSALIDADE TO WS-IMAGEM-ANTES-MEN
                    SET MEN-CANCELADA TO TRUE
                    REWRITE REG-MENSALIDADE
                    IF FS-MEN-OK
                        PERFORM P700-JORNAL-MEN THRU P700-FIM
                    END-IF
                    ADD VL-PAGO-MEN TO WS-VL-MENS-ANUIDADE
                    ADD 1 TO WS-QTD-CANCELADAS
                WHEN CP-COMPETENCIA > WS-COMPETENCIA AND MEN-ABERTA
                    MOVE REG-MENSALIDADE TO WS-IMAGEM-ANTES-MEN
                    SET MEN-CANCELADA TO TRUE
            END-EVALUATE
            .
       P346-FIM.
      * SALDO NAO APROPRIADO DAS ANUIDADES PAGAS DO ALUNO
       P347-SALDO-ANUIDADE.
            SET EOF-ANU-OK        TO FALSE
            SET FS-ANU-OK         TO TRUE
            OPEN INPUT ANUIDADES
            IF NOT FS-ANU-OK
                GO TO P347-FIM
            END-IF
            PERFORM UNTIL EOF-ANU-OK
                READ ANUIDADES NEXT
                    AT END
                        SET EOF-ANU-OK TO TRUE
                    NOT AT END
                        IF ID-ALUNO-ANU EQUAL WS-ID-ALUNO AND
                           ANU-ATIVA
                            ADD VL-SALDO-ANU TO WS-VL-ANUIDADE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ANUIDADES
            .
       P347-FIM.
      * ANUIDADE PAGA FICA DESLIGADA COM O SALDO DEVOLVIDO NO
      * DOCUMENTO DE ACERTO; CONTRATO AINDA NAO PAGO E CANCELADO
       P349-ENCERRA-ANUIDADE.
            SET EOF-ANU-OK        TO FALSE
            SET FS-ANU-OK         TO TRUE
            OPEN I-O ANUIDADES
            IF NOT FS-ANU-OK
                GO TO P349-FIM
            END-IF
            PERFORM UNTIL EOF-ANU-OK
                READ ANUIDADES NEXT
                    AT END
                        SET EOF-ANU-OK TO TRUE
                    NOT AT END
                        IF ID-ALUNO-ANU EQUAL WS-ID-ALUNO
                            EVALUATE TRUE
                                WHEN ANU-ATIVA
                                    MOVE VL-SALDO-ANU
                                        TO VL-DEVOLVIDO-ANU
                                    MOVE ZEROS TO VL-SALDO-ANU
                                    MOVE WS-NR-DOCUMENTO
                                        TO NR-ACERTO-ANU
                                    MOVE WS-DT-EFETIVA
                                        TO DT-ENCERRAMENTO-ANU
                                    SET ANU-DESLIGADA TO TRUE
                                    REWRITE REG-ANUIDADE
                                WHEN ANU-CONTRATADA
                                    SET ANU-CANCELADA TO TRUE
                                    REWRITE REG-ANUIDADE
                                WHEN OTHER
                                    CONTINUE
                            END-EVALUATE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ANUIDADES
            .
       P349-FIM.
      * CARTEIRA PRE-PAGA ATIVA E ENCERRADA; O SALDO QUE SOBROU VIRA
      * REEMBOLSO PENDENTE (PAGO PELO CAIXA) EM DOCUMENTO SEPARADO
       P350-ENCERRA-CARTEIRA.
            MOVE 'C'              TO WL-CT-OPERACAO
            MOVE WS-ID-ALUNO      TO WL-CT-ID-ALUNO
            MOVE ZEROS            TO WL-CT-VALOR WL-CT-DOCUMENTO
            MOVE SPACE            TO WL-CT-PONTO-VENDA
            CALL 'MOVCARTE' USING WL-PARAMETROS-CARTEIRA
            IF NOT WL-CT-FEITO
                GO TO P350-FIM
            END-IF
            MOVE ZEROS            TO WS-NR-DOCUMENTO
            IF WL-CT-SALDO > 0
                DISPLAY 'CARTEIRA PRE-PAGA - SALDO A DEVOLVER: '
                        WL-CT-SALDO
                MOVE 'R'          TO WS-TP-ACERTO-ESC
                MOVE WL-CT-SALDO  TO WS-VL-NAO-USADO
                MOVE ZEROS        TO WS-QTD-CANCELADAS
                PERFORM P150-PROX-DOCUMENTO THRU P150-FIM
                PERFORM P348-GRAVA-ACERTO   THRU P348-FIM
                IF NOT ACERTO-GRAVADO
                    DISPLAY 'CARTEIRA PRE-PAGA MANTIDA - ENCERRAR '
                            'DEPOIS DE REGISTRAR O REEMBOLSO.'
                    GO TO P350-FIM
                END-IF
            END-IF
            MOVE 'X'              TO WL-CT-OPERACAO
            MOVE WS-ID-ALUNO      TO WL-CT-ID-ALUNO
            MOVE ZEROS            TO WL-CT-VALOR
            MOVE WS-NR-DOCUMENTO  TO WL-CT-DOCUMENTO
            CALL 'MOVCARTE' USING WL-PARAMETROS-CARTEIRA
            IF WL-CT-FEITO
                DISPLAY 'CARTEIRA PRE-PAGA ENCERRADA.'
            END-IF
            .
       P350-FIM.
      * IMAGEM ANTES/DEPOIS DA MENSALIDADE PARA O ROLL-FORWARD
       P700-JORNAL-MEN.
            MOVE 'MENSALID'       TO WL-JRN-ARQUIVO
            .
       P150-FIM.
       P348-GRAVA-ACERTO.
            SET ACERTO-GRAVADO    TO FALSE
            SET FS-ACE-OK         TO TRUE
            OPEN I-O ACERTOS
            IF WS-FS-ACE EQUAL 35 THEN
                    INVALID KEY
                        DISPLAY 'ERRO AO GRAVAR O ACERTO. '
                    NOT INVALID KEY
                        SET ACERTO-GRAVADO TO TRUE
                        DISPLAY 'ACERTO DE EVASAO DOCUMENTO '
                                WS-NR-DOCUMENTO ' ('
                                TP-ACERTO ') REGISTRADO.'
            MOVE WS-ARQ-CFG-ACERTEVA TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-ACERTEVA
            MOVE 'ANUIDADE' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-ANUIDADE TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-ANUIDADE
            MOVE 'CARTREG' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-CARTREG TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WS-ARQ-CFG-CONTROLE TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-CONTROLE
            MOVE 'D3-CASOPERM' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-CASOPERM TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-CASOPERM
            .
       P050-FIM.
       P900-FIM.

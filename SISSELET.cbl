      ******************************************************************
      * Author: ANDREI BATISTA
      * Date: 15/10/2026
      * Purpose: PROCESSO SELETIVO DOS CURSOS TECNICOS - EDICAO COM
      *          DATA DA PROVA, VAGAS POR CURSO, PROVAS COM PESO E
      *          NOTA DE CORTE E TAXA DE INSCRICAO (LANCADA PELO
      *          LANCTAXA E RECEBIDA NO CAIXA COMO TAXA AVULSA DO
      *          ALUNO 000000). INSCRICAO DOS CANDIDATOS, NOTAS POR
      *          PROVA, CLASSIFICACAO POR CURSO (DESEMPATE: MAIOR
      *          NOTA NA PROVA PRINCIPAL, DEPOIS O MAIS VELHO),
      *          CONVOCACAO DOS PRIMEIROS E DOS SEGUINTES A MEDIDA
      *          QUE OS PRAZOS VENCEM SEM MATRICULA, MATRICULA DO
      *          CONVOCADO PELO SISCADAS JA PREENCHIDO E LISTA
      *          OFICIAL DO RESULTADO NO SPOOL
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISSELET.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
               SELECT EDICOES ASSIGN TO WS-ARQ-CFG-PSEDICAO
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS ID-EDICAO-PS
               FILE STATUS IS WS-FS-EDI.

               SELECT CANDIDATOS ASSIGN TO WS-ARQ-CFG-PSCANDID
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-CANDIDATO-PS
               FILE STATUS IS WS-FS-CAN.

               SELECT COBRANCAS-TX ASSIGN TO WS-ARQ-CFG-COBRTAXA
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS NR-COBRANCA-TX
               FILE STATUS IS WS-FS-CTX.

               SELECT CONTROLE ASSIGN TO WS-ARQ-CFG-CONTROLE
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS CHAVE-CONTROLE
               FILE STATUS IS WS-FS-CTRL.

               SELECT CURSOS ASSIGN TO WS-ARQ-CFG-D3-CURSOS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS ID-CURSO
               FILE STATUS IS WS-FS-CUR.

               SELECT ALUNOCUR ASSIGN TO WS-ARQ-CFG-D3-ALUNOCUR
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS ID-ALUNO-AC
               FILE STATUS IS WS-FS-AC.

               SELECT SESSAO ASSIGN TO WS-ARQ-CFG-SESSAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SES.

               SELECT RELATORIO-OUT ASSIGN TO WS-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OUT.

       DATA DIVISION.
       FILE SECTION.
       FD EDICOES.
          COPY FD_PSEDI.
       FD CANDIDATOS.
          COPY FD_PSCAN.
       FD COBRANCAS-TX.
          COPY FD_COBTX.
       FD CONTROLE.
          COPY FD_CTRL.
       FD CURSOS.
          COPY FD_CURSO.
       FD ALUNOCUR.
          COPY FD_ALCUR.
       FD SESSAO.
       01 REG-SESSAO.
          03 SES-CD-OPERADOR               PIC X(06).
          03 SES-NM-OPERADOR               PIC X(20).
          03 SES-PERFIL                    PIC X(01).
          03 SES-ID-PROFESSOR              PIC 9(03).
       FD RELATORIO-OUT.
       01 REG-RELATORIO-OUT                PIC X(100).

       WORKING-STORAGE SECTION.
       77 WS-FS-EDI                        PIC 99.
          88 FS-EDI-OK                     VALUE 0.
       77 WS-FS-CAN                        PIC 99.
          88 FS-CAN-OK                     VALUE 0.
       77 WS-FS-CTX                        PIC 99.
          88 FS-CTX-OK                     VALUE 0.
       77 WS-FS-CTRL                       PIC 99.
          88 FS-CTRL-OK                    VALUE 0.
       77 WS-FS-CUR                        PIC 99.
          88 FS-CUR-OK                     VALUE 0.
       77 WS-FS-AC                         PIC 99.
          88 FS-AC-OK                      VALUE 0.
       77 WS-FS-SES                        PIC 99.
          88 FS-SES-OK                     VALUE 0.
       77 WS-FS-OUT                        PIC 99.
          88 FS-OUT-OK                     VALUE 0.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE 'S' FALSE 'N'.
       77 WS-OPCAO                         PIC X.
       77 WS-CONFIRMA                      PIC X(01).
       77 WS-COMPARECEU                    PIC X(01).
       77 WS-NOVA-SITUACAO                 PIC X(01).
       77 WS-CTRL-NOVO                     PIC X VALUE 'N'.
       77 WS-CHAVE-CONTROLE                PIC X(10).
       77 WS-ID-GERADO                     PIC 9(06).
       77 WS-OPERADOR                      PIC X(06) VALUE SPACES.
       77 WS-DATA-HOJE-8                   PIC 9(08).
       77 WS-ID-EDICAO                     PIC 9(04).
       77 WS-NR-INSCRICAO                  PIC 9(05).
       77 WS-ID-ALUNO                      PIC 9(06).
       77 WS-ID-CURSO                      PIC 9(03).
       77 WS-QT-VAGAS                      PIC 9(03).
       77 WS-NOTA                          PIC 9(02)V99.
       77 WS-IND                           PIC 9(02).
       77 WS-IND-CUR                       PIC 9(02).
       77 WS-SOMA-PESOS                    PIC 9(03).
       77 WS-SOMA-NOTAS                    PIC 9(05)V99.
       77 WS-CD-TAXA-PS                    PIC X(06) VALUE 'INSCPS'.
       77 WS-EDICAO-NOVA                   PIC X VALUE 'N'.
          88 EDICAO-NOVA                   VALUE 'S' FALSE 'N'.
       77 WS-DADOS-OK                      PIC X VALUE 'N'.
          88 DADOS-OK                      VALUE 'S' FALSE 'N'.
       77 WS-ACHOU                         PIC X VALUE 'N'.
          88 ACHOU                         VALUE 'S' FALSE 'N'.
       77 WS-TAXA-PAGA                     PIC X VALUE 'N'.
          88 TAXA-PAGA                     VALUE 'S' FALSE 'N'.
       77 WS-NAO-CLASSIF                   PIC X VALUE 'N'.
          88 JA-NAO-CLASSIF                VALUE 'S' FALSE 'N'.
       01 WS-CANDIDATO.
          03 WS-NM-CANDIDATO               PIC X(20).
          03 WS-TL-CANDIDATO               PIC X(15).
          03 WS-DT-NASCIMENTO              PIC 9(08).
          03 WS-ID-CURSO-CAN               PIC 9(03).
          03 WS-TURMA-CAN                  PIC X(10).
       01 WS-COM-AREA.
          03 WS-MENSAGEM                   PIC X(50).
      * CONTADORES DA CLASSIFICACAO E DA CONVOCACAO
       77 WS-QTD-LIDOS                     PIC 9(05) VALUE ZEROS.
       77 WS-QTD-CLASSIF                   PIC 9(05) VALUE ZEROS.
       77 WS-QTD-ELIMINADOS                PIC 9(05) VALUE ZEROS.
       77 WS-QTD-AUSENTES                  PIC 9(05) VALUE ZEROS.
       77 WS-QTD-SEM-TAXA                  PIC 9(05) VALUE ZEROS.
       77 WS-QTD-CONVOCADOS                PIC 9(05) VALUE ZEROS.
       77 WS-QTD-DESISTENTES               PIC 9(05) VALUE ZEROS.
       77 WS-NR-RANK                       PIC 9(04).
       01 WS-OCUPACAO-CURSO.
          03 WS-OCUPADAS                   PIC 9(04) OCCURS 10 TIMES.
      * TABELA DE ORDENACAO: A CHAVE COMPOSTA JA CARREGA A REGRA -
      * CURSO, COMPLEMENTO DA NOTA FINAL, COMPLEMENTO DA NOTA DA
      * PROVA PRINCIPAL, NASCIMENTO (MAIS VELHO PRIMEIRO) E
      * INSCRICAO; NA CONVOCACAO E NA LISTA A ORDEM E CURSO E
      * POSICAO NA CLASSIFICACAO
       77 WS-QTD-TAB                       PIC 9(04) VALUE ZEROS.
       77 WS-IND-TAB                       PIC 9(04).
       77 WS-IND-ANT                       PIC 9(04).
       01 WS-TAB-ORDEM.
          03 WS-ORD                        OCCURS 999 TIMES.
             05 WS-ORD-CURSO               PIC 9(03).
             05 WS-ORD-CHAVE1              PIC 9(04).
             05 WS-ORD-CHAVE2              PIC 9(04).
             05 WS-ORD-NASCIMENTO          PIC 9(08).
             05 WS-ORD-INSCRICAO           PIC 9(05).
       01 WS-ORD-TROCA                     PIC X(24).
      * LISTA OFICIAL
       77 WS-CURSO-ATUAL                   PIC 9(03).
       01 WS-LINHA-RESULTADO.
          03 WS-LR-POSICAO                 PIC ZZZ9.
          03 FILLER                        PIC X(02) VALUE SPACES.
          03 WS-LR-INSCRICAO               PIC 9(05).
          03 FILLER                        PIC X(02) VALUE SPACES.
          03 WS-LR-NOME                    PIC X(20).
          03 FILLER                        PIC X(02) VALUE SPACES.
          03 WS-LR-NOTA                    PIC Z9,99 OCCURS 5 TIMES.
          03 FILLER                        PIC X(02) VALUE SPACES.
          03 WS-LR-FINAL                   PIC Z9,99.
          03 FILLER                        PIC X(02) VALUE SPACES.
          03 WS-LR-SITUACAO                PIC X(30).
       01 WS-LR-NOTA-X REDEFINES WS-LINHA-RESULTADO.
          03 FILLER                        PIC X(35).
          03 WS-LR-NOTA-BRANCO             PIC X(05) OCCURS 5 TIMES.
          03 FILLER                        PIC X(39).
       77 WS-LINHA-OUT                     PIC X(100) VALUE SPACES.
       01 WS-ARQ-RELATORIO                 PIC X(60).
       01 WL-PARAMETROS-TEL.
          03 WL-TELEFONE                   PIC X(15).
          03 WL-TEL-OK                     PIC X(01).
             88 WL-TEL-VALIDO              VALUE 'S'.
             88 WL-TEL-INVALIDO            VALUE 'N'.
       01 WL-PARAMETROS-TURMA.
          03 WL-CD-TURMA                   PIC X(10).
          03 WL-TUR-OK                     PIC X(01).
             88 WL-TURMA-VALIDA            VALUE 'S'.
             88 WL-TURMA-INVALIDA          VALUE 'N'.
          03 WL-DS-TURMA                   PIC X(20).
          03 WL-QT-MAX-TURMA               PIC 9(03).
       01 WL-PARAMETROS-TAXA.
          03 WL-TX-ID-ALUNO                PIC 9(06).
          03 WL-TX-CD-TAXA                 PIC X(06).
          03 WL-TX-ORIGEM                  PIC X(01).
             88 WL-TX-AUTOMATICA           VALUE 'A'.
             88 WL-TX-MANUAL               VALUE 'M'.
          03 WL-TX-VALOR                   PIC 9(06)V99.
          03 WL-TX-DESCRICAO               PIC X(30).
          03 WL-TX-DT-VENCIMENTO           PIC 9(08).
          03 WL-TX-PROGRAMA                PIC X(08) VALUE 'SISSELET'.
          03 WL-TX-NR-COBRANCA             PIC 9(06).
          03 WL-TX-OK                      PIC X(01).
             88 WL-TX-LANCADA              VALUE 'S'.
             88 WL-TX-RECUSADA             VALUE 'N'.
       01 WL-SPOOL.
          03 WL-SPL-RELATORIO              PIC X(12).
          03 WL-SPL-ARQUIVO                PIC X(60).
          03 WL-SPL-OK                     PIC X(01).
             88 WL-SPOOL-ABERTO            VALUE 'S'.
             88 WL-SPOOL-FALHOU            VALUE 'N'.
       01 WL-AUDITORIA.
          03 WL-PROGRAMA                   PIC X(12)
             VALUE 'SISSELET'.
          03 WL-OPERACAO                   PIC X(10).
          03 WL-CHAVE                      PIC X(10).
          03 WL-VALOR-ANTIGO               PIC X(50).
          03 WL-VALOR-NOVO                 PIC X(50).

       01 WS-ARQ-CFG-PSEDICAO              PIC X(60) VALUE
          'C:\COBOL\PSEDICAO.DAT'.
       01 WS-ARQ-CFG-PSCANDID              PIC X(60) VALUE
          'C:\COBOL\PSCANDID.DAT'.
       01 WS-ARQ-CFG-COBRTAXA              PIC X(60) VALUE
          'C:\COBOL\COBRTAXA.DAT'.
       01 WS-ARQ-CFG-CONTROLE              PIC X(60) VALUE
          'C:\COBOL\CONTROLE.DAT'.
       01 WS-ARQ-CFG-D3-CURSOS             PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\CURSOS.DAT'.
       01 WS-ARQ-CFG-D3-ALUNOCUR           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\ALUNOCUR.DAT'.
       01 WS-ARQ-CFG-SESSAO                PIC X(60) VALUE
          'C:\COBOL\SESSAO.DAT'.
       01 WS-BIN-SISCADAS                  PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\bin\SISCADAS'.
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
            DISPLAY '***          PROCESSO SELETIVO                 ***'
            DISPLAY '**************************************************'
            DISPLAY '*** 1 - Cadastrar/alterar edicao               ***'
            DISPLAY '*** 2 - Inscrever candidato                    ***'
            DISPLAY '*** 3 - Lancar notas do candidato              ***'
            DISPLAY '*** 4 - Classificar edicao por curso           ***'
            DISPLAY '*** 5 - Rodar convocacao                       ***'
            DISPLAY '*** 6 - Matricular candidato convocado         ***'
            DISPLAY '*** 7 - Lista oficial do resultado             ***'
            DISPLAY '***          <TECLE F PARA FINALIZAR>          ***'
            DISPLAY '**************************************************'
            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN '1'
                    PERFORM P310-EDICAO        THRU P310-FIM
                WHEN '2'
                    PERFORM P400-INSCRICAO     THRU P400-FIM
                WHEN '3'
                    PERFORM P450-NOTAS         THRU P450-FIM
                WHEN '4'
                    PERFORM P500-CLASSIFICA    THRU P500-FIM
                WHEN '5'
                    PERFORM P600-CONVOCACAO    THRU P600-FIM
                WHEN '6'
                    PERFORM P700-MATRICULA     THRU P700-FIM
                WHEN '7'
                    PERFORM P800-RESULTADO     THRU P800-FIM
                WHEN 'F'
                    CONTINUE
                WHEN 'f'
                    CONTINUE
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA! '
            END-EVALUATE
            .
       P300-FIM.
      * EDICAO: SO PODE SER ALTERADA ENQUANTO NAO FOR CLASSIFICADA -
      * DEPOIS DISSO PESOS, CORTES E VAGAS JA VALERAM PARA A LISTA
       P310-EDICAO.
            DISPLAY 'Informe o numero da edicao (ex.: 2027): '
            ACCEPT WS-ID-EDICAO
            IF WS-ID-EDICAO EQUAL ZEROS
                DISPLAY 'EDICAO INVALIDA! '
                GO TO P310-FIM
            END-IF
            SET FS-EDI-OK         TO TRUE
            OPEN I-O EDICOES
            IF WS-FS-EDI EQUAL 35 THEN
                OPEN OUTPUT EDICOES
                CLOSE EDICOES
                OPEN I-O EDICOES
            END-IF
            IF NOT FS-EDI-OK
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE EDICOES. '
                DISPLAY 'FILE STATUS: ' WS-FS-EDI
                CLOSE EDICOES
                GO TO P310-FIM
            END-IF
            SET EDICAO-NOVA       TO FALSE
            MOVE WS-ID-EDICAO     TO ID-EDICAO-PS
            READ EDICOES
                INVALID KEY
                    SET EDICAO-NOVA TO TRUE
                    INITIALIZE REG-EDICAO-PS
                    MOVE WS-ID-EDICAO TO ID-EDICAO-PS
                    SET EDICAO-INSCRICOES TO TRUE
                NOT INVALID KEY
                    DISPLAY 'EDICAO ' ID-EDICAO-PS ' - ' DS-EDICAO-PS
                    IF NOT EDICAO-INSCRICOES
                        DISPLAY 'EDICAO JA CLASSIFICADA - NAO PODE '
                                'MAIS SER ALTERADA.'
                        CLOSE EDICOES
                        GO TO P310-FIM
                    END-IF
            END-READ
            PERFORM P320-DIGITA-EDICAO THRU P320-FIM
            IF NOT DADOS-OK
                DISPLAY 'Edicao nao gravada.'
                CLOSE EDICOES
                GO TO P310-FIM
            END-IF
            IF EDICAO-NOVA
                WRITE REG-EDICAO-PS
                MOVE SPACES       TO WL-VALOR-ANTIGO
            ELSE
                REWRITE REG-EDICAO-PS
                MOVE 'ALTERACAO DA EDICAO' TO WL-VALOR-ANTIGO
            END-IF
            IF FS-EDI-OK
                DISPLAY 'Edicao ' WS-ID-EDICAO ' gravada com sucesso!'
                MOVE 'EDICAO'     TO WL-OPERACAO
                MOVE WS-ID-EDICAO TO WL-CHAVE
                MOVE SPACES       TO WL-VALOR-NOVO
                STRING DS-EDICAO-PS ' PROVA ' DT-PROVA-PS
                       DELIMITED BY SIZE INTO WL-VALOR-NOVO
                CALL 'AUDITLOG' USING WL-AUDITORIA
            ELSE
                DISPLAY 'ERRO AO GRAVAR A EDICAO. '
                DISPLAY 'FILE STATUS: ' WS-FS-EDI
            END-IF
            CLOSE EDICOES
            .
       P310-FIM.
       P320-DIGITA-EDICAO.
            SET DADOS-OK          TO FALSE
            DISPLAY 'Descricao da edicao: '
            ACCEPT DS-EDICAO-PS
            IF DS-EDICAO-PS EQUAL SPACES
                DISPLAY 'DESCRICAO NAO PODE FICAR EM BRANCO.'
                GO TO P320-FIM
            END-IF
            DISPLAY 'Data da prova (AAAAMMDD): '
            ACCEPT DT-PROVA-PS
            IF FUNCTION TEST-DATE-YYYYMMDD(DT-PROVA-PS) NOT EQUAL 0
                DISPLAY 'DATA INVALIDA! '
                GO TO P320-FIM
            END-IF
            DISPLAY 'Fim das inscricoes (AAAAMMDD): '
            ACCEPT DT-FIM-INSCR-PS
            IF FUNCTION TEST-DATE-YYYYMMDD(DT-FIM-INSCR-PS)
               NOT EQUAL 0
                DISPLAY 'DATA INVALIDA! '
                GO TO P320-FIM
            END-IF
            IF DT-FIM-INSCR-PS > DT-PROVA-PS
                DISPLAY 'AS INSCRICOES DEVEM TERMINAR ATE A DATA DA '
                        'PROVA.'
                GO TO P320-FIM
            END-IF
            DISPLAY 'Taxa de inscricao (0 = isenta): '
            ACCEPT VL-TAXA-PS
            DISPLAY 'Prazo em dias para o convocado se matricular: '
            ACCEPT QT-DIAS-PRAZO-PS
            IF QT-DIAS-PRAZO-PS EQUAL ZEROS
                DISPLAY 'PRAZO DEVE SER DE PELO MENOS 1 DIA.'
                GO TO P320-FIM
            END-IF
            DISPLAY 'Quantidade de provas (1 a 5; a prova 1 e a '
                    'principal): '
            ACCEPT QT-PROVAS-PS
            IF QT-PROVAS-PS < 1 OR QT-PROVAS-PS > 5
                DISPLAY 'QUANTIDADE DE PROVAS INVALIDA! '
                GO TO P320-FIM
            END-IF
            PERFORM VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND > 5
                IF WS-IND > QT-PROVAS-PS
                    MOVE SPACES   TO NM-PROVA-PS(WS-IND)
                    MOVE ZEROS    TO PESO-PROVA-PS(WS-IND)
                                     NT-CORTE-PROVA-PS(WS-IND)
                END-IF
            END-PERFORM
            PERFORM VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND > QT-PROVAS-PS
                DISPLAY 'Prova ' WS-IND ' - nome: '
                ACCEPT NM-PROVA-PS(WS-IND)
                DISPLAY 'Prova ' WS-IND ' - peso (1 a 99): '
                ACCEPT PESO-PROVA-PS(WS-IND)
                IF PESO-PROVA-PS(WS-IND) EQUAL ZEROS
                    MOVE 1        TO PESO-PROVA-PS(WS-IND)
                END-IF
                DISPLAY 'Prova ' WS-IND ' - nota de corte (0 a 10, '
                        'abaixo dela o candidato e eliminado): '
                ACCEPT NT-CORTE-PROVA-PS(WS-IND)
                IF NT-CORTE-PROVA-PS(WS-IND) > 10
                    MOVE 10       TO NT-CORTE-PROVA-PS(WS-IND)
                END-IF
            END-PERFORM
            INITIALIZE QT-CURSOS-PS
            PERFORM VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND > 10
                MOVE ZEROS        TO ID-CURSO-VAGA-PS(WS-IND)
                                     QT-VAGAS-PS(WS-IND)
            END-PERFORM
            MOVE 99               TO WS-ID-CURSO
            PERFORM UNTIL WS-ID-CURSO EQUAL ZEROS OR
                          QT-CURSOS-PS EQUAL 10
                DISPLAY 'Curso com vagas (ID, 0 = encerrar): '
                ACCEPT WS-ID-CURSO
                IF WS-ID-CURSO NOT EQUAL ZEROS
                    PERFORM P330-INCLUI-VAGA THRU P330-FIM
                END-IF
            END-PERFORM
            IF QT-CURSOS-PS EQUAL ZEROS
                DISPLAY 'INFORME AO MENOS UM CURSO COM VAGAS.'
                GO TO P320-FIM
            END-IF
            SET DADOS-OK          TO TRUE
            .
       P320-FIM.
       P330-INCLUI-VAGA.
            SET FS-CUR-OK         TO TRUE
            OPEN INPUT CURSOS
            IF NOT FS-CUR-OK
                DISPLAY 'CADASTRO DE CURSOS INDISPONIVEL. '
                DISPLAY 'FILE STATUS: ' WS-FS-CUR
                CLOSE CURSOS
                GO TO P330-FIM
            END-IF
            MOVE WS-ID-CURSO      TO ID-CURSO
            READ CURSOS
                INVALID KEY
                    DISPLAY 'CURSO NAO CADASTRADO! '
                    CLOSE CURSOS
                    GO TO P330-FIM
            END-READ
            CLOSE CURSOS
            PERFORM P340-ACHA-CURSO THRU P340-FIM
            IF ACHOU
                DISPLAY 'CURSO JA INFORMADO NESTA EDICAO.'
                GO TO P330-FIM
            END-IF
            DISPLAY 'CURSO: ' NM-CURSO ' - quantidade de vagas: '
            ACCEPT WS-QT-VAGAS
            IF WS-QT-VAGAS EQUAL ZEROS
                DISPLAY 'QUANTIDADE DE VAGAS INVALIDA! '
                GO TO P330-FIM
            END-IF
            ADD 1                 TO QT-CURSOS-PS
            MOVE WS-ID-CURSO      TO ID-CURSO-VAGA-PS(QT-CURSOS-PS)
            MOVE WS-QT-VAGAS      TO QT-VAGAS-PS(QT-CURSOS-PS)
            .
       P330-FIM.
      * LOCALIZA WS-ID-CURSO NAS VAGAS DA EDICAO (WS-IND-CUR)
       P340-ACHA-CURSO.
            SET ACHOU             TO FALSE
            MOVE ZEROS            TO WS-IND-CUR
            PERFORM VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND > QT-CURSOS-PS OR ACHOU
                IF ID-CURSO-VAGA-PS(WS-IND) EQUAL WS-ID-CURSO
                    SET ACHOU     TO TRUE
                    MOVE WS-IND   TO WS-IND-CUR
                END-IF
            END-PERFORM
            .
       P340-FIM.
       P350-LE-EDICAO.
            SET ACHOU             TO FALSE
            SET FS-EDI-OK         TO TRUE
            OPEN INPUT EDICOES
            IF NOT FS-EDI-OK
                DISPLAY 'NENHUMA EDICAO CADASTRADA AINDA. '
                CLOSE EDICOES
                GO TO P350-FIM
            END-IF
            MOVE WS-ID-EDICAO     TO ID-EDICAO-PS
            READ EDICOES
                INVALID KEY
                    DISPLAY 'EDICAO NAO EXISTE! '
                NOT INVALID KEY
                    SET ACHOU     TO TRUE
                    DISPLAY 'EDICAO ' ID-EDICAO-PS ' - ' DS-EDICAO-PS
            END-READ
            CLOSE EDICOES
            .
       P350-FIM.
      * A SITUACAO DA EDICAO ACOMPANHA AS ETAPAS: CLASSIFICADA NA
      * PRIMEIRA CLASSIFICACAO, EM CONVOCACAO NA PRIMEIRA CHAMADA
       P360-GRAVA-SITUACAO.
            SET FS-EDI-OK         TO TRUE
            OPEN I-O EDICOES
            MOVE WS-ID-EDICAO     TO ID-EDICAO-PS
            READ EDICOES
                INVALID KEY
                    DISPLAY 'EDICAO NAO EXISTE! '
                NOT INVALID KEY
                    MOVE WS-NOVA-SITUACAO TO ST-EDICAO-PS
                    IF EDICAO-CLASSIFICADA
                        MOVE WS-DATA-HOJE-8 TO DT-CLASSIFICACAO-PS
                    END-IF
                    REWRITE REG-EDICAO-PS
                    IF NOT FS-EDI-OK
                        DISPLAY 'ERRO AO ATUALIZAR A EDICAO. '
                        DISPLAY 'FILE STATUS: ' WS-FS-EDI
                    END-IF
            END-READ
            CLOSE EDICOES
            .
       P360-FIM.
      * INSCRICAO: A TAXA E LANCADA NO LANCTAXA PARA O ALUNO 000000
      * (O CANDIDATO AINDA NAO E ALUNO) E RECEBIDA NO CAIXA PELO
      * NUMERO DA COBRANCA; SO CANDIDATO COM A TAXA PAGA E
      * CLASSIFICADO
       P400-INSCRICAO.
            DISPLAY 'Informe o numero da edicao: '
            ACCEPT WS-ID-EDICAO
            PERFORM P350-LE-EDICAO THRU P350-FIM
            IF NOT ACHOU
                GO TO P400-FIM
            END-IF
            IF NOT EDICAO-INSCRICOES OR
               WS-DATA-HOJE-8 > DT-FIM-INSCR-PS
                DISPLAY 'INSCRICOES ENCERRADAS PARA ESTA EDICAO.'
                GO TO P400-FIM
            END-IF
            PERFORM P410-DIGITA-CANDIDATO THRU P410-FIM
            IF NOT DADOS-OK
                GO TO P400-FIM
            END-IF
            PERFORM P370-LE-OPERADOR THRU P370-FIM
            MOVE 'INSCRPS   '     TO WS-CHAVE-CONTROLE
            PERFORM P150-PROX-ID  THRU P150-FIM
            IF WS-ID-GERADO > 99999
                DISPLAY 'LIMITE DE 99999 INSCRICOES FOI ATINGIDO. '
                        'INSCRICAO NAO REALIZADA.'
                GO TO P400-FIM
            END-IF
            MOVE WS-ID-GERADO     TO WS-NR-INSCRICAO

            MOVE ZEROS            TO WL-TX-NR-COBRANCA
            IF VL-TAXA-PS > ZEROS
                MOVE ZEROS        TO WL-TX-ID-ALUNO
                MOVE WS-CD-TAXA-PS TO WL-TX-CD-TAXA
                SET WL-TX-MANUAL  TO TRUE
                MOVE VL-TAXA-PS   TO WL-TX-VALOR
                MOVE DT-FIM-INSCR-PS TO WL-TX-DT-VENCIMENTO
                MOVE SPACES       TO WL-TX-DESCRICAO
                STRING 'INSCRICAO PS ' WS-ID-EDICAO '/'
                       WS-NR-INSCRICAO
                       DELIMITED BY SIZE INTO WL-TX-DESCRICAO
                CALL 'LANCTAXA' USING WL-PARAMETROS-TAXA
                IF WL-TX-RECUSADA
                    DISPLAY 'TAXA DE INSCRICAO NAO LANCADA - '
                            'INSCRICAO NAO REALIZADA.'
                    GO TO P400-FIM
                END-IF
            END-IF

            SET FS-CAN-OK         TO TRUE
            OPEN I-O CANDIDATOS
            IF WS-FS-CAN EQUAL 35 THEN
                OPEN OUTPUT CANDIDATOS
                CLOSE CANDIDATOS
                OPEN I-O CANDIDATOS
            END-IF
            IF NOT FS-CAN-OK
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CANDIDATOS. '
                DISPLAY 'FILE STATUS: ' WS-FS-CAN
                CLOSE CANDIDATOS
                GO TO P400-FIM
            END-IF
            INITIALIZE REG-CANDIDATO-PS
            MOVE WS-ID-EDICAO     TO ID-EDICAO-CAN
            MOVE WS-NR-INSCRICAO  TO NR-INSCRICAO-CAN
            MOVE WS-NM-CANDIDATO  TO NM-CANDIDATO
            MOVE WS-TL-CANDIDATO  TO TL-CANDIDATO
            MOVE WS-DT-NASCIMENTO TO DT-NASCIMENTO-CAN
            MOVE WS-ID-CURSO-CAN  TO ID-CURSO-CAN
            MOVE WS-TURMA-CAN     TO TURMA-CAN
            MOVE WS-DATA-HOJE-8   TO DT-INSCRICAO-CAN
            MOVE WS-OPERADOR      TO CD-OPERADOR-CAN
            MOVE WL-TX-NR-COBRANCA TO NR-COBRANCA-CAN
            SET CAN-INSCRITO      TO TRUE
            WRITE REG-CANDIDATO-PS
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR O CANDIDATO. '
                    DISPLAY 'FILE STATUS: ' WS-FS-CAN
                NOT INVALID KEY
                    DISPLAY 'INSCRICAO ' WS-ID-EDICAO '/'
                            WS-NR-INSCRICAO ' REALIZADA.'
                    IF NR-COBRANCA-CAN NOT EQUAL ZEROS
                        DISPLAY 'TAXA A PAGAR NO CAIXA (RECIBO '
                                'MULTIPLO, ALUNO 000000, TAXA '
                                'AVULSA): COBRANCA ' NR-COBRANCA-CAN
                                ' VALOR ' WL-TX-VALOR
                    END-IF
                    MOVE 'INSCRICAO'  TO WL-OPERACAO
                    MOVE SPACES       TO WL-CHAVE WL-VALOR-ANTIGO
                                         WL-VALOR-NOVO
                    STRING WS-ID-EDICAO WS-NR-INSCRICAO
                           DELIMITED BY SIZE INTO WL-CHAVE
                    STRING WS-NM-CANDIDATO ' CURSO ' WS-ID-CURSO-CAN
                           ' COBRANCA ' NR-COBRANCA-CAN
                           DELIMITED BY SIZE INTO WL-VALOR-NOVO
                    CALL 'AUDITLOG' USING WL-AUDITORIA
            END-WRITE
            CLOSE CANDIDATOS
            .
       P400-FIM.
       P410-DIGITA-CANDIDATO.
            SET DADOS-OK          TO FALSE
            INITIALIZE WS-CANDIDATO
            DISPLAY 'Nome do candidato: '
            ACCEPT WS-NM-CANDIDATO
            IF WS-NM-CANDIDATO EQUAL SPACES OR
               WS-NM-CANDIDATO NOT ALPHABETIC
                DISPLAY 'NOME INVALIDO (SOMENTE LETRAS).'
                GO TO P410-FIM
            END-IF
            DISPLAY 'Telefone (DDD+numero): '
            ACCEPT WS-TL-CANDIDATO
            MOVE WS-TL-CANDIDATO  TO WL-TELEFONE
            CALL 'VALIDTEL' USING WL-PARAMETROS-TEL
            IF WL-TEL-INVALIDO
                DISPLAY 'TELEFONE INVALIDO (VER FORMATO DDD+NUMERO).'
                GO TO P410-FIM
            END-IF
            DISPLAY 'Data de nascimento (AAAAMMDD): '
            ACCEPT WS-DT-NASCIMENTO
            IF FUNCTION TEST-DATE-YYYYMMDD(WS-DT-NASCIMENTO)
               NOT EQUAL 0 OR WS-DT-NASCIMENTO > WS-DATA-HOJE-8
                DISPLAY 'DATA DE NASCIMENTO INVALIDA! '
                GO TO P410-FIM
            END-IF
            DISPLAY 'Curso pretendido (ID): '
            ACCEPT WS-ID-CURSO-CAN
            MOVE WS-ID-CURSO-CAN  TO WS-ID-CURSO
            PERFORM P340-ACHA-CURSO THRU P340-FIM
            IF NOT ACHOU
                DISPLAY 'CURSO SEM VAGAS NESTA EDICAO.'
                GO TO P410-FIM
            END-IF
            DISPLAY 'Turma pretendida (branco = definir na '
                    'matricula): '
            ACCEPT WS-TURMA-CAN
            IF WS-TURMA-CAN NOT EQUAL SPACES
                MOVE WS-TURMA-CAN TO WL-CD-TURMA
                CALL 'CHKTURMA' USING WL-PARAMETROS-TURMA
                IF WL-TURMA-INVALIDA
                    DISPLAY 'TURMA DESCONHECIDA - CADASTRE NO '
                            'SISTURMA.'
                    GO TO P410-FIM
                END-IF
                DISPLAY 'TURMA: ' WL-DS-TURMA
            END-IF
            SET DADOS-OK          TO TRUE
            .
       P410-FIM.
       P370-LE-OPERADOR.
            MOVE SPACES           TO WS-OPERADOR
            SET FS-SES-OK         TO TRUE
            OPEN INPUT SESSAO
            IF FS-SES-OK
                READ SESSAO
                    AT END
                        CONTINUE
                    NOT AT END
                        MOVE SES-CD-OPERADOR TO WS-OPERADOR
                END-READ
                CLOSE SESSAO
            END-IF
            .
       P370-FIM.
      * PROXIMO NUMERO DO CONTROLE (WS-CHAVE-CONTROLE): 'INSCRPS'
      * PARA AS INSCRICOES DO PROCESSO SELETIVO
       P150-PROX-ID.
            SET FS-CTRL-OK        TO TRUE
            MOVE 'N'              TO WS-CTRL-NOVO
            MOVE ZEROS            TO WS-ID-GERADO
            OPEN I-O CONTROLE
            IF WS-FS-CTRL EQUAL 35 THEN
                OPEN OUTPUT CONTROLE
                CLOSE CONTROLE
                OPEN I-O CONTROLE
            END-IF
            MOVE WS-CHAVE-CONTROLE TO CHAVE-CONTROLE
            READ CONTROLE
                INVALID KEY
                    MOVE 'S'          TO WS-CTRL-NOVO
                    MOVE 1            TO ULTIMO-ID
                NOT INVALID KEY
                    ADD 1             TO ULTIMO-ID
            END-READ
            IF ULTIMO-ID > 99999
                MOVE ULTIMO-ID    TO WS-ID-GERADO
                CLOSE CONTROLE
                GO TO P150-FIM
            END-IF
            MOVE WS-CHAVE-CONTROLE TO CHAVE-CONTROLE
            IF WS-CTRL-NOVO EQUAL 'S'
                WRITE REG-CONTROLE
            ELSE
                REWRITE REG-CONTROLE
            END-IF
            IF NOT FS-CTRL-OK
                DISPLAY 'ERRO AO ATUALIZAR O CONTROLE DE ID. '
                DISPLAY 'FILE STATUS: ' WS-FS-CTRL
            END-IF
            MOVE ULTIMO-ID        TO WS-ID-GERADO
            CLOSE CONTROLE
            .
       P150-FIM.
      * NOTAS: ACEITAS ATE A PRIMEIRA CONVOCACAO - CORRIGIDA UMA
      * NOTA, BASTA CLASSIFICAR A EDICAO DE NOVO
       P450-NOTAS.
            DISPLAY 'Informe o numero da edicao: '
            ACCEPT WS-ID-EDICAO
            PERFORM P350-LE-EDICAO THRU P350-FIM
            IF NOT ACHOU
                GO TO P450-FIM
            END-IF
            IF EDICAO-CONVOCACAO
                DISPLAY 'CONVOCACAO JA INICIADA - NOTAS NAO PODEM '
                        'MAIS SER ALTERADAS.'
                GO TO P450-FIM
            END-IF
            DISPLAY 'Informe o numero da inscricao: '
            ACCEPT WS-NR-INSCRICAO
            SET FS-CAN-OK         TO TRUE
            OPEN I-O CANDIDATOS
            IF NOT FS-CAN-OK
                DISPLAY 'NENHUM CANDIDATO INSCRITO AINDA. '
                CLOSE CANDIDATOS
                GO TO P450-FIM
            END-IF
            MOVE WS-ID-EDICAO     TO ID-EDICAO-CAN
            MOVE WS-NR-INSCRICAO  TO NR-INSCRICAO-CAN
            READ CANDIDATOS
                INVALID KEY
                    DISPLAY 'INSCRICAO NAO EXISTE NESTA EDICAO! '
                    CLOSE CANDIDATOS
                    GO TO P450-FIM
            END-READ
            DISPLAY 'Candidato: ' NM-CANDIDATO
                    '  Curso: ' ID-CURSO-CAN
            DISPLAY 'O candidato compareceu a prova? (S/N): '
            ACCEPT WS-COMPARECEU
            IF WS-COMPARECEU EQUAL 'N' OR 'n'
                PERFORM VARYING WS-IND FROM 1 BY 1
                        UNTIL WS-IND > 5
                    MOVE ZEROS    TO NT-PROVA-CAN(WS-IND)
                END-PERFORM
                MOVE 'N'          TO FL-NOTAS-CAN
                SET CAN-AUSENTE   TO TRUE
                MOVE 'AUSENTE NA PROVA' TO DS-MOTIVO-CAN
            ELSE
                PERFORM VARYING WS-IND FROM 1 BY 1
                        UNTIL WS-IND > QT-PROVAS-PS
                    MOVE 99       TO WS-NOTA
                    PERFORM UNTIL WS-NOTA NOT > 10
                        DISPLAY 'Nota em ' NM-PROVA-PS(WS-IND)
                                ' (0 a 10): '
                        ACCEPT WS-NOTA
                        IF WS-NOTA > 10
                            DISPLAY 'NOTA INVALIDA! '
                        END-IF
                    END-PERFORM
                    MOVE WS-NOTA  TO NT-PROVA-CAN(WS-IND)
                END-PERFORM
                SET NOTAS-LANCADAS TO TRUE
                SET CAN-INSCRITO  TO TRUE
                MOVE SPACES       TO DS-MOTIVO-CAN
            END-IF
            MOVE ZEROS            TO NT-FINAL-CAN NR-CLASSIF-CAN
            REWRITE REG-CANDIDATO-PS
            IF FS-CAN-OK
                DISPLAY 'Notas gravadas.'
                MOVE 'NOTAS'      TO WL-OPERACAO
                MOVE SPACES       TO WL-CHAVE WL-VALOR-ANTIGO
                                     WL-VALOR-NOVO
                STRING WS-ID-EDICAO WS-NR-INSCRICAO
                       DELIMITED BY SIZE INTO WL-CHAVE
                STRING 'SITUACAO ' ST-CANDIDATO ' NOTAS '
                       NT-PROVA-CAN(1) ' ' NT-PROVA-CAN(2) ' '
                       NT-PROVA-CAN(3) ' ' NT-PROVA-CAN(4) ' '
                       NT-PROVA-CAN(5)
                       DELIMITED BY SIZE INTO WL-VALOR-NOVO
                CALL 'AUDITLOG' USING WL-AUDITORIA
            ELSE
                DISPLAY 'ERRO AO GRAVAR AS NOTAS. '
                DISPLAY 'FILE STATUS: ' WS-FS-CAN
            END-IF
            CLOSE CANDIDATOS
            .
       P450-FIM.
      * CLASSIFICACAO: TAXA NAO PAGA = NAO HOMOLOGADO; SEM NOTAS =
      * AUSENTE; NOTA ABAIXO DO CORTE EM QUALQUER PROVA = ELIMINADO;
      * OS DEMAIS RECEBEM A MEDIA PONDERADA E A POSICAO NO CURSO
       P500-CLASSIFICA.
            DISPLAY 'Informe o numero da edicao: '
            ACCEPT WS-ID-EDICAO
            PERFORM P350-LE-EDICAO THRU P350-FIM
            IF NOT ACHOU
                GO TO P500-FIM
            END-IF
            IF EDICAO-CONVOCACAO
                DISPLAY 'CONVOCACAO JA INICIADA - A CLASSIFICACAO '
                        'NAO PODE MAIS SER REFEITA.'
                GO TO P500-FIM
            END-IF
            IF WS-DATA-HOJE-8 < DT-PROVA-PS
                DISPLAY 'A PROVA AINDA NAO FOI REALIZADA.'
                GO TO P500-FIM
            END-IF
            MOVE ZEROS            TO WS-QTD-LIDOS WS-QTD-CLASSIF
                                     WS-QTD-ELIMINADOS WS-QTD-AUSENTES
                                     WS-QTD-SEM-TAXA WS-QTD-TAB
            SET FS-CAN-OK         TO TRUE
            OPEN I-O CANDIDATOS
            IF NOT FS-CAN-OK
                DISPLAY 'NENHUM CANDIDATO INSCRITO AINDA. '
                CLOSE CANDIDATOS
                GO TO P500-FIM
            END-IF
            SET FS-CTX-OK         TO TRUE
            OPEN INPUT COBRANCAS-TX
            SET EOF-OK            TO FALSE
            MOVE WS-ID-EDICAO     TO ID-EDICAO-CAN
            MOVE ZEROS            TO NR-INSCRICAO-CAN
            START CANDIDATOS KEY IS NOT LESS CHAVE-CANDIDATO-PS
                INVALID KEY
                    SET EOF-OK    TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ CANDIDATOS NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF ID-EDICAO-CAN NOT EQUAL WS-ID-EDICAO
                            SET EOF-OK TO TRUE
                        ELSE
                            PERFORM P510-AVALIA THRU P510-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE COBRANCAS-TX

            PERFORM P520-ORDENA THRU P520-FIM
            MOVE ZEROS            TO WS-CURSO-ATUAL WS-NR-RANK
            PERFORM VARYING WS-IND-TAB FROM 1 BY 1
                    UNTIL WS-IND-TAB > WS-QTD-TAB
                IF WS-ORD-CURSO(WS-IND-TAB) NOT EQUAL WS-CURSO-ATUAL
                    MOVE WS-ORD-CURSO(WS-IND-TAB) TO WS-CURSO-ATUAL
                    MOVE ZEROS    TO WS-NR-RANK
                END-IF
                ADD 1             TO WS-NR-RANK
                MOVE WS-ID-EDICAO TO ID-EDICAO-CAN
                MOVE WS-ORD-INSCRICAO(WS-IND-TAB) TO NR-INSCRICAO-CAN
                READ CANDIDATOS
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE WS-NR-RANK TO NR-CLASSIF-CAN
                        REWRITE REG-CANDIDATO-PS
                END-READ
            END-PERFORM
            CLOSE CANDIDATOS

            MOVE 'C'              TO WS-NOVA-SITUACAO
            PERFORM P360-GRAVA-SITUACAO THRU P360-FIM
            DISPLAY 'CANDIDATOS DA EDICAO ...: ' WS-QTD-LIDOS
            DISPLAY 'CLASSIFICADOS ..........: ' WS-QTD-CLASSIF
            DISPLAY 'ELIMINADOS NO CORTE ....: ' WS-QTD-ELIMINADOS
            DISPLAY 'AUSENTES ...............: ' WS-QTD-AUSENTES
            DISPLAY 'TAXA NAO PAGA ..........: ' WS-QTD-SEM-TAXA
            MOVE 'CLASSIFICA'     TO WL-OPERACAO
            MOVE WS-ID-EDICAO     TO WL-CHAVE
            MOVE SPACES           TO WL-VALOR-ANTIGO WL-VALOR-NOVO
            STRING 'CLASSIFICADOS ' WS-QTD-CLASSIF
                   ' ELIMINADOS ' WS-QTD-ELIMINADOS
                   ' AUSENTES ' WS-QTD-AUSENTES
                   DELIMITED BY SIZE INTO WL-VALOR-NOVO
            CALL 'AUDITLOG' USING WL-AUDITORIA
            DISPLAY 'Emita a lista oficial pela opcao 7.'
            .
       P500-FIM.
       P510-AVALIA.
            ADD 1                 TO WS-QTD-LIDOS
            MOVE ZEROS            TO NT-FINAL-CAN NR-CLASSIF-CAN
            MOVE SPACES           TO DS-MOTIVO-CAN
            SET TAXA-PAGA         TO TRUE
            IF NR-COBRANCA-CAN NOT EQUAL ZEROS
                SET TAXA-PAGA     TO FALSE
                IF FS-CTX-OK
                    MOVE NR-COBRANCA-CAN TO NR-COBRANCA-TX
                    READ COBRANCAS-TX
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            IF TX-PAGA
                                SET TAXA-PAGA TO TRUE
                            END-IF
                    END-READ
                END-IF
            END-IF
            EVALUATE TRUE
                WHEN NOT TAXA-PAGA
                    SET CAN-NAO-HOMOLOGADO TO TRUE
                    MOVE 'TAXA DE INSCRICAO NAO PAGA' TO DS-MOTIVO-CAN
                    ADD 1         TO WS-QTD-SEM-TAXA
                WHEN NOT NOTAS-LANCADAS
                    SET CAN-AUSENTE TO TRUE
                    MOVE 'AUSENTE NA PROVA' TO DS-MOTIVO-CAN
                    ADD 1         TO WS-QTD-AUSENTES
                WHEN OTHER
                    SET CAN-CLASSIFICADO TO TRUE
                    MOVE ZEROS    TO WS-SOMA-PESOS WS-SOMA-NOTAS
                    PERFORM VARYING WS-IND FROM 1 BY 1
                            UNTIL WS-IND > QT-PROVAS-PS
                        COMPUTE WS-SOMA-NOTAS = WS-SOMA-NOTAS +
                                NT-PROVA-CAN(WS-IND) *
                                PESO-PROVA-PS(WS-IND)
                        ADD PESO-PROVA-PS(WS-IND) TO WS-SOMA-PESOS
                        IF NT-PROVA-CAN(WS-IND) <
                           NT-CORTE-PROVA-PS(WS-IND) AND
                           CAN-CLASSIFICADO
                            SET CAN-ELIMINADO TO TRUE
                            STRING 'ABAIXO DO CORTE EM '
                                   NM-PROVA-PS(WS-IND)
                                   DELIMITED BY SIZE
                                   INTO DS-MOTIVO-CAN
                        END-IF
                    END-PERFORM
                    IF WS-SOMA-PESOS > ZEROS
                        COMPUTE NT-FINAL-CAN ROUNDED =
                                WS-SOMA-NOTAS / WS-SOMA-PESOS
                    END-IF
                    IF CAN-ELIMINADO
                        ADD 1     TO WS-QTD-ELIMINADOS
                    ELSE
                        ADD 1     TO WS-QTD-CLASSIF
                        IF WS-QTD-TAB < 999
                            ADD 1 TO WS-QTD-TAB
                            MOVE ID-CURSO-CAN
                              TO WS-ORD-CURSO(WS-QTD-TAB)
                            COMPUTE WS-ORD-CHAVE1(WS-QTD-TAB) =
                                    9999 - NT-FINAL-CAN * 100
                            COMPUTE WS-ORD-CHAVE2(WS-QTD-TAB) =
                                    9999 - NT-PROVA-CAN(1) * 100
                            MOVE DT-NASCIMENTO-CAN
                              TO WS-ORD-NASCIMENTO(WS-QTD-TAB)
                            MOVE NR-INSCRICAO-CAN
                              TO WS-ORD-INSCRICAO(WS-QTD-TAB)
                        ELSE
                            DISPLAY 'LIMITE DE 999 CLASSIFICADOS - '
                                    'INSCRICAO ' NR-INSCRICAO-CAN
                                    ' FORA DA LISTA.'
                        END-IF
                    END-IF
            END-EVALUATE
            REWRITE REG-CANDIDATO-PS
            IF NOT FS-CAN-OK
                DISPLAY 'ERRO AO ATUALIZAR O CANDIDATO '
                        NR-INSCRICAO-CAN '. FILE STATUS: ' WS-FS-CAN
            END-IF
            .
       P510-FIM.
      * ORDENACAO POR INSERCAO PELA CHAVE COMPOSTA DA TABELA
       P520-ORDENA.
            PERFORM VARYING WS-IND-TAB FROM 2 BY 1
                    UNTIL WS-IND-TAB > WS-QTD-TAB
                MOVE WS-ORD(WS-IND-TAB) TO WS-ORD-TROCA
                MOVE WS-IND-TAB   TO WS-IND-ANT
                SET ACHOU         TO FALSE
                PERFORM UNTIL WS-IND-ANT < 2 OR ACHOU
                    IF WS-ORD(WS-IND-ANT - 1) > WS-ORD-TROCA
                        MOVE WS-ORD(WS-IND-ANT - 1)
                          TO WS-ORD(WS-IND-ANT)
                        SUBTRACT 1 FROM WS-IND-ANT
                    ELSE
                        SET ACHOU TO TRUE
                    END-IF
                END-PERFORM
                MOVE WS-ORD-TROCA TO WS-ORD(WS-IND-ANT)
            END-PERFORM
            .
       P520-FIM.
      * CONVOCACAO: PRIMEIRO VENCE OS CONVOCADOS CUJO PRAZO PASSOU
      * SEM MATRICULA (DESISTENTES); DEPOIS CHAMA, EM ORDEM DE
      * CLASSIFICACAO, TANTOS QUANTAS FOREM AS VAGAS AINDA LIVRES
      * EM CADA CURSO (VAGAS - CONVOCADOS NO PRAZO - MATRICULADOS)
       P600-CONVOCACAO.
            DISPLAY 'Informe o numero da edicao: '
            ACCEPT WS-ID-EDICAO
            PERFORM P350-LE-EDICAO THRU P350-FIM
            IF NOT ACHOU
                GO TO P600-FIM
            END-IF
            IF EDICAO-INSCRICOES
                DISPLAY 'EDICAO AINDA NAO CLASSIFICADA.'
                GO TO P600-FIM
            END-IF
            MOVE ZEROS            TO WS-QTD-CONVOCADOS
                                     WS-QTD-DESISTENTES WS-QTD-TAB
            INITIALIZE WS-OCUPACAO-CURSO
            SET FS-CAN-OK         TO TRUE
            OPEN I-O CANDIDATOS
            IF NOT FS-CAN-OK
                DISPLAY 'NENHUM CANDIDATO INSCRITO AINDA. '
                CLOSE CANDIDATOS
                GO TO P600-FIM
            END-IF
            SET EOF-OK            TO FALSE
            MOVE WS-ID-EDICAO     TO ID-EDICAO-CAN
            MOVE ZEROS            TO NR-INSCRICAO-CAN
            START CANDIDATOS KEY IS NOT LESS CHAVE-CANDIDATO-PS
                INVALID KEY
                    SET EOF-OK    TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ CANDIDATOS NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF ID-EDICAO-CAN NOT EQUAL WS-ID-EDICAO
                            SET EOF-OK TO TRUE
                        ELSE
                            PERFORM P610-VENCE-PRAZO THRU P610-FIM
                        END-IF
                END-READ
            END-PERFORM

            PERFORM P520-ORDENA THRU P520-FIM
            PERFORM VARYING WS-IND-TAB FROM 1 BY 1
                    UNTIL WS-IND-TAB > WS-QTD-TAB
                MOVE WS-ORD-CURSO(WS-IND-TAB) TO WS-ID-CURSO
                PERFORM P340-ACHA-CURSO THRU P340-FIM
                IF ACHOU
                    IF WS-OCUPADAS(WS-IND-CUR) <
                       QT-VAGAS-PS(WS-IND-CUR)
                        PERFORM P620-CONVOCA THRU P620-FIM
                    END-IF
                END-IF
            END-PERFORM
            CLOSE CANDIDATOS

            MOVE 'V'              TO WS-NOVA-SITUACAO
            PERFORM P360-GRAVA-SITUACAO THRU P360-FIM
            DISPLAY 'PRAZOS VENCIDOS (DESISTENTES): '
                    WS-QTD-DESISTENTES
            DISPLAY 'CANDIDATOS CONVOCADOS .......: '
                    WS-QTD-CONVOCADOS
            IF WS-QTD-CONVOCADOS EQUAL ZEROS
                DISPLAY 'NENHUMA VAGA LIVRE OU LISTA DE ESPERA '
                        'ESGOTADA.'
            END-IF
            .
       P600-FIM.
       P610-VENCE-PRAZO.
            MOVE ID-CURSO-CAN     TO WS-ID-CURSO
            PERFORM P340-ACHA-CURSO THRU P340-FIM
            IF CAN-CONVOCADO AND
               DT-LIMITE-MAT-CAN < WS-DATA-HOJE-8
                SET CAN-DESISTENTE TO TRUE
                MOVE 'PRAZO DE MATRICULA VENCIDO' TO DS-MOTIVO-CAN
                REWRITE REG-CANDIDATO-PS
                ADD 1             TO WS-QTD-DESISTENTES
                DISPLAY 'PRAZO VENCIDO: ' NR-INSCRICAO-CAN ' '
                        NM-CANDIDATO
                MOVE 'DESISTENTE' TO WL-OPERACAO
                MOVE SPACES       TO WL-CHAVE WL-VALOR-ANTIGO
                                     WL-VALOR-NOVO
                STRING ID-EDICAO-CAN NR-INSCRICAO-CAN
                       DELIMITED BY SIZE INTO WL-CHAVE
                STRING 'PRAZO ' DT-LIMITE-MAT-CAN ' SEM MATRICULA'
                       DELIMITED BY SIZE INTO WL-VALOR-NOVO
                CALL 'AUDITLOG' USING WL-AUDITORIA
            END-IF
            IF ACHOU
                IF CAN-CONVOCADO OR CAN-MATRICULADO
                    ADD 1         TO WS-OCUPADAS(WS-IND-CUR)
                END-IF
            END-IF
            IF CAN-CLASSIFICADO AND WS-QTD-TAB < 999
                ADD 1             TO WS-QTD-TAB
                MOVE ID-CURSO-CAN TO WS-ORD-CURSO(WS-QTD-TAB)
                MOVE NR-CLASSIF-CAN TO WS-ORD-CHAVE1(WS-QTD-TAB)
                MOVE ZEROS        TO WS-ORD-CHAVE2(WS-QTD-TAB)
                                     WS-ORD-NASCIMENTO(WS-QTD-TAB)
                MOVE NR-INSCRICAO-CAN TO WS-ORD-INSCRICAO(WS-QTD-TAB)
            END-IF
            .
       P610-FIM.
       P620-CONVOCA.
            MOVE WS-ID-EDICAO     TO ID-EDICAO-CAN
            MOVE WS-ORD-INSCRICAO(WS-IND-TAB) TO NR-INSCRICAO-CAN
            READ CANDIDATOS
                INVALID KEY
                    GO TO P620-FIM
            END-READ
            SET CAN-CONVOCADO     TO TRUE
            MOVE WS-DATA-HOJE-8   TO DT-CONVOCACAO-CAN
            COMPUTE DT-LIMITE-MAT-CAN = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE-8) +
                    QT-DIAS-PRAZO-PS)
            REWRITE REG-CANDIDATO-PS
            IF NOT FS-CAN-OK
                DISPLAY 'ERRO AO CONVOCAR A INSCRICAO '
                        NR-INSCRICAO-CAN '. FILE STATUS: ' WS-FS-CAN
                GO TO P620-FIM
            END-IF
            ADD 1                 TO WS-OCUPADAS(WS-IND-CUR)
                                     WS-QTD-CONVOCADOS
            DISPLAY 'CONVOCADO: CURSO ' ID-CURSO-CAN
                    ' POSICAO ' NR-CLASSIF-CAN
                    ' INSCRICAO ' NR-INSCRICAO-CAN ' '
                    NM-CANDIDATO ' TEL ' TL-CANDIDATO
                    ' ATE ' DT-LIMITE-MAT-CAN
            MOVE 'CONVOCACAO'     TO WL-OPERACAO
            MOVE SPACES           TO WL-CHAVE WL-VALOR-ANTIGO
                                     WL-VALOR-NOVO
            STRING ID-EDICAO-CAN NR-INSCRICAO-CAN
                   DELIMITED BY SIZE INTO WL-CHAVE
            STRING 'POSICAO ' NR-CLASSIF-CAN ' CURSO ' ID-CURSO-CAN
                   ' PRAZO ' DT-LIMITE-MAT-CAN
                   DELIMITED BY SIZE INTO WL-VALOR-NOVO
            CALL 'AUDITLOG' USING WL-AUDITORIA
            .
       P620-FIM.
      * MATRICULA DO CONVOCADO: O SISCADAS ABRE O FORMULARIO COM
      * NOME, TELEFONE E TURMA DA INSCRICAO ('CANDIDAT' + EDICAO +
      * INSCRICAO) E DEVOLVE O ALUNO GRAVADO; O ALUNO JA SAI
      * VINCULADO AO CURSO EM QUE FOI APROVADO
       P700-MATRICULA.
            DISPLAY 'Informe o numero da edicao: '
            ACCEPT WS-ID-EDICAO
            DISPLAY 'Informe o numero da inscricao: '
            ACCEPT WS-NR-INSCRICAO
            SET FS-CAN-OK         TO TRUE
            OPEN INPUT CANDIDATOS
            IF NOT FS-CAN-OK
                DISPLAY 'NENHUM CANDIDATO INSCRITO AINDA. '
                CLOSE CANDIDATOS
                GO TO P700-FIM
            END-IF
            MOVE WS-ID-EDICAO     TO ID-EDICAO-CAN
            MOVE WS-NR-INSCRICAO  TO NR-INSCRICAO-CAN
            READ CANDIDATOS
                INVALID KEY
                    DISPLAY 'INSCRICAO NAO EXISTE NESTA EDICAO! '
                    CLOSE CANDIDATOS
                    GO TO P700-FIM
            END-READ
            CLOSE CANDIDATOS
            IF NOT CAN-CONVOCADO
                DISPLAY 'CANDIDATO NAO ESTA CONVOCADO (SITUACAO '
                        ST-CANDIDATO ').'
                GO TO P700-FIM
            END-IF
            IF DT-LIMITE-MAT-CAN < WS-DATA-HOJE-8
                DISPLAY 'PRAZO DE MATRICULA VENCIDO EM '
                        DT-LIMITE-MAT-CAN ' - A VAGA PASSA AO '
                        'PROXIMO NA CONVOCACAO.'
                GO TO P700-FIM
            END-IF
            MOVE ID-CURSO-CAN     TO WS-ID-CURSO
            DISPLAY 'Matricular ' NM-CANDIDATO '? '
                    'TECLE: <S> para abrir o cadastro ou '
                    '<QUALQUER TECLA> para abortar.'
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA NOT EQUAL 'S' AND 's'
                DISPLAY 'Matricula nao realizada.'
                GO TO P700-FIM
            END-IF

            MOVE SPACES           TO WS-MENSAGEM
            STRING 'CANDIDAT' WS-ID-EDICAO WS-NR-INSCRICAO
                   DELIMITED BY SIZE INTO WS-MENSAGEM
            CALL WS-BIN-SISCADAS USING WS-COM-AREA
            IF WS-MENSAGEM(1:10) NOT EQUAL 'CADASTRADO' OR
               WS-MENSAGEM(11:6) NOT NUMERIC
                DISPLAY 'CADASTRO DO ALUNO NAO CONCLUIDO - '
                        'CANDIDATO CONTINUA CONVOCADO.'
                GO TO P700-FIM
            END-IF
            MOVE WS-MENSAGEM(11:6) TO WS-ID-ALUNO

            SET FS-AC-OK          TO TRUE
            OPEN I-O ALUNOCUR
            IF WS-FS-AC EQUAL 35 THEN
                OPEN OUTPUT ALUNOCUR
                CLOSE ALUNOCUR
                OPEN I-O ALUNOCUR
            END-IF
            IF FS-AC-OK
                MOVE WS-ID-ALUNO  TO ID-ALUNO-AC
                MOVE WS-ID-CURSO  TO ID-CURSO-AC
                MOVE WS-DATA-HOJE-8 TO DT-INGRESSO-AC
                WRITE REG-ALUNO-CURSO
                    INVALID KEY
                        REWRITE REG-ALUNO-CURSO
                END-WRITE
            END-IF
            IF NOT FS-AC-OK
                DISPLAY 'ATENCAO: VINCULO AO CURSO NAO GRAVADO - '
                        'COMPLETE NO SISCURSO. FILE STATUS: ' WS-FS-AC
            END-IF
            CLOSE ALUNOCUR

            SET FS-CAN-OK         TO TRUE
            OPEN I-O CANDIDATOS
            MOVE WS-ID-EDICAO     TO ID-EDICAO-CAN
            MOVE WS-NR-INSCRICAO  TO NR-INSCRICAO-CAN
            READ CANDIDATOS
                INVALID KEY
                    DISPLAY 'INSCRICAO NAO EXISTE NESTA EDICAO! '
                NOT INVALID KEY
                    SET CAN-MATRICULADO TO TRUE
                    MOVE WS-ID-ALUNO    TO ID-ALUNO-CAN
                    REWRITE REG-CANDIDATO-PS
                    IF FS-CAN-OK
                        DISPLAY 'CANDIDATO ' WS-NR-INSCRICAO
                                ' MATRICULADO COMO ALUNO '
                                WS-ID-ALUNO
                        MOVE 'MATRICULA'  TO WL-OPERACAO
                        MOVE SPACES       TO WL-CHAVE WL-VALOR-ANTIGO
                                             WL-VALOR-NOVO
                        STRING WS-ID-EDICAO WS-NR-INSCRICAO
                               DELIMITED BY SIZE INTO WL-CHAVE
                        STRING 'ALUNO ' WS-ID-ALUNO
                               ' CURSO ' WS-ID-CURSO
                               DELIMITED BY SIZE INTO WL-VALOR-NOVO
                        CALL 'AUDITLOG' USING WL-AUDITORIA
                    ELSE
                        DISPLAY 'ERRO AO ATUALIZAR O CANDIDATO. '
                        DISPLAY 'FILE STATUS: ' WS-FS-CAN
                    END-IF
            END-READ
            CLOSE CANDIDATOS
            .
       P700-FIM.
      * LISTA OFICIAL: POR CURSO, OS CLASSIFICADOS EM ORDEM COM AS
      * NOTAS E A SITUACAO NA CONVOCACAO; EM SEGUIDA OS NAO
      * CLASSIFICADOS (AUSENTES, ELIMINADOS E NAO HOMOLOGADOS)
       P800-RESULTADO.
            DISPLAY 'Informe o numero da edicao: '
            ACCEPT WS-ID-EDICAO
            PERFORM P350-LE-EDICAO THRU P350-FIM
            IF NOT ACHOU
                GO TO P800-FIM
            END-IF
            IF EDICAO-INSCRICOES
                DISPLAY 'EDICAO AINDA NAO CLASSIFICADA.'
                GO TO P800-FIM
            END-IF
            MOVE ZEROS            TO WS-QTD-TAB
            SET FS-CAN-OK         TO TRUE
            OPEN INPUT CANDIDATOS
            IF NOT FS-CAN-OK
                DISPLAY 'NENHUM CANDIDATO INSCRITO AINDA. '
                CLOSE CANDIDATOS
                GO TO P800-FIM
            END-IF
            SET EOF-OK            TO FALSE
            MOVE WS-ID-EDICAO     TO ID-EDICAO-CAN
            MOVE ZEROS            TO NR-INSCRICAO-CAN
            START CANDIDATOS KEY IS NOT LESS CHAVE-CANDIDATO-PS
                INVALID KEY
                    SET EOF-OK    TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ CANDIDATOS NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF ID-EDICAO-CAN NOT EQUAL WS-ID-EDICAO
                            SET EOF-OK TO TRUE
                        ELSE
                            IF WS-QTD-TAB < 999
                                ADD 1 TO WS-QTD-TAB
                                MOVE ID-CURSO-CAN
                                  TO WS-ORD-CURSO(WS-QTD-TAB)
                                IF CAN-NA-LISTA
                                    MOVE NR-CLASSIF-CAN
                                      TO WS-ORD-CHAVE1(WS-QTD-TAB)
                                ELSE
                                    MOVE 9999
                                      TO WS-ORD-CHAVE1(WS-QTD-TAB)
                                END-IF
                                MOVE ZEROS
                                  TO WS-ORD-CHAVE2(WS-QTD-TAB)
                                     WS-ORD-NASCIMENTO(WS-QTD-TAB)
                                MOVE NR-INSCRICAO-CAN
                                  TO WS-ORD-INSCRICAO(WS-QTD-TAB)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            PERFORM P520-ORDENA THRU P520-FIM

            MOVE 'RESULTPS'       TO WL-SPL-RELATORIO
            CALL 'SPOOLREG' USING WL-SPOOL
            IF WL-SPOOL-ABERTO
                MOVE WL-SPL-ARQUIVO TO WS-ARQ-RELATORIO
            ELSE
                MOVE 'C:\COBOL\RESULTADO_PS.TXT'
                  TO WS-ARQ-RELATORIO
            END-IF
            SET FS-OUT-OK         TO TRUE
            OPEN OUTPUT RELATORIO-OUT
            IF NOT FS-OUT-OK
                DISPLAY 'ERRO AO GRAVAR O RELATORIO. '
                DISPLAY 'FILE STATUS: ' WS-FS-OUT
                CLOSE CANDIDATOS
                GO TO P800-FIM
            END-IF
            MOVE ALL '=' TO WS-LINHA-OUT
            PERFORM P760-GRAVA-LINHA THRU P760-FIM
            STRING 'PROCESSO SELETIVO ' ID-EDICAO-PS ' - '
                   DS-EDICAO-PS ' - RESULTADO OFICIAL'
                   DELIMITED BY SIZE INTO WS-LINHA-OUT
            PERFORM P760-GRAVA-LINHA THRU P760-FIM
            STRING 'PROVA EM ' DT-PROVA-PS(7:2) '/'
                   DT-PROVA-PS(5:2) '/' DT-PROVA-PS(1:4)
                   '   EMITIDO EM ' WS-DATA-HOJE-8(7:2) '/'
                   WS-DATA-HOJE-8(5:2) '/' WS-DATA-HOJE-8(1:4)
                   DELIMITED BY SIZE INTO WS-LINHA-OUT
            PERFORM P760-GRAVA-LINHA THRU P760-FIM
            PERFORM VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND > QT-PROVAS-PS
                STRING 'PROVA ' WS-IND ': ' NM-PROVA-PS(WS-IND)
                       ' PESO ' PESO-PROVA-PS(WS-IND)
                       ' CORTE ' NT-CORTE-PROVA-PS(WS-IND)
                       DELIMITED BY SIZE INTO WS-LINHA-OUT
                PERFORM P760-GRAVA-LINHA THRU P760-FIM
            END-PERFORM
            MOVE 'DESEMPATE: MAIOR NOTA NA PROVA 1, DEPOIS O '
              &  'CANDIDATO MAIS VELHO' TO WS-LINHA-OUT
            PERFORM P760-GRAVA-LINHA THRU P760-FIM
            MOVE ALL '=' TO WS-LINHA-OUT
            PERFORM P760-GRAVA-LINHA THRU P760-FIM
            MOVE ZEROS            TO WS-CURSO-ATUAL
            PERFORM VARYING WS-IND-TAB FROM 1 BY 1
                    UNTIL WS-IND-TAB > WS-QTD-TAB
                PERFORM P810-LINHA-RESULTADO THRU P810-FIM
            END-PERFORM
            MOVE ALL '=' TO WS-LINHA-OUT
            PERFORM P760-GRAVA-LINHA THRU P760-FIM
            CLOSE RELATORIO-OUT
            CLOSE CANDIDATOS
            DISPLAY 'RESULTADO GRAVADO EM: ' WS-ARQ-RELATORIO
            .
       P800-FIM.
       P810-LINHA-RESULTADO.
            MOVE WS-ID-EDICAO     TO ID-EDICAO-CAN
            MOVE WS-ORD-INSCRICAO(WS-IND-TAB) TO NR-INSCRICAO-CAN
            READ CANDIDATOS
                INVALID KEY
                    GO TO P810-FIM
            END-READ
            IF ID-CURSO-CAN NOT EQUAL WS-CURSO-ATUAL
                MOVE ID-CURSO-CAN TO WS-CURSO-ATUAL WS-ID-CURSO
                SET JA-NAO-CLASSIF TO FALSE
                PERFORM P820-CABECALHO-CURSO THRU P820-FIM
            END-IF
            IF NOT CAN-NA-LISTA AND NOT JA-NAO-CLASSIF
                SET JA-NAO-CLASSIF TO TRUE
                MOVE 'NAO CLASSIFICADOS' TO WS-LINHA-OUT
                PERFORM P760-GRAVA-LINHA THRU P760-FIM
            END-IF
            MOVE SPACES           TO WS-LINHA-RESULTADO
            IF CAN-NA-LISTA
                MOVE NR-CLASSIF-CAN TO WS-LR-POSICAO
                MOVE NT-FINAL-CAN TO WS-LR-FINAL
            END-IF
            MOVE NR-INSCRICAO-CAN TO WS-LR-INSCRICAO
            MOVE NM-CANDIDATO     TO WS-LR-NOME
            PERFORM VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND > 5
                IF WS-IND > QT-PROVAS-PS OR NOT NOTAS-LANCADAS
                    MOVE SPACES   TO WS-LR-NOTA-BRANCO(WS-IND)
                ELSE
                    MOVE NT-PROVA-CAN(WS-IND) TO WS-LR-NOTA(WS-IND)
                END-IF
            END-PERFORM
            EVALUATE TRUE
                WHEN CAN-MATRICULADO
                    MOVE 'APROVADO - MATRICULADO' TO WS-LR-SITUACAO
                WHEN CAN-CONVOCADO
                    STRING 'CONVOCADO ATE ' DT-LIMITE-MAT-CAN(7:2)
                           '/' DT-LIMITE-MAT-CAN(5:2) '/'
                           DT-LIMITE-MAT-CAN(1:4)
                           DELIMITED BY SIZE INTO WS-LR-SITUACAO
                WHEN CAN-DESISTENTE
                    MOVE 'DESISTENTE (PRAZO VENCIDO)'
                      TO WS-LR-SITUACAO
                WHEN CAN-CLASSIFICADO
                    IF NR-CLASSIF-CAN NOT > QT-VAGAS-PS(WS-IND-CUR)
                        MOVE 'CLASSIFICADO NAS VAGAS'
                          TO WS-LR-SITUACAO
                    ELSE
                        MOVE 'CLASSIFICADO - LISTA DE ESPERA'
                          TO WS-LR-SITUACAO
                    END-IF
                WHEN OTHER
                    MOVE DS-MOTIVO-CAN TO WS-LR-SITUACAO
            END-EVALUATE
            MOVE WS-LINHA-RESULTADO TO WS-LINHA-OUT
            PERFORM P760-GRAVA-LINHA THRU P760-FIM
            .
       P810-FIM.
       P820-CABECALHO-CURSO.
            PERFORM P340-ACHA-CURSO THRU P340-FIM
            MOVE SPACES           TO NM-CURSO
            SET FS-CUR-OK         TO TRUE
            OPEN INPUT CURSOS
            IF FS-CUR-OK
                MOVE WS-ID-CURSO  TO ID-CURSO
                READ CURSOS
                    INVALID KEY
                        MOVE SPACES TO NM-CURSO
                END-READ
            END-IF
            CLOSE CURSOS
            MOVE ALL '-' TO WS-LINHA-OUT
            PERFORM P760-GRAVA-LINHA THRU P760-FIM
            MOVE ZEROS            TO WS-QT-VAGAS
            IF WS-IND-CUR > ZEROS
                MOVE QT-VAGAS-PS(WS-IND-CUR) TO WS-QT-VAGAS
            END-IF
            STRING 'CURSO ' WS-ID-CURSO ' - ' NM-CURSO
                   '   VAGAS: ' WS-QT-VAGAS
                   DELIMITED BY SIZE INTO WS-LINHA-OUT
            PERFORM P760-GRAVA-LINHA THRU P760-FIM
            STRING 'POS.  INSCR  NOME                  '
                   'NOTAS POR PROVA            FINAL  SITUACAO'
                   DELIMITED BY SIZE INTO WS-LINHA-OUT
            PERFORM P760-GRAVA-LINHA THRU P760-FIM
            .
       P820-FIM.
       P760-GRAVA-LINHA.
            MOVE WS-LINHA-OUT     TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            MOVE SPACES           TO WS-LINHA-OUT
            .
       P760-FIM.
       P900-FIM.
            GOBACK.
      * RESOLVE OS CAMINHOS FISICOS PELO CONFIGSYS (PRODUCAO OU
      * TESTE); SEM CONFIGURACAO VALEM OS PADROES ACIMA
       P050-CONFIGURA.
            MOVE 'PSEDICAO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-PSEDICAO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-PSEDICAO
            MOVE 'PSCANDID' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-PSCANDID TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-PSCANDID
            MOVE 'COBRTAXA' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-COBRTAXA TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-COBRTAXA
            MOVE 'CONTROLE' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-CONTROLE TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-CONTROLE
            MOVE 'D3-CURSOS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-CURSOS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-CURSOS
            MOVE 'D3-ALUNOCUR' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-ALUNOCUR TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-ALUNOCUR
            MOVE 'SESSAO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-SESSAO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-SESSAO
            MOVE 'BIN-SISCADAS' TO WL-CFG-CHAVE
            MOVE WS-BIN-SISCADAS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-BIN-SISCADAS
            MOVE 'PS-TAXA' TO WL-CFG-CHAVE
            MOVE WS-CD-TAXA-PS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-CD-TAXA-PS
            .
       P050-FIM.
       END PROGRAM SISSELET.

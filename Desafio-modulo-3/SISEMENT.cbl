      ******************************************************************
      * Author: ANDREI BATISTA
      * Date: 15/10/2026
      * Purpose: EMENTA DA MATERIA (EMENTA.DAT) - MANUTENCAO DOS
      *          TOPICOS NUMERADOS COM CARGA HORARIA PREVISTA E
      *          BIBLIOGRAFIA, E RELATORIO DE COBERTURA DA EMENTA NO
      *          TERMO CORRENTE: HORAS PREVISTAS X DADAS POR TOPICO
      *          (CONTEUDO REGISTRADO NO DIARIO PELO SISFREQU), OS
      *          TOPICOS AINDA NAO INICIADOS E AS SEMANAS E AULAS
      *          QUE RESTAM ATE A SEMANA DE PROVAS (CALENDARIO.DAT)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISEMENT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
               SELECT EMENTA ASSIGN TO WS-ARQ-CFG-D3-EMENTA
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-EMENTA
               FILE STATUS IS WS-FS.

               SELECT CONTEUDO ASSIGN TO WS-ARQ-CFG-D3-CONTEUDO
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-CONTEUDO
               FILE STATUS IS WS-FS-CTD.

               SELECT MATERIAS ASSIGN TO WS-ARQ-CFG-D3-MATERIAS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS ID-MATERIA
               FILE STATUS IS WS-FS-MATR.

               SELECT CALENDARIO ASSIGN TO WS-ARQ-CFG-CALENDARIO
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-CALENDARIO
               FILE STATUS IS WS-FS-CAL.

               SELECT COBERTURA-OUT ASSIGN TO WS-ARQ-COBERTURA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OUT.

       DATA DIVISION.
       FILE SECTION.
       FD EMENTA.
          COPY FD_EMENT.
       FD CONTEUDO.
          COPY FD_CONTE.
       FD MATERIAS.
          COPY FD_MATER.
       FD CALENDARIO.
          COPY FD_CALEN.
       FD COBERTURA-OUT.
       01 REG-COBERTURA-OUT                PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-FS                            PIC 99.
          88 FS-OK                         VALUE 0.
       77 WS-FS-CTD                        PIC 99.
          88 FS-CTD-OK                     VALUE 0.
       77 WS-FS-MATR                       PIC 99.
          88 FS-MATR-OK                    VALUE 0.
       77 WS-FS-CAL                        PIC 99.
          88 FS-CAL-OK                     VALUE 0.
       77 WS-FS-OUT                        PIC 99.
          88 FS-OUT-OK                     VALUE 0.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE 'S' FALSE 'N'.
       77 WS-OPCAO                         PIC X.
       77 WS-CONFIRM                       PIC X VALUE SPACES.
       77 WS-ID-MATERIA                    PIC 9(03).
       77 WS-NM-MATERIA                    PIC X(20).
       77 WS-CH-MATERIA                    PIC 9(03).
       77 WS-NR-TOPICO                     PIC 9(02).
       77 WS-DS-TOPICO                     PIC X(40).
       77 WS-CH-PREVISTA                   PIC 9(03).
       77 WS-BIBLIOGRAFIA                  PIC X(60).
       77 WS-SOMA-PREVISTA                 PIC 9(05).
       77 WS-QTD-TOPICOS                   PIC 9(03).
       77 WS-IND-TOP                       PIC 9(03).
       77 WS-IND-CTD                       PIC 9(01).
       77 WS-DATA-HOJE-8                   PIC 9(08).
       77 WS-DT-INI-TERMO                  PIC 9(08) VALUE ZEROS.
       77 WS-DT-FIM-TERMO                  PIC 9(08) VALUE ZEROS.
       77 WS-CD-TERMO                      PIC X(06) VALUE SPACES.
       77 WS-DT-PROVAS                     PIC 9(08) VALUE ZEROS.
       77 WS-DIAS                          PIC S9(07).
       77 WS-SEMANAS-TERMO                 PIC 9(03) VALUE ZEROS.
       77 WS-SEMANAS-PROVAS                PIC 9(03) VALUE ZEROS.
       77 WS-AULAS-RESTANTES               PIC 9(04) VALUE ZEROS.
       77 WS-HORAS-FALTANTES               PIC 9(05)V99 VALUE ZEROS.
       77 WS-HORAS-DADAS-TOT               PIC 9(05)V99 VALUE ZEROS.
       77 WS-FRACAO                        PIC 9(01)V9999.
       77 WS-QTD-NAO-INICIADOS             PIC 9(03) VALUE ZEROS.
       77 WS-EM-USO                        PIC X VALUE 'N'.
          88 TOPICO-EM-USO                 VALUE 'S' FALSE 'N'.
       77 WS-CHAVES-OK                     PIC X VALUE 'N'.
          88 CHAVES-OK                     VALUE 'S' FALSE 'N'.
       77 WS-DADOS-OK                      PIC X VALUE 'N'.
          88 DADOS-OK                      VALUE 'S' FALSE 'N'.
       77 WS-LINHA-OUT                     PIC X(80) VALUE SPACES.
       77 WS-SITUACAO-TOP                  PIC X(12).
       77 WS-HORAS-ED                      PIC ZZ9,99.
       77 WS-DADAS-ARRED                   PIC 9(03)V99.
       01 WS-TABELA-TOPICOS.
          03 WS-TAB-TOPICO OCCURS 99 TIMES.
             05 WS-TOP-NR                  PIC 9(02).
             05 WS-TOP-DS                  PIC X(40).
             05 WS-TOP-PREVISTA            PIC 9(03).
             05 WS-TOP-DADAS               PIC 9(03)V9999.
       01 WS-VALOR-TOPICO.
          03 WS-VLT-DESCRICAO              PIC X(40).
          03 FILLER                        PIC X(01) VALUE SPACE.
          03 WS-VLT-CH                     PIC 9(03).
       01 WS-CHAVE-AUDIT.
          03 WS-CHA-ID-MATERIA             PIC 9(03).
          03 FILLER                        PIC X(01) VALUE '/'.
          03 WS-CHA-NR-TOPICO              PIC 9(02).
       01 WL-PARAMETROS-AULAS.
          03 WL-AUL-ID-MATERIA             PIC 9(03).
          03 WL-AUL-DT-INICIO              PIC 9(08).
          03 WL-AUL-DT-FIM                 PIC 9(08).
          03 WL-AUL-QT-AULAS               PIC 9(04).
          03 WL-AUL-QT-PERDIDAS            PIC 9(04).
          03 WL-AUL-QT-REPOSICOES          PIC 9(04).
       01 WL-AUDITORIA.
          03 WL-PROGRAMA                   PIC X(12)
             VALUE 'SISEMENT'.
          03 WL-OPERACAO                   PIC X(10).
          03 WL-CHAVE                      PIC X(10).
          03 WL-VALOR-ANTIGO               PIC X(50).
          03 WL-VALOR-NOVO                 PIC X(50).
       01 WS-ARQ-COBERTURA                 PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\COBERTURA_EMENTA.TXT'.
       01 WL-SPOOL.
          03 WL-SPL-RELATORIO              PIC X(12).
          03 WL-SPL-ARQUIVO                PIC X(60).
          03 WL-SPL-OK                     PIC X(01).
             88 WL-SPOOL-ABERTO            VALUE 'S'.
             88 WL-SPOOL-FALHOU            VALUE 'N'.

       01 WS-ARQ-CFG-D3-EMENTA             PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\EMENTA.DAT'.
       01 WS-ARQ-CFG-D3-CONTEUDO           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\CONTEUDO.DAT'.
       01 WS-ARQ-CFG-D3-MATERIAS           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\MATERIAS.DAT'.
       01 WS-ARQ-CFG-CALENDARIO            PIC X(60) VALUE
          'C:\COBOL\CALENDARIO.DAT'.
          COPY CFG_AREA.
       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM                   PIC X(50).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            PERFORM P050-CONFIGURA THRU P050-FIM
            PERFORM P100-ACHA-TERMO THRU P100-FIM
            PERFORM P300-PROCESSA  THRU P300-FIM
                                    UNTIL WS-OPCAO = 'F' OR 'f'
            PERFORM P900-FIM
            .
      * TERMO CORRENTE DO CALENDARIO ACADEMICO (EVENTO 'T' QUE COBRE
      * A DATA DE HOJE) E A PRIMEIRA SEMANA DE PROVAS ('P') DO TERMO
      * QUE AINDA NAO PASSOU
       P100-ACHA-TERMO.
            MOVE ZEROS            TO WS-DT-INI-TERMO WS-DT-FIM-TERMO
                                     WS-DT-PROVAS
            MOVE SPACES           TO WS-CD-TERMO
            ACCEPT WS-DATA-HOJE-8 FROM DATE YYYYMMDD
            SET EOF-OK            TO FALSE
            SET FS-CAL-OK         TO TRUE
            OPEN INPUT CALENDARIO
            IF NOT FS-CAL-OK
                GO TO P100-FIM
            END-IF
            PERFORM UNTIL EOF-OK
                READ CALENDARIO NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF EVENTO-TERMO AND
                           DT-EVENTO-CAL <= WS-DATA-HOJE-8 AND
                           DT-FIM-EVENTO-CAL >= WS-DATA-HOJE-8
                            MOVE DT-EVENTO-CAL     TO WS-DT-INI-TERMO
                            MOVE DT-FIM-EVENTO-CAL TO WS-DT-FIM-TERMO
                            MOVE CD-TERMO-CAL      TO WS-CD-TERMO
                        END-IF
                END-READ
            END-PERFORM
            IF WS-CD-TERMO NOT EQUAL SPACES
                SET EOF-OK        TO FALSE
                MOVE WS-CD-TERMO  TO CD-TERMO-CAL
                MOVE 'P'          TO TP-EVENTO-CAL
                MOVE ZEROS        TO DT-EVENTO-CAL
                START CALENDARIO KEY IS NOT LESS THAN CHAVE-CALENDARIO
                    INVALID KEY
                        SET EOF-OK TO TRUE
                END-START
                PERFORM UNTIL EOF-OK
                    READ CALENDARIO NEXT
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            IF CD-TERMO-CAL NOT EQUAL WS-CD-TERMO OR
                               NOT EVENTO-PROVA
                                SET EOF-OK TO TRUE
                            ELSE
                                IF DT-FIM-EVENTO-CAL >= WS-DATA-HOJE-8
                                   AND WS-DT-PROVAS EQUAL ZEROS
                                    MOVE DT-EVENTO-CAL TO WS-DT-PROVAS
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
            END-IF
            CLOSE CALENDARIO
            .
       P100-FIM.
       P300-PROCESSA.
            MOVE SPACES             TO WS-OPCAO
            DISPLAY '**************************************************'
            DISPLAY '***            EMENTA DA MATERIA               ***'
            DISPLAY '**************************************************'
            DISPLAY '*** 1 - Incluir topico na ementa               ***'
            DISPLAY '*** 2 - Listar ementa de uma materia           ***'
            DISPLAY '*** 3 - Alterar topico da ementa               ***'
            DISPLAY '*** 4 - Excluir topico da ementa               ***'
            DISPLAY '*** 5 - Cobertura da ementa no termo           ***'
            DISPLAY '***          <TECLE F PARA FINALIZAR>          ***'
            DISPLAY '**************************************************'
            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN '1'
                    PERFORM P310-INCLUI    THRU P310-FIM
                WHEN '2'
                    PERFORM P320-LISTA     THRU P320-FIM
                WHEN '3'
                    PERFORM P330-ALTERA    THRU P330-FIM
                WHEN '4'
                    PERFORM P335-EXCLUI    THRU P335-FIM
                WHEN '5'
                    PERFORM P400-COBERTURA THRU P400-FIM
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
            PERFORM P340-PEDE-CHAVE THRU P340-FIM
            IF NOT CHAVES-OK
                GO TO P310-FIM
            END-IF
            PERFORM P360-PEDE-DADOS THRU P360-FIM
            IF NOT DADOS-OK
                GO TO P310-FIM
            END-IF
            SET FS-OK             TO TRUE
            OPEN I-O EMENTA
            IF WS-FS EQUAL 35 THEN
                OPEN OUTPUT EMENTA
                CLOSE EMENTA
                OPEN I-O EMENTA
            END-IF
            IF FS-OK
                MOVE WS-ID-MATERIA    TO ID-MATERIA-EMT
                MOVE WS-NR-TOPICO     TO NR-TOPICO-EMT
                MOVE WS-DS-TOPICO     TO DS-TOPICO-EMT
                MOVE WS-CH-PREVISTA   TO CH-PREVISTA-EMT
                MOVE WS-BIBLIOGRAFIA  TO BIBLIOGRAFIA-EMT
                WRITE REG-EMENTA
                    INVALID KEY
                        DISPLAY 'TOPICO JA CADASTRADO NA EMENTA! '
                    NOT INVALID KEY
                        DISPLAY 'Topico gravado com sucesso!'
                        MOVE 'INCLUSAO'    TO WL-OPERACAO
                        MOVE SPACES        TO WL-VALOR-ANTIGO
                        PERFORM P380-AUDITA THRU P380-FIM
                END-WRITE
            ELSE
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE EMENTAS. '
                DISPLAY 'FILE STATUS: ' WS-FS
            END-IF
            CLOSE EMENTA
            .
       P310-FIM.
       P320-LISTA.
            DISPLAY 'Informe o ID da materia: '
            ACCEPT WS-ID-MATERIA
            PERFORM P345-LE-MATERIA THRU P345-FIM
            IF NOT CHAVES-OK
                GO TO P320-FIM
            END-IF
            MOVE ZEROS            TO WS-SOMA-PREVISTA WS-QTD-TOPICOS
            SET EOF-OK            TO FALSE
            SET FS-OK             TO TRUE
            OPEN INPUT EMENTA
            IF WS-FS EQUAL 35
                DISPLAY 'NENHUMA EMENTA CADASTRADA AINDA. '
                GO TO P320-FIM
            END-IF
            IF NOT FS-OK
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE EMENTAS. '
                DISPLAY 'FILE STATUS: ' WS-FS
                GO TO P320-FIM
            END-IF
            MOVE WS-ID-MATERIA    TO ID-MATERIA-EMT
            MOVE ZEROS            TO NR-TOPICO-EMT
            START EMENTA KEY IS NOT LESS THAN CHAVE-EMENTA
                INVALID KEY
                    SET EOF-OK    TO TRUE
            END-START
            DISPLAY 'EMENTA DE ' WS-NM-MATERIA
            DISPLAY 'NR  TOPICO                                    CH'
            PERFORM UNTIL EOF-OK
                READ EMENTA NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF ID-MATERIA-EMT NOT EQUAL WS-ID-MATERIA
                            SET EOF-OK TO TRUE
                        ELSE
                            ADD 1 TO WS-QTD-TOPICOS
                            ADD CH-PREVISTA-EMT TO WS-SOMA-PREVISTA
                            DISPLAY NR-TOPICO-EMT '  '
                                    DS-TOPICO-EMT '  '
                                    CH-PREVISTA-EMT
                            IF BIBLIOGRAFIA-EMT NOT EQUAL SPACES
                                DISPLAY '    BIBLIOGRAFIA: '
                                        BIBLIOGRAFIA-EMT
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE EMENTA
            IF WS-QTD-TOPICOS EQUAL 0
                DISPLAY 'MATERIA SEM EMENTA CADASTRADA. '
            ELSE
                DISPLAY 'CARGA PREVISTA NA EMENTA: ' WS-SOMA-PREVISTA
                        ' H   CARGA DA MATERIA: ' WS-CH-MATERIA ' H'
                IF WS-SOMA-PREVISTA NOT EQUAL WS-CH-MATERIA
                    DISPLAY 'ATENCAO: A EMENTA NAO FECHA COM A CARGA '
                            'HORARIA DA MATERIA.'
                END-IF
            END-IF
            .
       P320-FIM.
       P330-ALTERA.
            PERFORM P340-PEDE-CHAVE THRU P340-FIM
            IF NOT CHAVES-OK
                GO TO P330-FIM
            END-IF
            SET FS-OK             TO TRUE
            OPEN I-O EMENTA
            IF NOT FS-OK
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE EMENTAS. '
                DISPLAY 'FILE STATUS: ' WS-FS
                CLOSE EMENTA
                GO TO P330-FIM
            END-IF
            MOVE WS-ID-MATERIA    TO ID-MATERIA-EMT
            MOVE WS-NR-TOPICO     TO NR-TOPICO-EMT
            READ EMENTA
                INVALID KEY
                    DISPLAY 'TOPICO NAO EXISTE NA EMENTA! '
                NOT INVALID KEY
                    DISPLAY 'Atual: ' DS-TOPICO-EMT
                            ' CH ' CH-PREVISTA-EMT
                    DISPLAY 'Bibliografia: ' BIBLIOGRAFIA-EMT
                    MOVE DS-TOPICO-EMT    TO WS-VLT-DESCRICAO
                    MOVE CH-PREVISTA-EMT  TO WS-VLT-CH
                    MOVE WS-VALOR-TOPICO  TO WL-VALOR-ANTIGO
                    PERFORM P360-PEDE-DADOS THRU P360-FIM
                    IF DADOS-OK
                        MOVE WS-DS-TOPICO     TO DS-TOPICO-EMT
                        MOVE WS-CH-PREVISTA   TO CH-PREVISTA-EMT
                        MOVE WS-BIBLIOGRAFIA  TO BIBLIOGRAFIA-EMT
                        REWRITE REG-EMENTA
                        IF FS-OK
                            DISPLAY 'Topico atualizado com sucesso!'
                            MOVE 'ALTERACAO'  TO WL-OPERACAO
                            PERFORM P380-AUDITA THRU P380-FIM
                        ELSE
                            DISPLAY 'ERRO AO ATUALIZAR O TOPICO. '
                            DISPLAY 'FILE STATUS: ' WS-FS
                        END-IF
                    END-IF
            END-READ
            CLOSE EMENTA
            .
       P330-FIM.
      * TOPICO JA CITADO NO DIARIO NAO SAI DA EMENTA - O CONTEUDO
      * DAS AULAS FICARIA APONTANDO PARA O NADA
       P335-EXCLUI.
            PERFORM P340-PEDE-CHAVE THRU P340-FIM
            IF NOT CHAVES-OK
                GO TO P335-FIM
            END-IF
            PERFORM P350-CHECA-USO THRU P350-FIM
            IF TOPICO-EM-USO
                DISPLAY 'TOPICO JA REGISTRADO NO DIARIO DE CLASSE - '
                        'EXCLUSAO RECUSADA.'
                GO TO P335-FIM
            END-IF
            SET FS-OK             TO TRUE
            OPEN I-O EMENTA
            IF NOT FS-OK
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE EMENTAS. '
                DISPLAY 'FILE STATUS: ' WS-FS
                CLOSE EMENTA
                GO TO P335-FIM
            END-IF
            MOVE WS-ID-MATERIA    TO ID-MATERIA-EMT
            MOVE WS-NR-TOPICO     TO NR-TOPICO-EMT
            READ EMENTA
                INVALID KEY
                    DISPLAY 'TOPICO NAO EXISTE NA EMENTA! '
                NOT INVALID KEY
                    DISPLAY 'TECLE: '
                            '<S> para excluir ou <QUALQUER TECLA>'
                            ' para abortar.'
                    ACCEPT WS-CONFIRM
                    IF WS-CONFIRM EQUAL 'S' OR 's' THEN
                        MOVE DS-TOPICO-EMT    TO WS-VLT-DESCRICAO
                        MOVE CH-PREVISTA-EMT  TO WS-VLT-CH
                        DELETE EMENTA RECORD
                        IF FS-OK
                            DISPLAY 'Topico excluido com sucesso!'
                            MOVE 'EXCLUSAO'   TO WL-OPERACAO
                            MOVE WS-VALOR-TOPICO TO WL-VALOR-ANTIGO
                            MOVE SPACES       TO WL-VALOR-NOVO
                            MOVE WS-ID-MATERIA   TO WS-CHA-ID-MATERIA
                            MOVE WS-NR-TOPICO    TO WS-CHA-NR-TOPICO
                            MOVE WS-CHAVE-AUDIT  TO WL-CHAVE
                            CALL 'AUDITLOG' USING WL-AUDITORIA
                        ELSE
                            DISPLAY 'ERRO AO EXCLUIR O TOPICO. '
                            DISPLAY 'FILE STATUS: ' WS-FS
                        END-IF
                    ELSE
                        DISPLAY 'Exclusao nao realizada.'
                    END-IF
            END-READ
            CLOSE EMENTA
            .
       P335-FIM.
       P340-PEDE-CHAVE.
            SET CHAVES-OK         TO FALSE
            DISPLAY 'Informe o ID da materia: '
            ACCEPT WS-ID-MATERIA
            DISPLAY 'Informe o numero do topico (1 a 99): '
            ACCEPT WS-NR-TOPICO
            IF WS-NR-TOPICO < 1
                DISPLAY 'NUMERO DE TOPICO INVALIDO! '
                GO TO P340-FIM
            END-IF
            PERFORM P345-LE-MATERIA THRU P345-FIM
            .
       P340-FIM.
       P345-LE-MATERIA.
            SET CHAVES-OK         TO FALSE
            SET FS-MATR-OK        TO TRUE
            OPEN INPUT MATERIAS
            IF FS-MATR-OK
                MOVE WS-ID-MATERIA    TO ID-MATERIA
                READ MATERIAS
                    INVALID KEY
                        DISPLAY 'MATERIA NAO EXISTE! '
                    NOT INVALID KEY
                        SET CHAVES-OK TO TRUE
                        MOVE NM-MATERIA TO WS-NM-MATERIA
                        MOVE CH-MATERIA TO WS-CH-MATERIA
                END-READ
            ELSE
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE MATERIAS. '
                DISPLAY 'FILE STATUS: ' WS-FS-MATR
            END-IF
            CLOSE MATERIAS
            .
       P345-FIM.
       P350-CHECA-USO.
            SET TOPICO-EM-USO     TO FALSE
            SET EOF-OK            TO FALSE
            SET FS-CTD-OK         TO TRUE
            OPEN INPUT CONTEUDO
            IF NOT FS-CTD-OK
                GO TO P350-FIM
            END-IF
            MOVE WS-ID-MATERIA    TO ID-MATERIA-CTD
            MOVE ZEROS            TO DT-AULA-CTD PERIODO-CTD
            START CONTEUDO KEY IS NOT LESS THAN CHAVE-CONTEUDO
                INVALID KEY
                    SET EOF-OK    TO TRUE
            END-START
            PERFORM UNTIL EOF-OK OR TOPICO-EM-USO
                READ CONTEUDO NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF ID-MATERIA-CTD NOT EQUAL WS-ID-MATERIA
                            SET EOF-OK TO TRUE
                        ELSE
                            PERFORM VARYING WS-IND-CTD FROM 1 BY 1
                                    UNTIL WS-IND-CTD > QT-TOPICOS-CTD
                                IF NR-TOPICO-CTD(WS-IND-CTD) EQUAL
                                   WS-NR-TOPICO
                                    SET TOPICO-EM-USO TO TRUE
                                END-IF
                            END-PERFORM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CONTEUDO
            .
       P350-FIM.
       P360-PEDE-DADOS.
            SET DADOS-OK          TO FALSE
            DISPLAY 'Informe a descricao do topico: '
            ACCEPT WS-DS-TOPICO
            IF WS-DS-TOPICO EQUAL SPACES
                DISPLAY 'DESCRICAO OBRIGATORIA! '
                GO TO P360-FIM
            END-IF
            DISPLAY 'Informe a carga horaria prevista (horas-aula): '
            ACCEPT WS-CH-PREVISTA
            IF WS-CH-PREVISTA < 1
                DISPLAY 'CARGA HORARIA INVALIDA! '
                GO TO P360-FIM
            END-IF
            DISPLAY 'Informe a bibliografia: '
            ACCEPT WS-BIBLIOGRAFIA
            SET DADOS-OK          TO TRUE
            .
       P360-FIM.
       P380-AUDITA.
            MOVE WS-ID-MATERIA    TO WS-CHA-ID-MATERIA
            MOVE WS-NR-TOPICO     TO WS-CHA-NR-TOPICO
            MOVE WS-CHAVE-AUDIT   TO WL-CHAVE
            MOVE WS-DS-TOPICO     TO WS-VLT-DESCRICAO
            MOVE WS-CH-PREVISTA   TO WS-VLT-CH
            MOVE WS-VALOR-TOPICO  TO WL-VALOR-NOVO
            CALL 'AUDITLOG' USING WL-AUDITORIA
            .
       P380-FIM.
      * COBERTURA DA EMENTA NO TERMO CORRENTE: CADA AULA COM CONTEUDO
      * REGISTRADO VALE UMA HORA-AULA, DIVIDIDA IGUALMENTE ENTRE OS
      * TOPICOS QUE ELA COBRIU
       P400-COBERTURA.
            DISPLAY 'Informe o ID da materia: '
            ACCEPT WS-ID-MATERIA
            PERFORM P345-LE-MATERIA THRU P345-FIM
            IF NOT CHAVES-OK
                GO TO P400-FIM
            END-IF
            PERFORM P410-CARREGA-EMENTA THRU P410-FIM
            IF WS-QTD-TOPICOS EQUAL ZEROS
                DISPLAY 'MATERIA SEM EMENTA CADASTRADA. '
                GO TO P400-FIM
            END-IF
            PERFORM P420-SOMA-CONTEUDO THRU P420-FIM
            PERFORM P430-PRAZO THRU P430-FIM
            PERFORM P440-IMPRIME THRU P440-FIM
            .
       P400-FIM.
       P410-CARREGA-EMENTA.
            MOVE ZEROS            TO WS-QTD-TOPICOS WS-SOMA-PREVISTA
            SET EOF-OK            TO FALSE
            SET FS-OK             TO TRUE
            OPEN INPUT EMENTA
            IF NOT FS-OK
                GO TO P410-FIM
            END-IF
            MOVE WS-ID-MATERIA    TO ID-MATERIA-EMT
            MOVE ZEROS            TO NR-TOPICO-EMT
            START EMENTA KEY IS NOT LESS THAN CHAVE-EMENTA
                INVALID KEY
                    SET EOF-OK    TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ EMENTA NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF ID-MATERIA-EMT NOT EQUAL WS-ID-MATERIA
                            SET EOF-OK TO TRUE
                        ELSE
                            ADD 1 TO WS-QTD-TOPICOS
                            MOVE NR-TOPICO-EMT
                                TO WS-TOP-NR(WS-QTD-TOPICOS)
                            MOVE DS-TOPICO-EMT
                                TO WS-TOP-DS(WS-QTD-TOPICOS)
                            MOVE CH-PREVISTA-EMT
                                TO WS-TOP-PREVISTA(WS-QTD-TOPICOS)
                            MOVE ZEROS
                                TO WS-TOP-DADAS(WS-QTD-TOPICOS)
                            ADD CH-PREVISTA-EMT TO WS-SOMA-PREVISTA
                        END-IF
                END-READ
            END-PERFORM
            CLOSE EMENTA
            .
       P410-FIM.
       P420-SOMA-CONTEUDO.
            SET EOF-OK            TO FALSE
            SET FS-CTD-OK         TO TRUE
            OPEN INPUT CONTEUDO
            IF NOT FS-CTD-OK
                GO TO P420-FIM
            END-IF
            MOVE WS-ID-MATERIA    TO ID-MATERIA-CTD
            MOVE WS-DT-INI-TERMO  TO DT-AULA-CTD
            MOVE ZEROS            TO PERIODO-CTD
            START CONTEUDO KEY IS NOT LESS THAN CHAVE-CONTEUDO
                INVALID KEY
                    SET EOF-OK    TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ CONTEUDO NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF ID-MATERIA-CTD NOT EQUAL WS-ID-MATERIA OR
                           (WS-DT-FIM-TERMO NOT EQUAL ZEROS AND
                            DT-AULA-CTD > WS-DT-FIM-TERMO)
                            SET EOF-OK TO TRUE
                        ELSE
                            PERFORM P425-REPARTE THRU P425-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CONTEUDO
            .
       P420-FIM.
       P425-REPARTE.
            IF QT-TOPICOS-CTD EQUAL ZEROS
                GO TO P425-FIM
            END-IF
            COMPUTE WS-FRACAO = 1 / QT-TOPICOS-CTD
            PERFORM VARYING WS-IND-CTD FROM 1 BY 1
                    UNTIL WS-IND-CTD > QT-TOPICOS-CTD
                PERFORM VARYING WS-IND-TOP FROM 1 BY 1
                        UNTIL WS-IND-TOP > WS-QTD-TOPICOS
                    IF WS-TOP-NR(WS-IND-TOP) EQUAL
                       NR-TOPICO-CTD(WS-IND-CTD)
                        ADD WS-FRACAO TO WS-TOP-DADAS(WS-IND-TOP)
                    END-IF
                END-PERFORM
            END-PERFORM
            .
       P425-FIM.
      * SEMANAS QUE RESTAM NO TERMO E ATE A SEMANA DE PROVAS, E AS
      * AULAS DA GRADE QUE AINDA CABEM ATE LA (CHKAULAS)
       P430-PRAZO.
            MOVE ZEROS            TO WS-SEMANAS-TERMO WS-SEMANAS-PROVAS
                                     WS-AULAS-RESTANTES
            IF WS-DT-FIM-TERMO NOT EQUAL ZEROS
                COMPUTE WS-DIAS =
                        FUNCTION INTEGER-OF-DATE(WS-DT-FIM-TERMO) -
                        FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE-8)
                IF WS-DIAS > 0
                    COMPUTE WS-SEMANAS-TERMO = WS-DIAS / 7
                END-IF
            END-IF
            IF WS-DT-PROVAS NOT EQUAL ZEROS
                COMPUTE WS-DIAS =
                        FUNCTION INTEGER-OF-DATE(WS-DT-PROVAS) -
                        FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE-8)
                IF WS-DIAS > 0
                    COMPUTE WS-SEMANAS-PROVAS = WS-DIAS / 7
                    MOVE WS-ID-MATERIA    TO WL-AUL-ID-MATERIA
                    MOVE WS-DATA-HOJE-8   TO WL-AUL-DT-INICIO
                    MOVE WS-DT-PROVAS     TO WL-AUL-DT-FIM
                    CALL 'CHKAULAS' USING WL-PARAMETROS-AULAS
                    MOVE WL-AUL-QT-AULAS  TO WS-AULAS-RESTANTES
                END-IF
            END-IF
            .
       P430-FIM.
       P440-IMPRIME.
            MOVE 'COBEMENTA'      TO WL-SPL-RELATORIO
            CALL 'SPOOLREG' USING WL-SPOOL
            IF WL-SPOOL-ABERTO
                MOVE WL-SPL-ARQUIVO TO WS-ARQ-COBERTURA
            ELSE
                MOVE 'C:\COBOL\Desafio-modulo-3\COBERTURA_EMENTA.TXT'
                    TO WS-ARQ-COBERTURA
            END-IF
            SET FS-OUT-OK         TO TRUE
            OPEN OUTPUT COBERTURA-OUT
            IF NOT FS-OUT-OK
                DISPLAY 'ERRO AO GRAVAR O RELATORIO DE COBERTURA. '
                DISPLAY 'FILE STATUS: ' WS-FS-OUT
                GO TO P440-FIM
            END-IF
            MOVE ZEROS            TO WS-HORAS-DADAS-TOT
                                     WS-HORAS-FALTANTES
                                     WS-QTD-NAO-INICIADOS
            MOVE ALL '=' TO REG-COBERTURA-OUT
            WRITE REG-COBERTURA-OUT
            MOVE SPACES TO WS-LINHA-OUT
            STRING 'COBERTURA DA EMENTA - ' WS-ID-MATERIA ' '
                   WS-NM-MATERIA '  TERMO ' WS-CD-TERMO
                   DELIMITED BY SIZE INTO WS-LINHA-OUT
            MOVE WS-LINHA-OUT TO REG-COBERTURA-OUT
            WRITE REG-COBERTURA-OUT
            MOVE SPACES TO WS-LINHA-OUT
            STRING 'EMITIDO EM ' WS-DATA-HOJE-8
                   DELIMITED BY SIZE INTO WS-LINHA-OUT
            MOVE WS-LINHA-OUT TO REG-COBERTURA-OUT
            WRITE REG-COBERTURA-OUT
            MOVE ALL '=' TO REG-COBERTURA-OUT
            WRITE REG-COBERTURA-OUT
            MOVE 'NR TOPICO                                   PREV.'
                 TO WS-LINHA-OUT
            MOVE '  DADAS  SITUACAO' TO WS-LINHA-OUT(51:17)
            MOVE WS-LINHA-OUT TO REG-COBERTURA-OUT
            WRITE REG-COBERTURA-OUT
            MOVE ALL '-' TO REG-COBERTURA-OUT
            WRITE REG-COBERTURA-OUT
            PERFORM VARYING WS-IND-TOP FROM 1 BY 1
                    UNTIL WS-IND-TOP > WS-QTD-TOPICOS
                PERFORM P450-LINHA-TOPICO THRU P450-FIM
            END-PERFORM
            MOVE ALL '-' TO REG-COBERTURA-OUT
            WRITE REG-COBERTURA-OUT
            MOVE WS-HORAS-DADAS-TOT TO WS-HORAS-ED
            MOVE SPACES TO WS-LINHA-OUT
            STRING 'HORAS PREVISTAS: ' WS-SOMA-PREVISTA
                   '   HORAS DADAS: ' WS-HORAS-ED
                   '   TOPICOS NAO INICIADOS: ' WS-QTD-NAO-INICIADOS
                   DELIMITED BY SIZE INTO WS-LINHA-OUT
            MOVE WS-LINHA-OUT TO REG-COBERTURA-OUT
            WRITE REG-COBERTURA-OUT
            MOVE SPACES TO WS-LINHA-OUT
            IF WS-CD-TERMO EQUAL SPACES
                MOVE 'SEM TERMO CORRENTE NO CALENDARIO.'
                    TO WS-LINHA-OUT
            ELSE
                STRING 'SEMANAS ATE O FIM DO TERMO: ' WS-SEMANAS-TERMO
                       '   ATE A SEMANA DE PROVAS: '
                       WS-SEMANAS-PROVAS
                       DELIMITED BY SIZE INTO WS-LINHA-OUT
            END-IF
            MOVE WS-LINHA-OUT TO REG-COBERTURA-OUT
            WRITE REG-COBERTURA-OUT
            MOVE WS-HORAS-FALTANTES TO WS-HORAS-ED
            MOVE SPACES TO WS-LINHA-OUT
            STRING 'HORAS DE EMENTA A COBRIR: ' WS-HORAS-ED
                   '   AULAS DA GRADE ATE AS PROVAS: '
                   WS-AULAS-RESTANTES
                   DELIMITED BY SIZE INTO WS-LINHA-OUT
            MOVE WS-LINHA-OUT TO REG-COBERTURA-OUT
            WRITE REG-COBERTURA-OUT
            IF WS-HORAS-FALTANTES > WS-AULAS-RESTANTES AND
               WS-DT-PROVAS NOT EQUAL ZEROS
                MOVE '*** A EMENTA NAO CABE NAS AULAS QUE RESTAM ATE '
                    TO WS-LINHA-OUT
                MOVE 'AS PROVAS ***' TO WS-LINHA-OUT(49:13)
                MOVE WS-LINHA-OUT TO REG-COBERTURA-OUT
                WRITE REG-COBERTURA-OUT
                DISPLAY 'ATENCAO: A EMENTA NAO CABE NAS AULAS QUE '
                        'RESTAM ATE A SEMANA DE PROVAS.'
            END-IF
            MOVE ALL '=' TO REG-COBERTURA-OUT
            WRITE REG-COBERTURA-OUT
            CLOSE COBERTURA-OUT
            DISPLAY 'COBERTURA GRAVADA EM COBERTURA_EMENTA.TXT ('
                    WS-QTD-TOPICOS ' topico(s), '
                    WS-QTD-NAO-INICIADOS ' nao iniciado(s)).'
            .
       P440-FIM.
      * AS FRACOES DE AULA (1/3 DE HORA ETC.) SAO ARREDONDADAS NO
      * CENTESIMO ANTES DE COMPARAR COM O PREVISTO
       P450-LINHA-TOPICO.
            COMPUTE WS-DADAS-ARRED ROUNDED = WS-TOP-DADAS(WS-IND-TOP)
            ADD WS-DADAS-ARRED    TO WS-HORAS-DADAS-TOT
            EVALUATE TRUE
                WHEN WS-DADAS-ARRED EQUAL ZEROS
                    MOVE 'NAO INICIADO' TO WS-SITUACAO-TOP
                    ADD 1 TO WS-QTD-NAO-INICIADOS
                WHEN WS-DADAS-ARRED < WS-TOP-PREVISTA(WS-IND-TOP)
                    MOVE 'PARCIAL'      TO WS-SITUACAO-TOP
                WHEN OTHER
                    MOVE 'COBERTO'      TO WS-SITUACAO-TOP
            END-EVALUATE
            IF WS-DADAS-ARRED < WS-TOP-PREVISTA(WS-IND-TOP)
                COMPUTE WS-HORAS-FALTANTES = WS-HORAS-FALTANTES +
                        WS-TOP-PREVISTA(WS-IND-TOP) - WS-DADAS-ARRED
            END-IF
            MOVE WS-DADAS-ARRED   TO WS-HORAS-ED
            MOVE SPACES TO WS-LINHA-OUT
            STRING WS-TOP-NR(WS-IND-TOP) ' '
                   WS-TOP-DS(WS-IND-TOP) '  '
                   WS-TOP-PREVISTA(WS-IND-TOP) '  '
                   WS-HORAS-ED '  '
                   WS-SITUACAO-TOP
                   DELIMITED BY SIZE INTO WS-LINHA-OUT
            MOVE WS-LINHA-OUT TO REG-COBERTURA-OUT
            WRITE REG-COBERTURA-OUT
            .
       P450-FIM.
       P900-FIM.
            GOBACK.
      * RESOLVE OS CAMINHOS FISICOS PELO CONFIGSYS (PRODUCAO OU
      * TESTE); SEM CONFIGURACAO VALEM OS PADROES ACIMA
       P050-CONFIGURA.
            MOVE 'D3-EMENTA' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-EMENTA TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-EMENTA
            MOVE 'D3-CONTEUDO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-CONTEUDO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-CONTEUDO
            MOVE 'D3-MATERIAS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-MATERIAS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-MATERIAS
            MOVE 'CALENDARIO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-CALENDARIO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-CALENDARIO
            .
       P050-FIM.
       END PROGRAM SISEMENT.

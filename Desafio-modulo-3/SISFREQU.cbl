      *          HORARIOS.DAT (OU REPOSICAO AGENDADA) E O ALUNO
      *          CONTRA MATRICULAS.DAT; INCLUI A CONSULTA DO
      *          PERCENTUAL DE FREQUENCIA POR ALUNO/MATERIA EM UM
      *          INTERVALO DE DATAS (AULAS DADAS VIA CHKAULAS) E O
      *          REGISTRO DO CONTEUDO MINISTRADO EM CADA AULA
      *          (CONTEUDO.DAT), LIGADO AOS TOPICOS DA EMENTA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISFREQU.
                   WITH DUPLICATES
               FILE STATUS IS WS-FS.

               SELECT CONTEUDO ASSIGN TO WS-ARQ-CFG-D3-CONTEUDO
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-CONTEUDO
               FILE STATUS IS WS-FS-CTD.

               SELECT EMENTA ASSIGN TO WS-ARQ-CFG-D3-EMENTA
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-EMENTA
               FILE STATUS IS WS-FS-EMT.

       DATA DIVISION.
       FILE SECTION.
       FD FREQUENCIA.
          COPY FD_MATRI.
       FD ALUNOS.
          COPY FD_REGIS.
       FD CONTEUDO.
          COPY FD_CONTE.
       FD EMENTA.
          COPY FD_EMENT.

       WORKING-STORAGE SECTION.
       77 WS-FS                            PIC 99.
          88 FS-REP-OK                     VALUE 0.
       77 WS-FS-MAT                        PIC 99.
          88 FS-MAT-OK                     VALUE 0.
       77 WS-FS-CTD                        PIC 99.
          88 FS-CTD-OK                     VALUE 0.
       77 WS-FS-EMT                        PIC 99.
          88 FS-EMT-OK                     VALUE 0.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE 'S' FALSE 'N'.
       77 WS-OPCAO                         PIC X.
       77 WS-QTD-FALTAS                    PIC 9(04) VALUE ZEROS.
       77 WS-QTD-LANCADAS                  PIC 9(03) VALUE ZEROS.
       77 WS-PC-FREQUENCIA                 PIC 9(03)V99.
       77 WS-DS-CONTEUDO                   PIC X(60).
       77 WS-NR-TOPICO                     PIC 9(02).
       77 WS-QTD-TOPICOS                   PIC 9(01).
       77 WS-IND-TOP                       PIC 9(01).
       77 WS-CONFIRM                       PIC X VALUE SPACES.
       77 WS-TEM-EMENTA                    PIC X VALUE 'N'.
          88 TEM-EMENTA                    VALUE 'S' FALSE 'N'.
       77 WS-CONTEUDO-NOVO                 PIC X VALUE 'N'.
          88 CONTEUDO-NOVO                 VALUE 'S' FALSE 'N'.
       01 WS-TOPICOS-AULA.
          03 WS-TOP-AULA                   PIC 9(02) OCCURS 5 TIMES.
       01 WL-PARAMETROS-AULAS.
          03 WL-ID-MATERIA                 PIC 9(03).
          03 WL-DT-INICIO                  PIC 9(08).
          'C:\COBOL\Desafio-modulo-3\MATRICULAS.DAT'.
       01 WS-ARQ-CFG-D3-REGISTRO           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\REGISTRO.DAT'.
       01 WS-ARQ-CFG-D3-CONTEUDO           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\CONTEUDO.DAT'.
       01 WS-ARQ-CFG-D3-EMENTA             PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\EMENTA.DAT'.
          COPY CFG_AREA.
       LINKAGE SECTION.
       01 LK-COM-AREA.
            DISPLAY '**************************************************'
            DISPLAY '*** 1 - Lancar faltas de uma aula              ***'
            DISPLAY '*** 2 - Percentual de frequencia de um aluno   ***'
            DISPLAY '*** 3 - Registrar conteudo de uma aula         ***'
            DISPLAY '*** 4 - Listar conteudo das aulas da materia   ***'
            DISPLAY '***          <TECLE F PARA FINALIZAR>          ***'
            DISPLAY '**************************************************'
            ACCEPT WS-OPCAO
                    PERFORM P310-LANCA-FALTAS  THRU P310-FIM
                WHEN '2'
                    PERFORM P400-CONSULTA-PERC THRU P400-FIM
                WHEN '3'
                    PERFORM P500-CONTEUDO      THRU P500-FIM
                WHEN '4'
                    PERFORM P550-LISTA-CONTEUDO THRU P550-FIM
                WHEN 'F'
                    CONTINUE
                WHEN 'f'
            PERFORM P330-LANCA-UMA THRU P330-FIM
                UNTIL WS-ID-ALUNO EQUAL ZEROS
            DISPLAY 'FALTAS LANCADAS NESTA AULA: ' WS-QTD-LANCADAS
            DISPLAY 'LEMBRETE: REGISTRE O CONTEUDO DA AULA (OPCAO 3).'

            CLOSE FREQUENCIA
            CLOSE MATRICULAS
            END-IF
            .
       P410-FIM.
      * O DIARIO OFICIAL EXIGE O CONTEUDO DE CADA AULA: UM RESUMO E
      * ATE CINCO TOPICOS DA EMENTA DA MATERIA (QUANDO HOUVER EMENTA
      * CADASTRADA, PELO MENOS UM TOPICO E OBRIGATORIO)
       P500-CONTEUDO.
            DISPLAY 'Informe o ID da materia: '
            ACCEPT WS-ID-MATERIA
            DISPLAY 'Informe a data da aula (AAAAMMDD): '
            ACCEPT WS-DT-AULA
            DISPLAY 'Informe o periodo da aula (1 a 6): '
            ACCEPT WS-PERIODO
            PERFORM P320-VALIDA-AULA THRU P320-FIM
            IF NOT AULA-OK
                DISPLAY 'A MATERIA NAO TEM AULA NESTE DIA/PERIODO '
                        '(NEM REPOSICAO AGENDADA). REGISTRO '
                        'NAO REALIZADO.'
                GO TO P500-FIM
            END-IF
            SET FS-CTD-OK         TO TRUE
            OPEN I-O CONTEUDO
            IF WS-FS-CTD EQUAL 35 THEN
                OPEN OUTPUT CONTEUDO
                CLOSE CONTEUDO
                OPEN I-O CONTEUDO
            END-IF
            IF NOT FS-CTD-OK
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTEUDO. '
                DISPLAY 'FILE STATUS: ' WS-FS-CTD
                CLOSE CONTEUDO
                GO TO P500-FIM
            END-IF
            MOVE WS-ID-MATERIA    TO ID-MATERIA-CTD
            MOVE WS-DT-AULA       TO DT-AULA-CTD
            MOVE WS-PERIODO       TO PERIODO-CTD
            SET CONTEUDO-NOVO     TO TRUE
            MOVE SPACES           TO WL-VALOR-ANTIGO
            READ CONTEUDO
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET CONTEUDO-NOVO TO FALSE
                    DISPLAY 'Conteudo ja registrado: '
                            DS-CONTEUDO-CTD
                    MOVE DS-CONTEUDO-CTD TO WL-VALOR-ANTIGO
                    DISPLAY 'TECLE: <S> para substituir ou '
                            '<QUALQUER TECLA> para abortar.'
                    ACCEPT WS-CONFIRM
                    IF WS-CONFIRM NOT EQUAL 'S' AND 's'
                        DISPLAY 'Registro nao alterado.'
                        CLOSE CONTEUDO
                        GO TO P500-FIM
                    END-IF
            END-READ
            DISPLAY 'Resumo do conteudo ministrado: '
            ACCEPT WS-DS-CONTEUDO
            IF WS-DS-CONTEUDO EQUAL SPACES
                DISPLAY 'RESUMO DO CONTEUDO OBRIGATORIO! '
                CLOSE CONTEUDO
                GO TO P500-FIM
            END-IF
            PERFORM P510-PEDE-TOPICOS THRU P510-FIM
            IF TEM-EMENTA AND WS-QTD-TOPICOS EQUAL ZEROS
                DISPLAY 'INFORME AO MENOS UM TOPICO DA EMENTA! '
                        'REGISTRO NAO REALIZADO.'
                CLOSE CONTEUDO
                GO TO P500-FIM
            END-IF
            MOVE WS-ID-MATERIA    TO ID-MATERIA-CTD
            MOVE WS-DT-AULA       TO DT-AULA-CTD
            MOVE WS-PERIODO       TO PERIODO-CTD
            MOVE WS-DS-CONTEUDO   TO DS-CONTEUDO-CTD
            MOVE WS-QTD-TOPICOS   TO QT-TOPICOS-CTD
            PERFORM VARYING WS-IND-TOP FROM 1 BY 1
                    UNTIL WS-IND-TOP > 5
                MOVE WS-TOP-AULA(WS-IND-TOP)
                    TO NR-TOPICO-CTD(WS-IND-TOP)
            END-PERFORM
            ACCEPT DT-LANCTO-CTD FROM DATE YYYYMMDD
            IF CONTEUDO-NOVO
                WRITE REG-CONTEUDO
                MOVE 'CONTEUDO'   TO WL-OPERACAO
            ELSE
                REWRITE REG-CONTEUDO
                MOVE 'CONT-ALT'   TO WL-OPERACAO
            END-IF
            IF FS-CTD-OK
                DISPLAY 'Conteudo da aula registrado com sucesso!'
                MOVE SPACES        TO WL-CHAVE
                STRING WS-ID-MATERIA '/' WS-PERIODO
                       DELIMITED BY SIZE INTO WL-CHAVE
                MOVE SPACES        TO WL-VALOR-NOVO
                STRING 'AULA ' WS-DT-AULA ' ' WS-DS-CONTEUDO
                       DELIMITED BY SIZE INTO WL-VALOR-NOVO
                CALL 'AUDITLOG' USING WL-AUDITORIA
            ELSE
                DISPLAY 'ERRO AO GRAVAR O CONTEUDO DA AULA. '
                DISPLAY 'FILE STATUS: ' WS-FS-CTD
            END-IF
            CLOSE CONTEUDO
            .
       P500-FIM.
       P510-PEDE-TOPICOS.
            MOVE ZEROS            TO WS-QTD-TOPICOS
            INITIALIZE WS-TOPICOS-AULA
            SET TEM-EMENTA        TO FALSE
            SET FS-EMT-OK         TO TRUE
            OPEN INPUT EMENTA
            IF NOT FS-EMT-OK
                DISPLAY 'MATERIA SEM EMENTA CADASTRADA - CONTEUDO '
                        'SEM TOPICOS.'
                GO TO P510-FIM
            END-IF
            MOVE WS-ID-MATERIA    TO ID-MATERIA-EMT
            MOVE ZEROS            TO NR-TOPICO-EMT
            START EMENTA KEY IS NOT LESS THAN CHAVE-EMENTA
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    READ EMENTA NEXT
                        AT END
                            CONTINUE
                        NOT AT END
                            IF ID-MATERIA-EMT EQUAL WS-ID-MATERIA
                                SET TEM-EMENTA TO TRUE
                            END-IF
                    END-READ
            END-START
            IF NOT TEM-EMENTA
                DISPLAY 'MATERIA SEM EMENTA CADASTRADA - CONTEUDO '
                        'SEM TOPICOS.'
                CLOSE EMENTA
                GO TO P510-FIM
            END-IF
            MOVE 1                TO WS-NR-TOPICO
            PERFORM P520-PEDE-UM-TOPICO THRU P520-FIM
                UNTIL WS-NR-TOPICO EQUAL ZEROS OR WS-QTD-TOPICOS = 5
            CLOSE EMENTA
            .
       P510-FIM.
       P520-PEDE-UM-TOPICO.
            DISPLAY 'Topico da ementa coberto (0 = encerrar): '
            ACCEPT WS-NR-TOPICO
            IF WS-NR-TOPICO EQUAL ZEROS
                GO TO P520-FIM
            END-IF
            MOVE WS-ID-MATERIA    TO ID-MATERIA-EMT
            MOVE WS-NR-TOPICO     TO NR-TOPICO-EMT
            READ EMENTA
                INVALID KEY
                    DISPLAY 'TOPICO NAO EXISTE NA EMENTA DA MATERIA! '
                NOT INVALID KEY
                    ADD 1 TO WS-QTD-TOPICOS
                    MOVE WS-NR-TOPICO TO WS-TOP-AULA(WS-QTD-TOPICOS)
                    DISPLAY '  ' DS-TOPICO-EMT
            END-READ
            .
       P520-FIM.
       P550-LISTA-CONTEUDO.
            DISPLAY 'Informe o ID da materia: '
            ACCEPT WS-ID-MATERIA
            DISPLAY 'Data inicial (AAAAMMDD, 0 = desde o inicio): '
            ACCEPT WS-DT-INICIO
            SET EOF-OK            TO FALSE
            SET FS-CTD-OK         TO TRUE
            OPEN INPUT CONTEUDO
            IF NOT FS-CTD-OK
                DISPLAY 'NENHUM CONTEUDO DE AULA REGISTRADO AINDA. '
                GO TO P550-FIM
            END-IF
            MOVE ZEROS            TO WS-QTD-LANCADAS
            MOVE WS-ID-MATERIA    TO ID-MATERIA-CTD
            MOVE WS-DT-INICIO     TO DT-AULA-CTD
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
                        IF ID-MATERIA-CTD NOT EQUAL WS-ID-MATERIA
                            SET EOF-OK TO TRUE
                        ELSE
                            ADD 1 TO WS-QTD-LANCADAS
                            DISPLAY DT-AULA-CTD '/' PERIODO-CTD '  '
                                    DS-CONTEUDO-CTD
                            DISPLAY '    TOPICOS: '
                                    NR-TOPICO-CTD(1) ' '
                                    NR-TOPICO-CTD(2) ' '
                                    NR-TOPICO-CTD(3) ' '
                                    NR-TOPICO-CTD(4) ' '
                                    NR-TOPICO-CTD(5)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CONTEUDO
            IF WS-QTD-LANCADAS EQUAL ZEROS
                DISPLAY 'NENHUMA AULA COM CONTEUDO REGISTRADO. '
            END-IF
            .
       P550-FIM.
       P900-FIM.
            GOBACK.
      * RESOLVE OS CAMINHOS FISICOS PELO CONFIGSYS (PRODUCAO OU
            MOVE WS-ARQ-CFG-D3-REGISTRO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-REGISTRO
            MOVE 'D3-CONTEUDO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-CONTEUDO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-CONTEUDO
            MOVE 'D3-EMENTA' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-EMENTA TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-EMENTA
            .
       P050-FIM.
       END PROGRAM SISFREQU.

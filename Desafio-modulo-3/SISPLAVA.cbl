      ******************************************************************
      * Author: ANDREI BATISTA
      * Date: 15/10/2026
      * Purpose: MANUTENCAO DO PLANO DE AVALIACAO DA MATERIA
      *          (PLANOAVA.DAT) - AVALIACOES COM NOME, PESO E TIPO
      *          (PROVA, TRABALHO OU RECUPERACAO) QUE O CALCMEDP USA
      *          NA MEDIA PONDERADA. O PLANO FICA CONGELADO ASSIM QUE
      *          EXISTIR NOTA DA MATERIA NO TERMO CORRENTE (DIARIO
      *          LANCNOTA.DAT OU BOLETIM TODOS.DAT)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISPLAVA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
               SELECT PLANOAVA ASSIGN TO WS-ARQ-CFG-D3-PLANOAVA
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-PLANO-AVAL
               FILE STATUS IS WS-FS.

               SELECT MATERIAS ASSIGN TO WS-ARQ-CFG-D3-MATERIAS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS ID-MATERIA
               FILE STATUS IS WS-FS-MATR.

               SELECT LANCAMENTOS ASSIGN TO WS-ARQ-CFG-D3-LANCNOTA
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-LANCAMENTO
               FILE STATUS IS WS-FS-LAN.

               SELECT TODOS ASSIGN TO WS-ARQ-CFG-D3-TODOS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-BOLETIM
               ALTERNATE RECORD KEY IS ID-ALUNO-2
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-TOD.

               SELECT CALENDARIO ASSIGN TO WS-ARQ-CFG-CALENDARIO
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-CALENDARIO
               FILE STATUS IS WS-FS-CAL.

       DATA DIVISION.
       FILE SECTION.
       FD PLANOAVA.
          COPY FD_AVPLN.
       FD MATERIAS.
          COPY FD_MATER.
       FD LANCAMENTOS.
          COPY FD_LANCN.
       FD TODOS.
          COPY FD_TODOS.
       FD CALENDARIO.
          COPY FD_CALEN.

       WORKING-STORAGE SECTION.
       77 WS-FS                            PIC 99.
          88 FS-OK                         VALUE 0.
       77 WS-FS-MATR                       PIC 99.
          88 FS-MATR-OK                    VALUE 0.
       77 WS-FS-LAN                        PIC 99.
          88 FS-LAN-OK                     VALUE 0.
       77 WS-FS-TOD                        PIC 99.
          88 FS-TOD-OK                     VALUE 0.
       77 WS-FS-CAL                        PIC 99.
          88 FS-CAL-OK                     VALUE 0.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE 'S' FALSE 'N'.
       77 WS-OPCAO                         PIC X.
       77 WS-CONFIRM                       PIC X VALUE SPACES.
       77 WS-ID-MATERIA                    PIC 9(03).
       77 WS-NR-AVALIACAO                  PIC 9(02).
       77 WS-NM-AVALIACAO                  PIC X(20).
       77 WS-PS-AVALIACAO                  PIC 9(02).
       77 WS-TP-AVALIACAO                  PIC X(01).
          88 TP-AVALIACAO-VALIDO           VALUE 'P' 'T' 'R'.
       77 WS-SOMA-PESOS                    PIC 9(04).
       77 WS-QTD-AVALIACOES                PIC 9(02).
       77 WS-DATA-HOJE-8                   PIC 9(08).
       77 WS-DT-INI-TERMO                  PIC 9(08) VALUE ZEROS.
       77 WS-CHAVES-OK                     PIC X VALUE 'N'.
          88 CHAVES-OK                     VALUE 'S' FALSE 'N'.
       77 WS-DADOS-OK                      PIC X VALUE 'N'.
          88 DADOS-OK                      VALUE 'S' FALSE 'N'.
       77 WS-CONGELADO                     PIC X VALUE 'N'.
          88 PLANO-CONGELADO               VALUE 'S' FALSE 'N'.
       01 WS-VALOR-AVALIACAO.
          03 WS-VLA-NOME                   PIC X(20).
          03 FILLER                        PIC X(01) VALUE SPACE.
          03 WS-VLA-PESO                   PIC 9(02).
          03 FILLER                        PIC X(01) VALUE SPACE.
          03 WS-VLA-TIPO                   PIC X(01).
       01 WS-CHAVE-AUDIT.
          03 WS-CHA-ID-MATERIA             PIC 9(03).
          03 FILLER                        PIC X(01) VALUE '/'.
          03 WS-CHA-NR-AVALIACAO           PIC 9(02).
          COPY MED_AREA.
       01 WL-AUDITORIA.
          03 WL-PROGRAMA                   PIC X(12)
             VALUE 'SISPLAVA'.
          03 WL-OPERACAO                   PIC X(10).
          03 WL-CHAVE                      PIC X(10).
          03 WL-VALOR-ANTIGO               PIC X(50).
          03 WL-VALOR-NOVO                 PIC X(50).

       01 WS-ARQ-CFG-D3-PLANOAVA           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\PLANOAVA.DAT'.
       01 WS-ARQ-CFG-D3-MATERIAS           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\MATERIAS.DAT'.
       01 WS-ARQ-CFG-D3-LANCNOTA           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\LANCNOTA.DAT'.
       01 WS-ARQ-CFG-D3-TODOS              PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\TODOS.DAT'.
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
      * O CONGELAMENTO OLHA AS NOTAS DO TERMO CORRENTE DO CALENDARIO
      * ACADEMICO (EVENTO 'T' QUE COBRE A DATA DE HOJE); SEM TERMO,
      * QUALQUER NOTA DA MATERIA CONGELA O PLANO
       P100-ACHA-TERMO.
            MOVE ZEROS            TO WS-DT-INI-TERMO
            ACCEPT WS-DATA-HOJE-8 FROM DATE YYYYMMDD
            SET EOF-OK            TO FALSE
            SET FS-CAL-OK         TO TRUE
            OPEN INPUT CALENDARIO
            IF FS-CAL-OK
                PERFORM UNTIL EOF-OK
                    READ CALENDARIO NEXT
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            IF EVENTO-TERMO AND
                               DT-EVENTO-CAL <= WS-DATA-HOJE-8 AND
                               DT-FIM-EVENTO-CAL >= WS-DATA-HOJE-8
                                MOVE DT-EVENTO-CAL
                                    TO WS-DT-INI-TERMO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CALENDARIO
            END-IF
            .
       P100-FIM.
       P300-PROCESSA.
            MOVE SPACES             TO WS-OPCAO
            DISPLAY '**************************************************'
            DISPLAY '***       PLANO DE AVALIACAO DA MATERIA        ***'
            DISPLAY '**************************************************'
            DISPLAY '*** 1 - Incluir avaliacao no plano             ***'
            DISPLAY '*** 2 - Listar plano de uma materia            ***'
            DISPLAY '*** 3 - Alterar avaliacao do plano             ***'
            DISPLAY '*** 4 - Excluir avaliacao do plano             ***'
            DISPLAY '***          <TECLE F PARA FINALIZAR>          ***'
            DISPLAY '**************************************************'
            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN '1'
                    PERFORM P310-INCLUI  THRU P310-FIM
                WHEN '2'
                    PERFORM P320-LISTA   THRU P320-FIM
                WHEN '3'
                    PERFORM P330-ALTERA  THRU P330-FIM
                WHEN '4'
                    PERFORM P335-EXCLUI  THRU P335-FIM
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
            OPEN I-O PLANOAVA
            IF WS-FS EQUAL 35 THEN
                OPEN OUTPUT PLANOAVA
                CLOSE PLANOAVA
                OPEN I-O PLANOAVA
            END-IF
            IF FS-OK
                MOVE WS-ID-MATERIA    TO ID-MATERIA-PAV
                MOVE WS-NR-AVALIACAO  TO NR-AVALIACAO-PAV
                MOVE WS-NM-AVALIACAO  TO NM-AVALIACAO-PAV
                MOVE WS-PS-AVALIACAO  TO PS-AVALIACAO-PAV
                MOVE WS-TP-AVALIACAO  TO TP-AVALIACAO-PAV
                WRITE REG-PLANO-AVALIACAO
                    INVALID KEY
                        DISPLAY 'AVALIACAO JA CADASTRADA NO PLANO! '
                    NOT INVALID KEY
                        DISPLAY 'Avaliacao gravada com sucesso!'
                        MOVE 'INCLUSAO'    TO WL-OPERACAO
                        MOVE SPACES        TO WL-VALOR-ANTIGO
                        PERFORM P380-AUDITA THRU P380-FIM
                END-WRITE
            ELSE
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DO PLANO DE '
                        'AVALIACAO. '
                DISPLAY 'FILE STATUS: ' WS-FS
            END-IF
            CLOSE PLANOAVA
            .
       P310-FIM.
       P320-LISTA.
            DISPLAY 'Informe o ID da materia: '
            ACCEPT WS-ID-MATERIA
            MOVE ZEROS            TO WS-SOMA-PESOS WS-QTD-AVALIACOES
            SET EOF-OK            TO FALSE
            SET FS-OK             TO TRUE
            OPEN INPUT PLANOAVA
            IF WS-FS EQUAL 35
                DISPLAY 'NENHUM PLANO DE AVALIACAO CADASTRADO AINDA. '
                GO TO P320-FIM
            END-IF
            IF NOT FS-OK
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DO PLANO DE '
                        'AVALIACAO. '
                DISPLAY 'FILE STATUS: ' WS-FS
                GO TO P320-FIM
            END-IF
            MOVE WS-ID-MATERIA    TO ID-MATERIA-PAV
            MOVE ZEROS            TO NR-AVALIACAO-PAV
            START PLANOAVA KEY IS NOT LESS THAN CHAVE-PLANO-AVAL
                INVALID KEY
                    SET EOF-OK    TO TRUE
            END-START
            DISPLAY 'AVAL  NOME                  PESO  TIPO'
            PERFORM UNTIL EOF-OK
                READ PLANOAVA NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF ID-MATERIA-PAV NOT EQUAL WS-ID-MATERIA
                            SET EOF-OK TO TRUE
                        ELSE
                            ADD 1 TO WS-QTD-AVALIACOES
                            IF NOT PAV-RECUPERACAO
                                ADD PS-AVALIACAO-PAV TO WS-SOMA-PESOS
                            END-IF
                            DISPLAY NR-AVALIACAO-PAV '    '
                                    NM-AVALIACAO-PAV '  '
                                    PS-AVALIACAO-PAV '    '
                                    TP-AVALIACAO-PAV
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PLANOAVA
            IF WS-QTD-AVALIACOES EQUAL 0
                DISPLAY 'MATERIA SEM PLANO - TODAS AS NOTAS PESAM 1. '
            ELSE
                DISPLAY 'SOMA DOS PESOS (SEM RECUPERACAO): '
                        WS-SOMA-PESOS
                PERFORM P350-CHECA-CONGELADO THRU P350-FIM
                IF PLANO-CONGELADO
                    DISPLAY 'PLANO CONGELADO - JA HA NOTAS NO TERMO.'
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
            OPEN I-O PLANOAVA
            IF NOT FS-OK
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DO PLANO DE '
                        'AVALIACAO. '
                DISPLAY 'FILE STATUS: ' WS-FS
                CLOSE PLANOAVA
                GO TO P330-FIM
            END-IF
            MOVE WS-ID-MATERIA    TO ID-MATERIA-PAV
            MOVE WS-NR-AVALIACAO  TO NR-AVALIACAO-PAV
            READ PLANOAVA
                INVALID KEY
                    DISPLAY 'AVALIACAO NAO EXISTE NO PLANO! '
                NOT INVALID KEY
                    DISPLAY 'Atual: ' NM-AVALIACAO-PAV
                            ' PESO ' PS-AVALIACAO-PAV
                            ' TIPO ' TP-AVALIACAO-PAV
                    MOVE NM-AVALIACAO-PAV TO WS-VLA-NOME
                    MOVE PS-AVALIACAO-PAV TO WS-VLA-PESO
                    MOVE TP-AVALIACAO-PAV TO WS-VLA-TIPO
                    MOVE WS-VALOR-AVALIACAO TO WL-VALOR-ANTIGO
                    PERFORM P360-PEDE-DADOS THRU P360-FIM
                    IF DADOS-OK
                        MOVE WS-NM-AVALIACAO  TO NM-AVALIACAO-PAV
                        MOVE WS-PS-AVALIACAO  TO PS-AVALIACAO-PAV
                        MOVE WS-TP-AVALIACAO  TO TP-AVALIACAO-PAV
                        REWRITE REG-PLANO-AVALIACAO
                        IF FS-OK
                            DISPLAY 'Avaliacao atualizada com '
                                    'sucesso!'
                            MOVE 'ALTERACAO'  TO WL-OPERACAO
                            PERFORM P380-AUDITA THRU P380-FIM
                        ELSE
                            DISPLAY 'ERRO AO ATUALIZAR A AVALIACAO. '
                            DISPLAY 'FILE STATUS: ' WS-FS
                        END-IF
                    END-IF
            END-READ
            CLOSE PLANOAVA
            .
       P330-FIM.
       P335-EXCLUI.
            PERFORM P340-PEDE-CHAVE THRU P340-FIM
            IF NOT CHAVES-OK
                GO TO P335-FIM
            END-IF
            SET FS-OK             TO TRUE
            OPEN I-O PLANOAVA
            IF NOT FS-OK
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DO PLANO DE '
                        'AVALIACAO. '
                DISPLAY 'FILE STATUS: ' WS-FS
                CLOSE PLANOAVA
                GO TO P335-FIM
            END-IF
            MOVE WS-ID-MATERIA    TO ID-MATERIA-PAV
            MOVE WS-NR-AVALIACAO  TO NR-AVALIACAO-PAV
            READ PLANOAVA
                INVALID KEY
                    DISPLAY 'AVALIACAO NAO EXISTE NO PLANO! '
                NOT INVALID KEY
                    DISPLAY 'TECLE: '
                            '<S> para excluir ou <QUALQUER TECLA>'
                            ' para abortar.'
                    ACCEPT WS-CONFIRM
                    IF WS-CONFIRM EQUAL 'S' OR 's' THEN
                        MOVE NM-AVALIACAO-PAV TO WS-VLA-NOME
                        MOVE PS-AVALIACAO-PAV TO WS-VLA-PESO
                        MOVE TP-AVALIACAO-PAV TO WS-VLA-TIPO
                        DELETE PLANOAVA RECORD
                        IF FS-OK
                            DISPLAY 'Avaliacao excluida com sucesso!'
                            MOVE 'EXCLUSAO'   TO WL-OPERACAO
                            MOVE WS-VALOR-AVALIACAO
                                TO WL-VALOR-ANTIGO
                            MOVE SPACES       TO WL-VALOR-NOVO
                            MOVE WS-ID-MATERIA   TO WS-CHA-ID-MATERIA
                            MOVE WS-NR-AVALIACAO TO WS-CHA-NR-AVALIACAO
                            MOVE WS-CHAVE-AUDIT  TO WL-CHAVE
                            CALL 'AUDITLOG' USING WL-AUDITORIA
                        ELSE
                            DISPLAY 'ERRO AO EXCLUIR A AVALIACAO. '
                            DISPLAY 'FILE STATUS: ' WS-FS
                        END-IF
                    ELSE
                        DISPLAY 'Exclusao nao realizada.'
                    END-IF
            END-READ
            CLOSE PLANOAVA
            .
       P335-FIM.
       P340-PEDE-CHAVE.
            SET CHAVES-OK         TO FALSE
            DISPLAY 'Informe o ID da materia: '
            ACCEPT WS-ID-MATERIA
            DISPLAY 'Informe o numero da avaliacao (1 a 20): '
            ACCEPT WS-NR-AVALIACAO
            IF WS-NR-AVALIACAO < 1 OR WS-NR-AVALIACAO > 20
                DISPLAY 'NUMERO DE AVALIACAO INVALIDO! '
                GO TO P340-FIM
            END-IF
            SET FS-MATR-OK        TO TRUE
            OPEN INPUT MATERIAS
            IF FS-MATR-OK
                MOVE WS-ID-MATERIA    TO ID-MATERIA
                READ MATERIAS
                    INVALID KEY
                        DISPLAY 'MATERIA NAO EXISTE! '
                    NOT INVALID KEY
                        SET CHAVES-OK TO TRUE
                END-READ
            ELSE
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE MATERIAS. '
                DISPLAY 'FILE STATUS: ' WS-FS-MATR
            END-IF
            CLOSE MATERIAS
            IF CHAVES-OK
                PERFORM P350-CHECA-CONGELADO THRU P350-FIM
                IF PLANO-CONGELADO
                    DISPLAY 'PLANO CONGELADO - JA HA NOTAS DESTA '
                            'MATERIA NO TERMO. ALTERACAO RECUSADA.'
                    SET CHAVES-OK TO FALSE
                END-IF
            END-IF
            .
       P340-FIM.
      * NOTA NO TERMO = LANCAMENTO NO DIARIO A PARTIR DO INICIO DO
      * TERMO OU BOLETIM JA FECHADO NO TODOS.DAT (QUE O SISROLOV
      * REINICIA A CADA TERMO)
       P350-CHECA-CONGELADO.
            SET PLANO-CONGELADO   TO FALSE
            SET EOF-OK            TO FALSE
            SET FS-LAN-OK         TO TRUE
            OPEN INPUT LANCAMENTOS
            IF FS-LAN-OK
                PERFORM UNTIL EOF-OK OR PLANO-CONGELADO
                    READ LANCAMENTOS NEXT
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            IF ID-MATERIA-LAN EQUAL WS-ID-MATERIA AND
                               DT-LANCTO-LAN >= WS-DT-INI-TERMO
                                SET PLANO-CONGELADO TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE LANCAMENTOS
            END-IF
            IF PLANO-CONGELADO
                GO TO P350-FIM
            END-IF
            SET EOF-OK            TO FALSE
            SET FS-TOD-OK         TO TRUE
            OPEN INPUT TODOS
            IF FS-TOD-OK
                PERFORM UNTIL EOF-OK OR PLANO-CONGELADO
                    READ TODOS NEXT
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            IF ID-MATERIA-2 EQUAL WS-ID-MATERIA
                                SET PLANO-CONGELADO TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE TODOS
            END-IF
            .
       P350-FIM.
       P360-PEDE-DADOS.
            SET DADOS-OK          TO FALSE
            DISPLAY 'Informe o nome da avaliacao: '
            ACCEPT WS-NM-AVALIACAO
            DISPLAY 'Informe o peso (1 a 99): '
            ACCEPT WS-PS-AVALIACAO
            IF WS-PS-AVALIACAO < 1
                DISPLAY 'PESO INVALIDO! '
                GO TO P360-FIM
            END-IF
            DISPLAY 'Informe o tipo (P=Prova T=Trabalho '
                    'R=Recuperacao): '
            ACCEPT WS-TP-AVALIACAO
            INSPECT WS-TP-AVALIACAO CONVERTING 'ptr' TO 'PTR'
            IF NOT TP-AVALIACAO-VALIDO
                DISPLAY 'TIPO DE AVALIACAO INVALIDO! '
                GO TO P360-FIM
            END-IF
      * UMA SO AVALIACAO DE RECUPERACAO POR MATERIA
            IF WS-TP-AVALIACAO EQUAL 'R'
                MOVE 'P'              TO WL-MD-OPERACAO
                MOVE WS-ID-MATERIA    TO WL-MD-ID-MATERIA
                MOVE WS-NR-AVALIACAO  TO WL-MD-NR-AVALIACAO
                CALL 'CALCMEDP' USING WL-PARAMETROS-MEDIA
                IF WL-MD-NR-RECUPERACAO NOT EQUAL ZEROS AND
                   WL-MD-NR-RECUPERACAO NOT EQUAL WS-NR-AVALIACAO
                    DISPLAY 'A MATERIA JA TEM AVALIACAO DE '
                            'RECUPERACAO (AVAL '
                            WL-MD-NR-RECUPERACAO ')! '
                    GO TO P360-FIM
                END-IF
            END-IF
            SET DADOS-OK          TO TRUE
            .
       P360-FIM.
       P380-AUDITA.
            MOVE WS-ID-MATERIA    TO WS-CHA-ID-MATERIA
            MOVE WS-NR-AVALIACAO  TO WS-CHA-NR-AVALIACAO
            MOVE WS-CHAVE-AUDIT   TO WL-CHAVE
            MOVE WS-NM-AVALIACAO  TO WS-VLA-NOME
            MOVE WS-PS-AVALIACAO  TO WS-VLA-PESO
            MOVE WS-TP-AVALIACAO  TO WS-VLA-TIPO
            MOVE WS-VALOR-AVALIACAO TO WL-VALOR-NOVO
            CALL 'AUDITLOG' USING WL-AUDITORIA
            .
       P380-FIM.
       P900-FIM.
            GOBACK.
      * RESOLVE OS CAMINHOS FISICOS PELO CONFIGSYS (PRODUCAO OU
      * TESTE); SEM CONFIGURACAO VALEM OS PADROES ACIMA
       P050-CONFIGURA.
            MOVE 'D3-PLANOAVA' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-PLANOAVA TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-PLANOAVA
            MOVE 'D3-MATERIAS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-MATERIAS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-MATERIAS
            MOVE 'D3-LANCNOTA' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-LANCNOTA TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-LANCNOTA
            MOVE 'D3-TODOS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-TODOS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-TODOS
            MOVE 'CALENDARIO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-CALENDARIO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-CALENDARIO
            .
       P050-FIM.
       END PROGRAM SISPLAVA.

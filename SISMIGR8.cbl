      ******************************************************************
      * Author: ANDREI BATISTA
      * Date: 15/10/2026
      * Purpose: MIGRACAO UNICA PARA VARIAS UNIDADES (CAMPI) - GRAVA O
      *          CODIGO DA UNIDADE DESTA INSTALACAO (CHKUNIDA) EM
      *          TURMAS 44->46, SALAS 30->32, CAIXASES 79->81,
      *          OPERADOR 56->58, PRECOS 24->26 E TROCAS 42->46.
      *          RELE NO LEIAUTE ANTIGO E REGRAVA EM *_NOVO.DAT; NO
      *          CONTROLE.DAT SEMEIA AS SERIES POR UNIDADE DE RECIBO
      *          E DE SESSAO DE CAIXA (RECIBOSnn/CAIXASESnn) A PARTIR
      *          DA SERIE UNICA ANTIGA, SEM REPETIR NUMERO JA USADO.
      *          DEPOIS DE CONFERIR AS CONTAGENS, O OPERADOR
      *          SUBSTITUI OS ARQUIVOS - MESMO RITO DO SISMIGR7.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISMIGR8.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
               SELECT TURMAS-VELHO ASSIGN TO WS-ARQ-CFG-TURMAS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS SEQUENTIAL
               RECORD  KEY  IS VEL-CD-TURMA
               FILE STATUS IS WS-FS-VEL.

               SELECT TURMAS-NOVO ASSIGN TO WS-ARQ-CFG-TURMAS-NOVO
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS CD-TURMA
               FILE STATUS IS WS-FS-NOV.

               SELECT SALAS-VELHO ASSIGN TO WS-ARQ-CFG-D3-SALAS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS SEQUENTIAL
               RECORD  KEY  IS VEL-CD-SALA
               FILE STATUS IS WS-FS-VEL.

               SELECT SALAS-NOVO ASSIGN TO WS-ARQ-CFG-D3-SALAS-NOVO
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS CD-SALA
               FILE STATUS IS WS-FS-NOV.

               SELECT SESSOES-VELHO ASSIGN TO WS-ARQ-CFG-CAIXASES
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS SEQUENTIAL
               RECORD  KEY  IS VEL-NR-SESSAO-CXS
               FILE STATUS IS WS-FS-VEL.

               SELECT SESSOES-NOVO ASSIGN TO WS-ARQ-CFG-CAIXASES-NOVO
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS NR-SESSAO-CXS
               FILE STATUS IS WS-FS-NOV.

               SELECT OPERADORES-VELHO ASSIGN TO WS-ARQ-CFG-OPERADOR
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS SEQUENTIAL
               RECORD  KEY  IS VEL-CD-OPERADOR
               FILE STATUS IS WS-FS-VEL.

               SELECT OPERADORES-NOVO ASSIGN TO WS-ARQ-CFG-OPERADOR-NOVO
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS CD-OPERADOR
               FILE STATUS IS WS-FS-NOV.

               SELECT PRECOS-VELHO ASSIGN TO WS-ARQ-CFG-PRECOS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS SEQUENTIAL
               RECORD  KEY  IS VEL-CHAVE-PRECO
               FILE STATUS IS WS-FS-VEL.

               SELECT PRECOS-NOVO ASSIGN TO WS-ARQ-CFG-PRECOS-NOVO
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS CHAVE-PRECO
               FILE STATUS IS WS-FS-NOV.

               SELECT TROCAS-VELHO ASSIGN TO WS-ARQ-CFG-TROCAS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS SEQUENTIAL
               RECORD  KEY  IS VEL-CHAVE-TROCA
               FILE STATUS IS WS-FS-VEL.

               SELECT TROCAS-NOVO ASSIGN TO WS-ARQ-CFG-TROCAS-NOVO
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS CHAVE-TROCA
               FILE STATUS IS WS-FS-NOV.

               SELECT CONTROLE ASSIGN TO WS-ARQ-CFG-CONTROLE
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS CHAVE-CONTROLE
               FILE STATUS IS WS-FS-CTRL.

       DATA DIVISION.
       FILE SECTION.
      * LEIAUTE ANTIGO (44 BYTES, SEM A UNIDADE)
       FD TURMAS-VELHO.
       01 REG-TURMA-VELHO.
          03 VEL-CD-TURMA                  PIC X(10).
          03 VEL-RESTO-TURMA               PIC X(34).
       FD TURMAS-NOVO.
          COPY FD_TURMA.
      * LEIAUTE ANTIGO (30 BYTES, SEM A UNIDADE)
       FD SALAS-VELHO.
       01 REG-SALA-VELHO.
          03 VEL-CD-SALA                   PIC X(06).
          03 VEL-RESTO-SALA                PIC X(24).
       FD SALAS-NOVO.
          COPY FD_SALA.
      * LEIAUTE ANTIGO (79 BYTES, SEM A UNIDADE)
       FD SESSOES-VELHO.
       01 REG-SESSAO-VELHO.
          03 VEL-NR-SESSAO-CXS             PIC 9(06).
          03 VEL-RESTO-SESSAO              PIC X(73).
       FD SESSOES-NOVO.
          COPY FD_CXSES.
      * LEIAUTE ANTIGO (56 BYTES, SEM A UNIDADE)
       FD OPERADORES-VELHO.
       01 REG-OPERADOR-VELHO.
          03 VEL-CD-OPERADOR               PIC X(06).
          03 VEL-RESTO-OPERADOR            PIC X(50).
       FD OPERADORES-NOVO.
          COPY FD_OPERA.
      * LEIAUTE ANTIGO (24 BYTES, SEM A UNIDADE)
       FD PRECOS-VELHO.
       01 REG-PRECO-VELHO.
          03 VEL-CHAVE-PRECO               PIC X(16).
          03 VEL-RESTO-PRECO               PIC X(08).
       FD PRECOS-NOVO.
          COPY FD_PRECO.
      * LEIAUTE ANTIGO (42 BYTES, SEM A UNIDADE)
       FD TROCAS-VELHO.
       01 REG-TROCA-VELHO.
          03 VEL-CHAVE-TROCA               PIC X(14).
          03 VEL-RESTO-TROCA               PIC X(28).
       FD TROCAS-NOVO.
          COPY FD_TROCA.
       FD CONTROLE.
          COPY FD_CTRL.

       WORKING-STORAGE SECTION.
       77 WS-FS-VEL                        PIC 99.
          88 FS-VEL-OK                     VALUE 0.
       77 WS-FS-NOV                        PIC 99.
          88 FS-NOV-OK                     VALUE 0.
       77 WS-FS-CTRL                       PIC 99.
          88 FS-CTRL-OK                    VALUE 0.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE 'S' FALSE 'N'.
       77 WS-CONT-REG                      PIC 9(06).
       77 WS-CONFIRM                       PIC X VALUE SPACES.
       77 WS-UNI-INST-NUM                  PIC 9(01).
       77 WS-SERIE-ANTIGA                  PIC X(10).
       77 WS-SERIE-NOVA                    PIC X(10).
       77 WS-ULTIMO-ANTIGO                 PIC 9(06).
       77 WS-ULTIMO-NOVO                   PIC 9(06).
          COPY UNI_AREA.

       01 WS-ARQ-CFG-TURMAS                PIC X(60) VALUE
          'C:\COBOL\TURMAS.DAT'.
       01 WS-ARQ-CFG-TURMAS-NOVO           PIC X(60) VALUE
          'C:\COBOL\TURMAS_NOVO.DAT'.
       01 WS-ARQ-CFG-D3-SALAS              PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\SALAS.DAT'.
       01 WS-ARQ-CFG-D3-SALAS-NOVO         PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\SALAS_NOVO.DAT'.
       01 WS-ARQ-CFG-CAIXASES              PIC X(60) VALUE
          'C:\COBOL\CAIXASES.DAT'.
       01 WS-ARQ-CFG-CAIXASES-NOVO         PIC X(60) VALUE
          'C:\COBOL\CAIXASES_NOVO.DAT'.
       01 WS-ARQ-CFG-OPERADOR              PIC X(60) VALUE
          'C:\COBOL\OPERADOR.DAT'.
       01 WS-ARQ-CFG-OPERADOR-NOVO         PIC X(60) VALUE
          'C:\COBOL\OPERADOR_NOVO.DAT'.
       01 WS-ARQ-CFG-PRECOS                PIC X(60) VALUE
          'C:\COBOL\PRECOS.DAT'.
       01 WS-ARQ-CFG-PRECOS-NOVO           PIC X(60) VALUE
          'C:\COBOL\PRECOS_NOVO.DAT'.
       01 WS-ARQ-CFG-TROCAS                PIC X(60) VALUE
          'C:\COBOL\TROCAS.DAT'.
       01 WS-ARQ-CFG-TROCAS-NOVO           PIC X(60) VALUE
          'C:\COBOL\TROCAS_NOVO.DAT'.
       01 WS-ARQ-CFG-CONTROLE              PIC X(60) VALUE
          'C:\COBOL\CONTROLE.DAT'.
          COPY CFG_AREA.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM P050-CONFIGURA THRU P050-FIM
            CALL 'CHKUNIDA' USING WL-UNIDADE
            MOVE WL-UNI-INSTALACAO(2:1) TO WS-UNI-INST-NUM
            DISPLAY '*** MIGRACAO UNICA PARA VARIAS UNIDADES ***'
            DISPLAY 'RODE COM O SISTEMA FORA DO AR E COM O BACKUP '
                    'DA NOITE CONFERIDO.'
            DISPLAY 'TODOS OS DADOS EXISTENTES SERAO MARCADOS COM A '
                    'UNIDADE ' WL-UNI-INSTALACAO
                    ' (CONFIGSYS UNIDADE).'
            DISPLAY 'SERAO GERADOS TURMAS_NOVO, SALAS_NOVO, '
                    'CAIXASES_NOVO, OPERADOR_NOVO, PRECOS_NOVO E '
                    'TROCAS_NOVO.DAT.'
            DISPLAY 'TECLE <S> para migrar: '
            ACCEPT WS-CONFIRM
            IF WS-CONFIRM NOT EQUAL 'S' AND 's'
                DISPLAY 'MIGRACAO CANCELADA.'
                GOBACK
            END-IF

            PERFORM P310-MIGRA-TURMAS      THRU P310-FIM
            PERFORM P320-MIGRA-SALAS       THRU P320-FIM
            PERFORM P330-MIGRA-SESSOES     THRU P330-FIM
            PERFORM P340-MIGRA-OPERADORES  THRU P340-FIM
            PERFORM P350-MIGRA-PRECOS      THRU P350-FIM
            PERFORM P360-MIGRA-TROCAS      THRU P360-FIM
            PERFORM P400-SERIES          THRU P400-FIM

            DISPLAY '*** MIGRACAO CONCLUIDA - CONFIRA AS CONTAGENS '
                    'E SUBSTITUA OS ARQUIVOS ***'
            GOBACK
            .
       P310-MIGRA-TURMAS.
            MOVE ZEROS            TO WS-CONT-REG
            SET EOF-OK            TO FALSE
            SET FS-VEL-OK         TO TRUE
            SET FS-NOV-OK         TO TRUE
            OPEN INPUT  TURMAS-VELHO
            OPEN OUTPUT TURMAS-NOVO
            IF FS-VEL-OK AND FS-NOV-OK
                PERFORM UNTIL EOF-OK
                    READ TURMAS-VELHO
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            MOVE REG-TURMA-VELHO TO REG-TURMA
      * ATE AQUI HAVIA UMA SO UNIDADE: A DESTA INSTALACAO
                            MOVE WL-UNI-INSTALACAO TO CD-UNIDADE-TUR
                            WRITE REG-TURMA
                            ADD 1 TO WS-CONT-REG
                    END-READ
                END-PERFORM
                DISPLAY 'TURMAS: ' WS-CONT-REG ' migrada(s).'
            ELSE
                DISPLAY 'TURMAS.DAT NAO MIGRADO (INDISPONIVEL). '
            END-IF
            CLOSE TURMAS-VELHO TURMAS-NOVO
            .
       P310-FIM.
       P320-MIGRA-SALAS.
            MOVE ZEROS            TO WS-CONT-REG
            SET EOF-OK            TO FALSE
            SET FS-VEL-OK         TO TRUE
            SET FS-NOV-OK         TO TRUE
            OPEN INPUT  SALAS-VELHO
            OPEN OUTPUT SALAS-NOVO
            IF FS-VEL-OK AND FS-NOV-OK
                PERFORM UNTIL EOF-OK
                    READ SALAS-VELHO
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            MOVE REG-SALA-VELHO TO REG-SALA
                            MOVE WL-UNI-INSTALACAO TO CD-UNIDADE-SAL
                            WRITE REG-SALA
                            ADD 1 TO WS-CONT-REG
                    END-READ
                END-PERFORM
                DISPLAY 'SALAS: ' WS-CONT-REG ' migrada(s).'
            ELSE
                DISPLAY 'SALAS.DAT NAO MIGRADO (INDISPONIVEL). '
            END-IF
            CLOSE SALAS-VELHO SALAS-NOVO
            .
       P320-FIM.
       P330-MIGRA-SESSOES.
            MOVE ZEROS            TO WS-CONT-REG
            SET EOF-OK            TO FALSE
            SET FS-VEL-OK         TO TRUE
            SET FS-NOV-OK         TO TRUE
            OPEN INPUT  SESSOES-VELHO
            OPEN OUTPUT SESSOES-NOVO
            IF FS-VEL-OK AND FS-NOV-OK
                PERFORM UNTIL EOF-OK
                    READ SESSOES-VELHO
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            MOVE REG-SESSAO-VELHO TO REG-SESSAO-CAIXA
                            MOVE WL-UNI-INSTALACAO TO CD-UNIDADE-CXS
                            WRITE REG-SESSAO-CAIXA
                            ADD 1 TO WS-CONT-REG
                    END-READ
                END-PERFORM
                DISPLAY 'CAIXASES: ' WS-CONT-REG ' migrada(s).'
            ELSE
                DISPLAY 'CAIXASES.DAT NAO MIGRADO (INDISPONIVEL). '
            END-IF
            CLOSE SESSOES-VELHO SESSOES-NOVO
            .
       P330-FIM.
       P340-MIGRA-OPERADORES.
            MOVE ZEROS            TO WS-CONT-REG
            SET EOF-OK            TO FALSE
            SET FS-VEL-OK         TO TRUE
            SET FS-NOV-OK         TO TRUE
            OPEN INPUT  OPERADORES-VELHO
            OPEN OUTPUT OPERADORES-NOVO
            IF FS-VEL-OK AND FS-NOV-OK
                PERFORM UNTIL EOF-OK
                    READ OPERADORES-VELHO
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            MOVE REG-OPERADOR-VELHO TO REG-OPERADOR
                            MOVE WL-UNI-INSTALACAO
                                TO CD-UNIDADE-OPERADOR
                            WRITE REG-OPERADOR
                            ADD 1 TO WS-CONT-REG
                    END-READ
                END-PERFORM
                DISPLAY 'OPERADOR: ' WS-CONT-REG ' migrado(s).'
            ELSE
                DISPLAY 'OPERADOR.DAT NAO MIGRADO (INDISPONIVEL). '
            END-IF
            CLOSE OPERADORES-VELHO OPERADORES-NOVO
            .
       P340-FIM.
       P350-MIGRA-PRECOS.
            MOVE ZEROS            TO WS-CONT-REG
            SET EOF-OK            TO FALSE
            SET FS-VEL-OK         TO TRUE
            SET FS-NOV-OK         TO TRUE
            OPEN INPUT  PRECOS-VELHO
            OPEN OUTPUT PRECOS-NOVO
            IF FS-VEL-OK AND FS-NOV-OK
                PERFORM UNTIL EOF-OK
                    READ PRECOS-VELHO
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            MOVE REG-PRECO-VELHO TO REG-PRECO
                            MOVE WL-UNI-INSTALACAO TO CD-UNIDADE-PRE
                            WRITE REG-PRECO
                            ADD 1 TO WS-CONT-REG
                    END-READ
                END-PERFORM
                DISPLAY 'PRECOS: ' WS-CONT-REG ' migrado(s).'
            ELSE
                DISPLAY 'PRECOS.DAT NAO MIGRADO (INDISPONIVEL). '
            END-IF
            CLOSE PRECOS-VELHO PRECOS-NOVO
            .
       P350-FIM.
       P360-MIGRA-TROCAS.
            MOVE ZEROS            TO WS-CONT-REG
            SET EOF-OK            TO FALSE
            SET FS-VEL-OK         TO TRUE
            SET FS-NOV-OK         TO TRUE
            OPEN INPUT  TROCAS-VELHO
            OPEN OUTPUT TROCAS-NOVO
            IF FS-VEL-OK AND FS-NOV-OK
                PERFORM UNTIL EOF-OK
                    READ TROCAS-VELHO
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            MOVE REG-TROCA-VELHO TO REG-TROCA-TURMA
                            MOVE WL-UNI-INSTALACAO TO UNIDADE-ORIGEM-TRC
                                                 UNIDADE-DESTINO-TRC
                            WRITE REG-TROCA-TURMA
                            ADD 1 TO WS-CONT-REG
                    END-READ
                END-PERFORM
                DISPLAY 'TROCAS: ' WS-CONT-REG ' migrada(s).'
            ELSE
                DISPLAY 'TROCAS.DAT NAO MIGRADO (INDISPONIVEL). '
            END-IF
            CLOSE TROCAS-VELHO TROCAS-NOVO
            .
       P360-FIM.
      * AS SERIES DE RECIBO E DE SESSAO PASSAM A SER POR UNIDADE, COM
      * A UNIDADE NO PRIMEIRO DIGITO; A SERIE DESTA INSTALACAO
      * CONTINUA DE ONDE A SERIE UNICA PAROU SE ELA JA PASSOU DO
      * INICIO DA FAIXA DA UNIDADE. RODAR DE NOVO NAO RECUA A SERIE.
       P400-SERIES.
            SET FS-CTRL-OK        TO TRUE
            OPEN I-O CONTROLE
            IF NOT FS-CTRL-OK
                DISPLAY 'CONTROLE.DAT INDISPONIVEL - SERIES NAO '
                        'SEMEADAS. FILE STATUS: ' WS-FS-CTRL
                GO TO P400-FIM
            END-IF
            MOVE 'RECIBOS'        TO WS-SERIE-ANTIGA WS-SERIE-NOVA
            MOVE WL-UNI-INSTALACAO TO WS-SERIE-NOVA(8:2)
            PERFORM P410-UMA-SERIE THRU P410-FIM
            MOVE 'CAIXASES'       TO WS-SERIE-ANTIGA WS-SERIE-NOVA
            MOVE WL-UNI-INSTALACAO TO WS-SERIE-NOVA(9:2)
            PERFORM P410-UMA-SERIE THRU P410-FIM
            CLOSE CONTROLE
            .
       P400-FIM.
       P410-UMA-SERIE.
            COMPUTE WS-ULTIMO-NOVO = WS-UNI-INST-NUM * 100000
            MOVE WS-SERIE-ANTIGA  TO CHAVE-CONTROLE
            READ CONTROLE
                INVALID KEY
                    MOVE ZEROS    TO WS-ULTIMO-ANTIGO
                NOT INVALID KEY
                    MOVE ULTIMO-ID TO WS-ULTIMO-ANTIGO
            END-READ
            IF WS-ULTIMO-ANTIGO > WS-ULTIMO-NOVO
                MOVE WS-ULTIMO-ANTIGO TO WS-ULTIMO-NOVO
            END-IF
            MOVE WS-SERIE-NOVA    TO CHAVE-CONTROLE
            READ CONTROLE
                INVALID KEY
                    MOVE WS-SERIE-NOVA  TO CHAVE-CONTROLE
                    MOVE WS-ULTIMO-NOVO TO ULTIMO-ID
                    WRITE REG-CONTROLE
                NOT INVALID KEY
                    IF WS-ULTIMO-NOVO > ULTIMO-ID
                        MOVE WS-ULTIMO-NOVO TO ULTIMO-ID
                        REWRITE REG-CONTROLE
                    END-IF
            END-READ
            IF FS-CTRL-OK
                DISPLAY 'SERIE ' WS-SERIE-NOVA ' CONTINUA APOS '
                        ULTIMO-ID '.'
            ELSE
                DISPLAY 'ERRO AO SEMEAR A SERIE ' WS-SERIE-NOVA
                        '. FILE STATUS: ' WS-FS-CTRL
            END-IF
            .
       P410-FIM.
      * RESOLVE OS CAMINHOS FISICOS PELO CONFIGSYS (PRODUCAO OU
      * TESTE); SEM CONFIGURACAO VALEM OS PADROES ACIMA
       P050-CONFIGURA.
            MOVE 'TURMAS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-TURMAS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-TURMAS
            MOVE 'TURMAS-NOVO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-TURMAS-NOVO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-TURMAS-NOVO
            MOVE 'D3-SALAS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-SALAS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-SALAS
            MOVE 'D3-SALAS-NOVO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-SALAS-NOVO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-SALAS-NOVO
            MOVE 'CAIXASES' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-CAIXASES TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-CAIXASES
            MOVE 'CAIXASES-NOVO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-CAIXASES-NOVO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-CAIXASES-NOVO
            MOVE 'OPERADOR' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-OPERADOR TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-OPERADOR
            MOVE 'OPERADOR-NOVO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-OPERADOR-NOVO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-OPERADOR-NOVO
            MOVE 'PRECOS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-PRECOS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-PRECOS
            MOVE 'PRECOS-NOVO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-PRECOS-NOVO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-PRECOS-NOVO
            MOVE 'TROCAS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-TROCAS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-TROCAS
            MOVE 'TROCAS-NOVO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-TROCAS-NOVO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-TROCAS-NOVO
            MOVE 'CONTROLE' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-CONTROLE TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-CONTROLE
            .
       P050-FIM.
       END PROGRAM SISMIGR8.

      * Date: 23/08/2026
      * Purpose: MANUTENCAO DA TABELA DE PRECOS DE MENSALIDADE
      *          (PRECOS.DAT) - UM VALOR POR TURMA POR TERMO,
      *          CONSULTADA PELO SISMENSA NA GERACAO. O PRECO LEVA A
      *          UNIDADE (CAMPUS) DA TURMA (TURMAS.DAT); SEM PERFIL
      *          ADMIN O OPERADOR SO MANTEM PRECOS DA PROPRIA UNIDADE
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISPRECO.
               RECORD  KEY  IS CHAVE-PRECO
               FILE STATUS IS WS-FS.

               SELECT TURMAS ASSIGN TO WS-ARQ-CFG-TURMAS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS CD-TURMA
               FILE STATUS IS WS-FS-TUR.

       DATA DIVISION.
       FILE SECTION.
       FD PRECOS.
          COPY FD_PRECO.
       FD TURMAS.
          COPY FD_TURMA.

       WORKING-STORAGE SECTION.
       77 WS-FS                            PIC 99.
       77 WS-TURMA                         PIC X(10).
       77 WS-CD-TERMO                      PIC X(06).
       77 WS-VL-PRECO                      PIC 9(06)V99.
       77 WS-FS-TUR                        PIC 99.
          88 FS-TUR-OK                     VALUE 0.
       77 WS-CD-UNIDADE                    PIC X(02).
       77 WS-UNIDADE-OK                    PIC X VALUE 'N'.
          88 UNIDADE-OK                    VALUE 'S' FALSE 'N'.
          COPY UNI_AREA.

       01 WS-ARQ-CFG-PRECOS                PIC X(60) VALUE
          'C:\COBOL\PRECOS.DAT'.
       01 WS-ARQ-CFG-TURMAS                PIC X(60) VALUE
          'C:\COBOL\TURMAS.DAT'.
          COPY CFG_AREA.
       LINKAGE SECTION.
       01 LK-COM-AREA.
       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            PERFORM P050-CONFIGURA THRU P050-FIM
            CALL 'CHKUNIDA' USING WL-UNIDADE
            PERFORM P300-PROCESSA  THRU P300-FIM
                                    UNTIL WS-OPCAO = 'F' OR 'f'
            PERFORM P900-FIM
            DISPLAY 'Informe o valor da mensalidade: '
            ACCEPT WS-VL-PRECO

            PERFORM P340-UNIDADE-TURMA THRU P340-FIM
            IF NOT UNIDADE-OK
                GO TO P310-FIM
            END-IF
            SET FS-OK              TO TRUE
            OPEN I-O PRECOS
            IF WS-FS EQUAL 35 THEN
                MOVE WS-TURMA      TO TURMA-PRE
                MOVE WS-CD-TERMO   TO CD-TERMO-PRE
                MOVE WS-VL-PRECO   TO VL-PRECO
                MOVE WS-CD-UNIDADE TO CD-UNIDADE-PRE
                WRITE REG-PRECO
                    INVALID KEY
                        REWRITE REG-PRECO
                DISPLAY 'NENHUM PRECO CADASTRADO AINDA. '
            ELSE
                IF FS-OK
                    DISPLAY 'TURMA       TERMO   VALOR     UNID'
                    PERFORM UNTIL EOF-OK
                        READ PRECOS NEXT
                            AT END
                                SET EOF-OK TO TRUE
                            NOT AT END
                              IF WL-UNI-TODAS OR
                                 CD-UNIDADE-PRE EQUAL WL-UNI-OPERADOR
                                DISPLAY TURMA-PRE '  '
                                        CD-TERMO-PRE '  '
                                        VL-PRECO '  '
                                        CD-UNIDADE-PRE
                              END-IF
                        END-READ
                    END-PERFORM
                ELSE
            ACCEPT WS-TURMA
            DISPLAY 'Informe o codigo do termo: '
            ACCEPT WS-CD-TERMO
            PERFORM P340-UNIDADE-TURMA THRU P340-FIM
            IF NOT UNIDADE-OK
                GO TO P330-FIM
            END-IF
            SET FS-OK              TO TRUE
            OPEN I-O PRECOS
            IF FS-OK
            CLOSE PRECOS
            .
       P330-FIM.
      * A UNIDADE DO PRECO E A DA TURMA; SEM PERFIL ADMIN SO A
      * PROPRIA UNIDADE. TURMA FORA DO CADASTRO FICA NA UNIDADE
      * DO OPERADOR
       P340-UNIDADE-TURMA.
            SET UNIDADE-OK        TO TRUE
            MOVE WL-UNI-OPERADOR  TO WS-CD-UNIDADE
            SET FS-TUR-OK         TO TRUE
            OPEN INPUT TURMAS
            IF FS-TUR-OK
                MOVE WS-TURMA     TO CD-TURMA
                READ TURMAS
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF CD-UNIDADE-TUR NOT EQUAL SPACES
                            MOVE CD-UNIDADE-TUR TO WS-CD-UNIDADE
                        END-IF
                END-READ
            END-IF
            CLOSE TURMAS
            IF NOT WL-UNI-TODAS AND
               WS-CD-UNIDADE NOT EQUAL WL-UNI-OPERADOR
                SET UNIDADE-OK    TO FALSE
                DISPLAY 'TURMA DE OUTRA UNIDADE (' WS-CD-UNIDADE
                        ') - PRECO NAO ALTERADO.'
            END-IF
            .
       P340-FIM.
       P900-FIM.
            GOBACK.
      * RESOLVE OS CAMINHOS FISICOS PELO CONFIGSYS (PRODUCAO OU
            MOVE WS-ARQ-CFG-PRECOS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-PRECOS
            MOVE 'TURMAS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-TURMAS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-TURMAS
            .
       P050-FIM.
       END PROGRAM SISPRECO.

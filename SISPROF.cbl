      * Date: 23/08/2026
      * Purpose: CADASTRO DE PROFESSORES (PROFESSORES.DAT) COM AS
      *          OPCOES DE INCLUIR/LISTAR/CONSULTAR/ALTERAR E O
      *          VINCULO PROFESSOR X MATERIA (PROFMAT.DAT) E A TABELA
      *          DE VALOR DA HORA-AULA COM VIGENCIA (TAXAHORA.DAT)
      *          E A DISPONIBILIDADE DE DIAS/PERIODOS DO PROFESSOR
      *          (DISPPROF.DAT) USADA PELO GERADOR DE GRADE
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISPROF.
               RECORD  KEY  IS ID-MATERIA
               FILE STATUS IS WS-FS-MATR.

               SELECT TAXAS ASSIGN TO WS-ARQ-CFG-TAXAHORA
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-TAXA-HORA
               FILE STATUS IS WS-FS-TAX.

               SELECT CONTROLE ASSIGN TO WS-ARQ-CFG-CONTROLE
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS CHAVE-CONTROLE
               FILE STATUS IS WS-FS-CTRL.

               SELECT DISPONIBILIDADE ASSIGN TO WS-ARQ-CFG-DISPPROF
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-DISP-PROFESSOR
               FILE STATUS IS WS-FS-DSP.

       DATA DIVISION.
       FILE SECTION.
       FD PROFESSORES.
          COPY FD_MATER.
       FD CONTROLE.
          COPY FD_CTRL.
       FD TAXAS.
          COPY FD_TXHOR.
       FD DISPONIBILIDADE.
          COPY FD_DSPRF.

       WORKING-STORAGE SECTION.
       77 WS-FS                            PIC 99.
          88 FS-MATR-OK                    VALUE 0.
       77 WS-FS-CTRL                       PIC 99.
          88 FS-CTRL-OK                    VALUE 0.
       77 WS-FS-TAX                        PIC 99.
          88 FS-TAX-OK                     VALUE 0.
       77 WS-FS-DSP                        PIC 99.
          88 FS-DSP-OK                     VALUE 0.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE 'S' FALSE 'N'.
       77 WS-OPCAO                         PIC X.
       77 WS-NM-PROFESSOR                  PIC X(20).
       77 WS-TL-PROFESSOR                  PIC X(15).
       77 WS-ID-MATERIA                    PIC 9(03).
       77 WS-DT-VIGENCIA                   PIC 9(08).
       77 WS-VL-HORA-AULA                  PIC 9(04)V99.
       77 WS-VL-HORA-EDITADO               PIC ZZZ9,99.
       77 WS-CTRL-NOVO                     PIC X VALUE 'N'.
       77 WS-ID-OK                         PIC X VALUE 'S'.
          88 ID-DISPONIVEL                 VALUE 'S' FALSE 'N'.
       77 WS-DIA-SEMANA                    PIC 9(01).
       77 WS-IND-PER                       PIC 9(01).
       77 WS-DSP-EXISTE                    PIC X VALUE 'N'.
          88 DSP-EXISTE                    VALUE 'S' FALSE 'N'.
       01 WS-PERIODOS-DIG                  PIC X(06).
       01 WS-PERIODOS-DIG-R REDEFINES WS-PERIODOS-DIG.
          03 WS-PER-DIG                    PIC X(01) OCCURS 6 TIMES.
       01 WS-MAPA-PERIODOS.
          03 WS-MAPA-PER                   PIC X(01) OCCURS 6 TIMES.
       01 WS-NOMES-DIAS.
          03 FILLER PIC X(54) VALUE
             'SEGUNDA  TERCA    QUARTA   QUINTA   SEXTA    SABADO   '.
       01 WS-NOMES-DIAS-R REDEFINES WS-NOMES-DIAS.
          03 WS-NM-DIA                     PIC X(09) OCCURS 6 TIMES.
       01 WL-PARAMETROS-TEL.
          03 WL-TELEFONE                   PIC X(15).
          03 WL-TEL-OK                     PIC X(01).
          'C:\COBOL\Desafio-modulo-3\MATERIAS.DAT'.
       01 WS-ARQ-CFG-CONTROLE              PIC X(60) VALUE
          'C:\COBOL\CONTROLE.DAT'.
       01 WS-ARQ-CFG-TAXAHORA              PIC X(60) VALUE
          'C:\COBOL\TAXAHORA.DAT'.
       01 WS-ARQ-CFG-DISPPROF              PIC X(60) VALUE
          'C:\COBOL\DISPPROF.DAT'.
          COPY CFG_AREA.
       LINKAGE SECTION.
       01 LK-COM-AREA.
            DISPLAY '*** 4 - Alterar Professor                      ***'
            DISPLAY '*** 5 - Vincular Professor a Materia           ***'
            DISPLAY '*** 6 - Listar Vinculos de um Professor        ***'
            DISPLAY '*** 7 - Cadastrar Valor da Hora-Aula           ***'
            DISPLAY '*** 8 - Listar Valores da Hora-Aula            ***'
            DISPLAY '*** 9 - Disponibilidade do Professor (grade)   ***'
            DISPLAY '***          <TECLE F PARA FINALIZAR>          ***'
            DISPLAY '**************************************************'
            ACCEPT WS-OPCAO
                    END-IF
                WHEN '6'
                    PERFORM P370-LISTA-VINCULOS THRU P370-FIM
                WHEN '7'
                    PERFORM P310-VALIDA-PIN THRU P310-FIM
                    IF PIN-VALIDO
                        PERFORM P380-TAXA-HORA THRU P380-FIM
                    END-IF
                WHEN '8'
                    PERFORM P390-LISTA-TAXAS THRU P390-FIM
                WHEN '9'
                    PERFORM P310-VALIDA-PIN THRU P310-FIM
                    IF PIN-VALIDO
                        PERFORM P400-DISPONIBILIDADE THRU P400-FIM
                    END-IF
                WHEN 'F'
                    CONTINUE
                WHEN 'f'
            CLOSE PROFMAT
            .
       P370-FIM.
      * UM REAJUSTE E UMA NOVA VIGENCIA - O VALOR ANTERIOR CONTINUA
      * VALENDO PARA AS COMPETENCIAS PASSADAS. MATERIA 000 = VALOR
      * GERAL DO PROFESSOR
       P380-TAXA-HORA.
            MOVE SPACES           TO WS-CONFIRM
            DISPLAY 'Informe o ID do professor: '
            ACCEPT WS-ID-PROFESSOR
            SET FS-OK             TO TRUE
            OPEN INPUT PROFESSORES
            IF FS-OK
                MOVE WS-ID-PROFESSOR  TO ID-PROFESSOR
                READ PROFESSORES
                    INVALID KEY
                        DISPLAY 'PROFESSOR NAO EXISTE! '
                        MOVE ZEROS    TO WS-ID-PROFESSOR
                    NOT INVALID KEY
                        DISPLAY 'Professor: ' NM-PROFESSOR
                END-READ
            ELSE
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE PROFESSORES. '
                DISPLAY 'FILE STATUS: ' WS-FS
                MOVE ZEROS            TO WS-ID-PROFESSOR
            END-IF
            CLOSE PROFESSORES
            IF WS-ID-PROFESSOR EQUAL ZEROS
                GO TO P380-FIM
            END-IF

            DISPLAY 'Informe o ID da materia (000 = todas): '
            ACCEPT WS-ID-MATERIA
            IF WS-ID-MATERIA NOT EQUAL ZEROS
                SET FS-MATR-OK    TO TRUE
                OPEN INPUT MATERIAS
                IF FS-MATR-OK
                    MOVE WS-ID-MATERIA    TO ID-MATERIA
                    READ MATERIAS
                        INVALID KEY
                            DISPLAY 'MATERIA NAO EXISTE! '
                            MOVE 'X'      TO WS-CONFIRM
                        NOT INVALID KEY
                            DISPLAY 'Materia: ' NM-MATERIA
                    END-READ
                ELSE
                    DISPLAY 'ERRO AO ABRIR O ARQUIVO DE MATERIAS. '
                    DISPLAY 'FILE STATUS: ' WS-FS-MATR
                    MOVE 'X'          TO WS-CONFIRM
                END-IF
                CLOSE MATERIAS
                IF WS-CONFIRM EQUAL 'X'
                    GO TO P380-FIM
                END-IF
            END-IF

            DISPLAY 'Informe o inicio da vigencia (AAAAMMDD): '
            ACCEPT WS-DT-VIGENCIA
            IF WS-DT-VIGENCIA(5:2) < '01' OR WS-DT-VIGENCIA(5:2) > '12'
               OR WS-DT-VIGENCIA(7:2) < '01'
               OR WS-DT-VIGENCIA(7:2) > '31'
                DISPLAY 'DATA DE VIGENCIA INVALIDA! '
                GO TO P380-FIM
            END-IF
            DISPLAY 'Informe o valor da hora-aula (9999,99): '
            ACCEPT WS-VL-HORA-AULA
            IF WS-VL-HORA-AULA EQUAL ZEROS
                DISPLAY 'VALOR DA HORA-AULA INVALIDO! '
                GO TO P380-FIM
            END-IF

            SET FS-TAX-OK         TO TRUE
            OPEN I-O TAXAS
            IF WS-FS-TAX EQUAL 35 THEN
                OPEN OUTPUT TAXAS
                CLOSE TAXAS
                OPEN I-O TAXAS
            END-IF
            IF NOT FS-TAX-OK
                DISPLAY 'ERRO AO ABRIR A TABELA DE VALORES. '
                DISPLAY 'FILE STATUS: ' WS-FS-TAX
                CLOSE TAXAS
                GO TO P380-FIM
            END-IF
            MOVE WS-ID-PROFESSOR  TO ID-PROFESSOR-TX
            MOVE WS-ID-MATERIA    TO ID-MATERIA-TX
            MOVE WS-DT-VIGENCIA   TO DT-VIGENCIA-TX
            MOVE SPACES           TO WL-VALOR-ANTIGO
            MOVE SPACES           TO WL-VALOR-NOVO
            MOVE SPACES           TO WL-CHAVE
            STRING WS-ID-PROFESSOR '/' WS-ID-MATERIA
                   DELIMITED BY SIZE INTO WL-CHAVE
            READ TAXAS
                INVALID KEY
                    MOVE WS-VL-HORA-AULA TO VL-HORA-AULA-TX
                    ACCEPT DT-CADASTRO-TX FROM DATE YYYYMMDD
                    WRITE REG-TAXA-HORA
                    IF FS-TAX-OK
                        DISPLAY 'Valor da hora-aula gravado com '
                                'sucesso!'
                        MOVE 'TAXA-HORA' TO WL-OPERACAO
                        MOVE WS-VL-HORA-AULA TO WS-VL-HORA-EDITADO
                        STRING 'VIGENCIA ' WS-DT-VIGENCIA
                               ' VALOR ' WS-VL-HORA-EDITADO
                               DELIMITED BY SIZE INTO WL-VALOR-NOVO
                        CALL 'AUDITLOG' USING WL-AUDITORIA
                    ELSE
                        DISPLAY 'ERRO AO GRAVAR O VALOR DA HORA-AULA. '
                        DISPLAY 'FILE STATUS: ' WS-FS-TAX
                    END-IF
                NOT INVALID KEY
                    MOVE VL-HORA-AULA-TX TO WS-VL-HORA-EDITADO
                    DISPLAY 'JA EXISTE VALOR NESTA VIGENCIA: '
                            WS-VL-HORA-EDITADO
                    DISPLAY 'TECLE: '
                            '<S> para substituir ou <QUALQUER '
                            'TECLA> para abortar.'
                    ACCEPT WS-CONFIRM
                    IF WS-CONFIRM EQUAL 'S' OR 's' THEN
                        STRING 'VIGENCIA ' WS-DT-VIGENCIA
                               ' VALOR ' WS-VL-HORA-EDITADO
                               DELIMITED BY SIZE INTO WL-VALOR-ANTIGO
                        MOVE WS-VL-HORA-AULA TO VL-HORA-AULA-TX
                        ACCEPT DT-CADASTRO-TX FROM DATE YYYYMMDD
                        REWRITE REG-TAXA-HORA
                        IF FS-TAX-OK
                            DISPLAY 'Valor da hora-aula atualizado '
                                    'com sucesso!'
                            MOVE 'TAXA-ALT'  TO WL-OPERACAO
                            MOVE WS-VL-HORA-AULA TO WS-VL-HORA-EDITADO
                            STRING 'VIGENCIA ' WS-DT-VIGENCIA
                                   ' VALOR ' WS-VL-HORA-EDITADO
                                   DELIMITED BY SIZE
                                   INTO WL-VALOR-NOVO
                            CALL 'AUDITLOG' USING WL-AUDITORIA
                        ELSE
                            DISPLAY 'ERRO AO ATUALIZAR O VALOR DA '
                                    'HORA-AULA. '
                            DISPLAY 'FILE STATUS: ' WS-FS-TAX
                        END-IF
                    ELSE
                        DISPLAY 'Alteracao nao realizada.'
                    END-IF
            END-READ
            CLOSE TAXAS
            .
       P380-FIM.
       P390-LISTA-TAXAS.
            DISPLAY 'Informe o ID do professor: '
            ACCEPT WS-ID-PROFESSOR
            SET EOF-OK            TO FALSE
            SET FS-TAX-OK         TO TRUE
            OPEN INPUT TAXAS
            IF WS-FS-TAX EQUAL 35
                DISPLAY 'NENHUM VALOR DE HORA-AULA CADASTRADO AINDA. '
            ELSE
                IF FS-TAX-OK
                    MOVE WS-ID-PROFESSOR TO ID-PROFESSOR-TX
                    MOVE ZEROS           TO ID-MATERIA-TX
                                            DT-VIGENCIA-TX
                    START TAXAS KEY IS NOT LESS THAN CHAVE-TAXA-HORA
                        INVALID KEY
                            SET EOF-OK TO TRUE
                    END-START
                    PERFORM UNTIL EOF-OK
                        READ TAXAS NEXT
                            AT END
                                SET EOF-OK TO TRUE
                            NOT AT END
                                IF ID-PROFESSOR-TX NOT EQUAL
                                   WS-ID-PROFESSOR
                                    SET EOF-OK TO TRUE
                                ELSE
                                    MOVE VL-HORA-AULA-TX
                                        TO WS-VL-HORA-EDITADO
                                    DISPLAY 'MATERIA ' ID-MATERIA-TX
                                            '  VIGENCIA '
                                            DT-VIGENCIA-TX
                                            '  VALOR '
                                            WS-VL-HORA-EDITADO
                                END-IF
                        END-READ
                    END-PERFORM
                ELSE
                    DISPLAY 'ERRO AO ABRIR A TABELA DE VALORES. '
                    DISPLAY 'FILE STATUS: ' WS-FS-TAX
                END-IF
            END-IF
            CLOSE TAXAS
            .
       P390-FIM.
      * UM DIA DA SEMANA POR VEZ: OS PERIODOS DIGITADOS (EX.: 1256)
      * SUBSTITUEM OS DO DIA; 0 = INDISPONIVEL NO DIA. APOS GRAVAR,
      * MOSTRA A SEMANA INTEIRA DO PROFESSOR
       P400-DISPONIBILIDADE.
            DISPLAY 'Informe o ID do professor: '
            ACCEPT WS-ID-PROFESSOR
            SET FS-OK             TO TRUE
            OPEN INPUT PROFESSORES
            IF FS-OK
                MOVE WS-ID-PROFESSOR TO ID-PROFESSOR
                READ PROFESSORES
                    INVALID KEY
                        DISPLAY 'PROFESSOR NAO EXISTE! '
                        MOVE ZEROS TO WS-ID-PROFESSOR
                    NOT INVALID KEY
                        DISPLAY 'Professor: ' NM-PROFESSOR
                END-READ
            ELSE
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE PROFESSORES. '
                DISPLAY 'FILE STATUS: ' WS-FS
                MOVE ZEROS        TO WS-ID-PROFESSOR
            END-IF
            CLOSE PROFESSORES
            IF WS-ID-PROFESSOR EQUAL ZEROS
                GO TO P400-FIM
            END-IF
            PERFORM P420-LISTA-DISPONIBILIDADE THRU P420-FIM
            DISPLAY 'Dia da semana a informar (1=SEG ... 6=SAB): '
            ACCEPT WS-DIA-SEMANA
            IF WS-DIA-SEMANA < 1 OR WS-DIA-SEMANA > 6
                DISPLAY 'DIA INVALIDO! '
                GO TO P400-FIM
            END-IF
            DISPLAY 'Periodos disponiveis no dia (ex.: 1256; '
                    '0 = indisponivel): '
            MOVE SPACES           TO WS-PERIODOS-DIG
            ACCEPT WS-PERIODOS-DIG
            PERFORM VARYING WS-IND-PER FROM 1 BY 1
                    UNTIL WS-IND-PER > 6
                MOVE 'N'          TO WS-MAPA-PER(WS-IND-PER)
            END-PERFORM
            PERFORM VARYING WS-IND-PER FROM 1 BY 1
                    UNTIL WS-IND-PER > 6
                IF WS-PER-DIG(WS-IND-PER) >= '1' AND
                   WS-PER-DIG(WS-IND-PER) <= '6'
                    MOVE 'S' TO
                      WS-MAPA-PER(FUNCTION NUMVAL(
                                  WS-PER-DIG(WS-IND-PER)))
                ELSE
                    IF WS-PER-DIG(WS-IND-PER) NOT EQUAL SPACE AND
                       WS-PER-DIG(WS-IND-PER) NOT EQUAL '0'
                        DISPLAY 'PERIODO INVALIDO: '
                                WS-PER-DIG(WS-IND-PER)
                        GO TO P400-FIM
                    END-IF
                END-IF
            END-PERFORM

            SET FS-DSP-OK         TO TRUE
            OPEN I-O DISPONIBILIDADE
            IF WS-FS-DSP EQUAL 35 THEN
                OPEN OUTPUT DISPONIBILIDADE
                CLOSE DISPONIBILIDADE
                OPEN I-O DISPONIBILIDADE
            END-IF
            IF NOT FS-DSP-OK
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE DISPONIBILIDADE. '
                DISPLAY 'FILE STATUS: ' WS-FS-DSP
                CLOSE DISPONIBILIDADE
                GO TO P400-FIM
            END-IF
            SET DSP-EXISTE        TO FALSE
            MOVE SPACES           TO WL-VALOR-ANTIGO
            MOVE WS-ID-PROFESSOR  TO ID-PROFESSOR-DSP
            MOVE WS-DIA-SEMANA    TO DIA-SEMANA-DSP
            READ DISPONIBILIDADE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET DSP-EXISTE TO TRUE
                    STRING 'DIA ' WS-DIA-SEMANA ' ' FL-PERIODOS-DSP
                           DELIMITED BY SIZE INTO WL-VALOR-ANTIGO
            END-READ
            MOVE WS-ID-PROFESSOR  TO ID-PROFESSOR-DSP
            MOVE WS-DIA-SEMANA    TO DIA-SEMANA-DSP
            MOVE WS-MAPA-PERIODOS TO FL-PERIODOS-DSP
            IF DSP-EXISTE
                REWRITE REG-DISP-PROFESSOR
            ELSE
                WRITE REG-DISP-PROFESSOR
            END-IF
            IF FS-DSP-OK
                DISPLAY 'Disponibilidade gravada com sucesso!'
                MOVE 'DISPONIB'      TO WL-OPERACAO
                MOVE WS-ID-PROFESSOR TO WL-CHAVE
                MOVE SPACES          TO WL-VALOR-NOVO
                STRING 'DIA ' WS-DIA-SEMANA ' ' FL-PERIODOS-DSP
                       DELIMITED BY SIZE INTO WL-VALOR-NOVO
                CALL 'AUDITLOG' USING WL-AUDITORIA
            ELSE
                DISPLAY 'ERRO AO GRAVAR A DISPONIBILIDADE. '
                DISPLAY 'FILE STATUS: ' WS-FS-DSP
            END-IF
            CLOSE DISPONIBILIDADE
            PERFORM P420-LISTA-DISPONIBILIDADE THRU P420-FIM
            .
       P400-FIM.
       P420-LISTA-DISPONIBILIDADE.
            SET EOF-OK            TO FALSE
            SET FS-DSP-OK         TO TRUE
            OPEN INPUT DISPONIBILIDADE
            IF NOT FS-DSP-OK
                DISPLAY 'SEM DISPONIBILIDADE INFORMADA - PROFESSOR '
                        'DISPONIVEL EM TODA A GRADE.'
                GO TO P420-FIM
            END-IF
            SET DSP-EXISTE        TO FALSE
            MOVE WS-ID-PROFESSOR  TO ID-PROFESSOR-DSP
            MOVE ZEROS            TO DIA-SEMANA-DSP
            START DISPONIBILIDADE KEY IS NOT LESS THAN
                  CHAVE-DISP-PROFESSOR
                INVALID KEY
                    SET EOF-OK    TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ DISPONIBILIDADE NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF ID-PROFESSOR-DSP NOT EQUAL WS-ID-PROFESSOR
                            SET EOF-OK TO TRUE
                        ELSE
                            SET DSP-EXISTE TO TRUE
                            DISPLAY WS-NM-DIA(DIA-SEMANA-DSP)
                                    ' PERIODOS 1-6: ' FL-PERIODOS-DSP
                        END-IF
                END-READ
            END-PERFORM
            CLOSE DISPONIBILIDADE
            IF NOT DSP-EXISTE
                DISPLAY 'SEM DISPONIBILIDADE INFORMADA - PROFESSOR '
                        'DISPONIVEL EM TODA A GRADE.'
            ELSE
                DISPLAY 'DIAS NAO LISTADOS: PROFESSOR INDISPONIVEL.'
            END-IF
            .
       P420-FIM.
       P900-FIM.
            GOBACK.
      * RESOLVE OS CAMINHOS FISICOS PELO CONFIGSYS (PRODUCAO OU
            MOVE WS-ARQ-CFG-CONTROLE TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-CONTROLE
            MOVE 'TAXAHORA' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-TAXAHORA TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-TAXAHORA
            MOVE 'DISPPROF' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-DISPPROF TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-DISPPROF
            .
       P050-FIM.
       END PROGRAM SISPROF.

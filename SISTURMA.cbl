      * Date: 02/09/2026
      * Purpose: CADASTRO DE TURMAS (TURMAS.DAT) - CODIGO, DESCRICAO,
      *          TURNO (MANHA/TARDE/NOITE), ANO LETIVO, PROFESSOR
      *          REGENTE (PROFESSORES.DAT), LOTACAO MAXIMA E ANO
      *          ESCOLAR (DISTORCAO IDADE-SERIE); A PARTIR
      *          DESTE CADASTRO O CAMPO TURMA DOS ALUNOS E VALIDADO
      *          PELO CHKTURMA EM TODAS AS ENTRADAS. CADA TURMA E DE
      *          UMA UNIDADE (CAMPUS); SEM PERFIL ADMIN O OPERADOR SO
      *          VE E MANTEM AS TURMAS DA PROPRIA UNIDADE (CHKUNIDA)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISTURMA.
       77 WS-ANO-LETIVO                    PIC 9(04).
       77 WS-ID-PROFESSOR                  PIC 9(03).
       77 WS-QT-MAX                        PIC 9(03).
       77 WS-ANO-ESCOLAR                   PIC 9(02).
       77 WS-PROF-OK                       PIC X VALUE 'N'.
          88 PROF-OK                       VALUE 'S' FALSE 'N'.
       77 WS-CD-UNIDADE                    PIC X(02).
          88 UNIDADE-VALIDA                VALUE '01' THRU '09'.
          COPY UNI_AREA.
       01 WL-AUDITORIA.
          03 WL-PROGRAMA                   PIC X(12)
             VALUE 'SISTURMA'.
       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            PERFORM P050-CONFIGURA THRU P050-FIM
            CALL 'CHKUNIDA' USING WL-UNIDADE
            PERFORM P300-PROCESSA  THRU P300-FIM
                                    UNTIL WS-OPCAO = 'F' OR 'f'
            PERFORM P900-FIM
            ACCEPT WS-ID-PROFESSOR
            DISPLAY 'Informe a lotacao maxima (0 = sem limite): '
            ACCEPT WS-QT-MAX
            DISPLAY 'Informe o ano escolar (01-09 fundamental, '
                    '10-12 medio, 00 = nao seriada): '
            ACCEPT WS-ANO-ESCOLAR
            MOVE WL-UNI-OPERADOR  TO WS-CD-UNIDADE
            IF WL-UNI-TODAS
                DISPLAY 'Informe a unidade da turma (ENTER = '
                        WL-UNI-OPERADOR '): '
                ACCEPT WS-CD-UNIDADE
                IF WS-CD-UNIDADE EQUAL SPACES
                    MOVE WL-UNI-OPERADOR TO WS-CD-UNIDADE
                END-IF
            END-IF

            IF WS-CD-TURMA EQUAL SPACES
                DISPLAY 'CODIGO DE TURMA EM BRANCO! '
                        'CADASTRO NAO REALIZADO.'
                GO TO P320-FIM
            END-IF
            IF WS-ANO-ESCOLAR > 12
                DISPLAY 'ANO ESCOLAR INVALIDO (00 A 12)! '
                        'CADASTRO NAO REALIZADO.'
                GO TO P320-FIM
            END-IF
            IF NOT UNIDADE-VALIDA
                DISPLAY 'UNIDADE INVALIDA (01 A 09)! '
                        'CADASTRO NAO REALIZADO.'
                GO TO P320-FIM
            END-IF
            PERFORM P360-VALIDA-PROFESSOR THRU P360-FIM
            IF NOT PROF-OK
                GO TO P320-FIM
                MOVE WS-ANO-LETIVO    TO ANO-LETIVO-TUR
                MOVE WS-ID-PROFESSOR  TO ID-PROFESSOR-TUR
                MOVE WS-QT-MAX        TO QT-MAX-TUR
                MOVE WS-ANO-ESCOLAR   TO ANO-ESCOLAR-TUR
                MOVE WS-CD-UNIDADE    TO CD-UNIDADE-TUR
                SET TURMA-ATIVA       TO TRUE
                WRITE REG-TURMA
                    INVALID KEY
                            AT END
                                SET EOF-OK TO TRUE
                            NOT AT END
                              IF WL-UNI-TODAS OR
                                 CD-UNIDADE-TUR EQUAL WL-UNI-OPERADOR
                                DISPLAY CD-TURMA ' - '
                                        DS-TURMA '  TURNO: '
                                        TURNO-TUR '  ANO: '
                                        ANO-LETIVO-TUR '  PROF: '
                                        ID-PROFESSOR-TUR '  MAX: '
                                        QT-MAX-TUR '  SERIE: '
                                        ANO-ESCOLAR-TUR '  UNID: '
                                        CD-UNIDADE-TUR '  '
                                        ST-TURMA
                              END-IF
                        END-READ
                    END-PERFORM
                ELSE
                    INVALID KEY
                        DISPLAY 'TURMA NAO EXISTE! '
                    NOT INVALID KEY
                      IF NOT WL-UNI-TODAS AND
                         CD-UNIDADE-TUR NOT EQUAL WL-UNI-OPERADOR
                        DISPLAY 'TURMA DE OUTRA UNIDADE ('
                                CD-UNIDADE-TUR ')! '
                      ELSE
                        DISPLAY 'TURMA: ' CD-TURMA
                                ' - ' DS-TURMA
                        DISPLAY 'TURNO: ' TURNO-TUR
                                ID-PROFESSOR-TUR
                        DISPLAY 'LOTACAO MAXIMA: ' QT-MAX-TUR
                                '  SITUACAO: ' ST-TURMA
                        DISPLAY 'ANO ESCOLAR: ' ANO-ESCOLAR-TUR
                                ' (00 = NAO SERIADA)'
                        DISPLAY 'UNIDADE: ' CD-UNIDADE-TUR
                      END-IF
                END-READ
            ELSE
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE TURMAS. '
                    INVALID KEY
                        DISPLAY 'TURMA NAO EXISTE! '
                    NOT INVALID KEY
                        PERFORM P355-ALTERA-TURMA THRU P355-FIM
                END-READ
            ELSE
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE TURMAS. '
            CLOSE TURMAS
            .
       P350-FIM.
       P355-ALTERA-TURMA.
            IF NOT WL-UNI-TODAS AND
               CD-UNIDADE-TUR NOT EQUAL WL-UNI-OPERADOR
                DISPLAY 'TURMA DE OUTRA UNIDADE (' CD-UNIDADE-TUR
                        ') - SO O ADMINISTRADOR ALTERA.'
                GO TO P355-FIM
            END-IF
            MOVE SPACES           TO WL-VALOR-ANTIGO
            STRING DS-TURMA   DELIMITED BY SIZE
                   ' '        DELIMITED BY SIZE
                   TURNO-TUR  DELIMITED BY SIZE
                   INTO WL-VALOR-ANTIGO
            DISPLAY 'Descricao atual: ' DS-TURMA
            DISPLAY 'Informe a nova descricao: '
            ACCEPT WS-DS-TURMA
            DISPLAY 'Turno atual: ' TURNO-TUR
            DISPLAY 'Informe o novo turno (M/T/N): '
            ACCEPT WS-TURNO
            DISPLAY 'Professor regente atual: '
                    ID-PROFESSOR-TUR
            DISPLAY 'Informe o novo professor: '
            ACCEPT WS-ID-PROFESSOR
            DISPLAY 'Lotacao maxima atual: ' QT-MAX-TUR
            DISPLAY 'Informe a nova lotacao: '
            ACCEPT WS-QT-MAX
            DISPLAY 'Ano escolar atual: ' ANO-ESCOLAR-TUR
            DISPLAY 'Informe o novo ano escolar (00-12): '
            ACCEPT WS-ANO-ESCOLAR
            DISPLAY 'Situacao atual: ' ST-TURMA
            DISPLAY 'Informe a nova situacao (A/I): '
            ACCEPT ST-TURMA
            MOVE CD-UNIDADE-TUR   TO WS-CD-UNIDADE
            IF WL-UNI-TODAS
                DISPLAY 'Unidade atual: ' CD-UNIDADE-TUR
                DISPLAY 'Informe a nova unidade (ENTER = mantem): '
                ACCEPT WS-CD-UNIDADE
                IF WS-CD-UNIDADE EQUAL SPACES
                    MOVE CD-UNIDADE-TUR TO WS-CD-UNIDADE
                END-IF
            END-IF
            IF WS-TURNO NOT EQUAL 'M' AND 'T' AND 'N'
               OR WS-ANO-ESCOLAR > 12 OR NOT UNIDADE-VALIDA
                DISPLAY 'TURNO, ANO ESCOLAR OU UNIDADE INVALIDO! '
                        'ALTERACAO NAO REALIZADA.'
            ELSE
                PERFORM P360-VALIDA-PROFESSOR
                    THRU P360-FIM
                IF PROF-OK
                    DISPLAY 'TECLE: '
                            '<S> para confirmar ou '
                            '<QUALQUER TECLA> para abortar.'
                    ACCEPT WS-CONFIRM
                    IF WS-CONFIRM EQUAL 'S' OR 's' THEN
                        MOVE WS-DS-TURMA
                            TO DS-TURMA
                        MOVE WS-TURNO
                            TO TURNO-TUR
                        MOVE WS-ID-PROFESSOR
                            TO ID-PROFESSOR-TUR
                        MOVE WS-QT-MAX
                            TO QT-MAX-TUR
                        MOVE WS-ANO-ESCOLAR
                            TO ANO-ESCOLAR-TUR
                        MOVE WS-CD-UNIDADE
                            TO CD-UNIDADE-TUR
                        REWRITE REG-TURMA
                        IF FS-OK
                            DISPLAY 'Turma atualizada '
                                    'com sucesso!'
                            MOVE 'ALTERACAO' TO WL-OPERACAO
                            MOVE CD-TURMA    TO WL-CHAVE
                            STRING DS-TURMA
                                   DELIMITED BY SIZE
                                   ' '
                                   DELIMITED BY SIZE
                                   TURNO-TUR
                                   DELIMITED BY SIZE
                                   INTO WL-VALOR-NOVO
                            CALL 'AUDITLOG'
                                USING WL-AUDITORIA
                        ELSE
                            DISPLAY 'ERRO AO ATUALIZAR A '
                                    'TURMA. '
                            DISPLAY 'FILE STATUS: ' WS-FS
                        END-IF
                    ELSE
                        DISPLAY 'Alteracao nao realizada.'
                    END-IF
                END-IF
            END-IF
            .
       P355-FIM.
      * O PROFESSOR REGENTE PRECISA EXISTIR E ESTAR ATIVO NO
      * CADASTRO DE PROFESSORES; ZERO SIGNIFICA TURMA SEM REGENTE
       P360-VALIDA-PROFESSOR.

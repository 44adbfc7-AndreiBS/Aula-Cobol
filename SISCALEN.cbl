      * Date: 23/08/2026
      * Purpose: MANUTENCAO DO CALENDARIO ACADEMICO (CALENDARIO.DAT) -
      *          TERMOS (INICIO/FIM), FERIADOS E SEMANAS DE PROVA,
      *          CONSULTADO PELO SISROLOV E PELO CALCULO DE VENCIMENTOS;
      *          E AS JANELAS DE LANCAMENTO DE NOTAS DE CADA AVALIACAO
      *          ('N'), QUE O SISLANCA RESPEITA E O SISPRAZO COBRA; E
      *          OS DIAS DE PLANTAO PEDAGOGICO ('R') COM O HORARIO DE
      *          ATENDIMENTO, DE ONDE O SISPLANT GERA A AGENDA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISCALEN.
       77 WS-DT-EVENTO                     PIC 9(08).
       77 WS-DT-FIM                        PIC 9(08).
       77 WS-DS-EVENTO                     PIC X(20).
       77 WS-NR-AVALIACAO                  PIC 9(02).
       77 WS-HR-INICIO                     PIC 9(04).
       77 WS-HR-FIM                        PIC 9(04).

       01 WS-ARQ-CFG-CALENDARIO            PIC X(60) VALUE
          'C:\COBOL\CALENDARIO.DAT'.
       P300-FIM.
       P310-INCLUI.
            PERFORM P350-PEDE-CHAVE THRU P350-FIM
            IF WS-TP-EVENTO EQUAL 'T' OR 'P' OR 'N'
                DISPLAY 'Informe a data FINAL (AAAAMMDD): '
                ACCEPT WS-DT-FIM
            ELSE
                MOVE WS-DT-EVENTO  TO WS-DT-FIM
            END-IF
      * JANELA DE NOTAS: A AVALIACAO VAI NO INICIO DA DESCRICAO E A
      * DATA FINAL E O PRAZO DO LANCAMENTO
            IF WS-TP-EVENTO EQUAL 'N'
                IF WS-DT-FIM < WS-DT-EVENTO
                    DISPLAY 'PRAZO ANTERIOR A ABERTURA DA JANELA! '
                    GO TO P310-FIM
                END-IF
                DISPLAY 'Informe o numero da avaliacao (1 a 20): '
                ACCEPT WS-NR-AVALIACAO
                IF WS-NR-AVALIACAO < 1 OR WS-NR-AVALIACAO > 20
                    DISPLAY 'NUMERO DE AVALIACAO INVALIDO! '
                    GO TO P310-FIM
                END-IF
            END-IF
      * PLANTAO PEDAGOGICO: UM SO DIA, COM O HORARIO DE ATENDIMENTO
      * NO INICIO DA DESCRICAO
            IF WS-TP-EVENTO EQUAL 'R'
                DISPLAY 'Horario de inicio do atendimento (HHMM): '
                ACCEPT WS-HR-INICIO
                DISPLAY 'Horario de fim do atendimento (HHMM): '
                ACCEPT WS-HR-FIM
                IF WS-HR-INICIO(1:2) > '23' OR WS-HR-INICIO(3:2) > '59'
                   OR WS-HR-FIM(1:2) > '23' OR WS-HR-FIM(3:2) > '59'
                   OR WS-HR-FIM NOT > WS-HR-INICIO
                    DISPLAY 'HORARIO DE ATENDIMENTO INVALIDO! '
                    GO TO P310-FIM
                END-IF
            END-IF
            DISPLAY 'Informe a descricao do evento: '
            ACCEPT WS-DS-EVENTO

                MOVE WS-DT-EVENTO  TO DT-EVENTO-CAL
                MOVE WS-DT-FIM     TO DT-FIM-EVENTO-CAL
                MOVE WS-DS-EVENTO  TO DS-EVENTO-CAL
                IF EVENTO-PRAZO-NOTA
                    MOVE WS-NR-AVALIACAO TO NR-AVALIACAO-CAL
                    MOVE WS-DS-EVENTO    TO DS-AVALIACAO-CAL
                END-IF
                IF EVENTO-PLANTAO
                    MOVE WS-HR-INICIO    TO HR-INICIO-CAL
                    MOVE WS-HR-FIM       TO HR-FIM-CAL
                    MOVE WS-DS-EVENTO    TO DS-PLANTAO-CAL
                END-IF
                WRITE REG-CALENDARIO
                    INVALID KEY
                        DISPLAY 'EVENTO JA CADASTRADO! '
                            AT END
                                SET EOF-OK TO TRUE
                            NOT AT END
                                EVALUATE TRUE
                                WHEN EVENTO-PRAZO-NOTA
                                    DISPLAY CD-TERMO-CAL ' '
                                            TP-EVENTO-CAL '  '
                                            DT-EVENTO-CAL '  '
                                            DT-FIM-EVENTO-CAL '  '
                                            'AVAL ' NR-AVALIACAO-CAL
                                            ' ' DS-AVALIACAO-CAL
                                WHEN EVENTO-PLANTAO
                                    DISPLAY CD-TERMO-CAL ' '
                                            TP-EVENTO-CAL '  '
                                            DT-EVENTO-CAL '  '
                                            DT-FIM-EVENTO-CAL '  '
                                            HR-INICIO-CAL '-'
                                            HR-FIM-CAL ' '
                                            DS-PLANTAO-CAL
                                WHEN OTHER
                                    DISPLAY CD-TERMO-CAL ' '
                                            TP-EVENTO-CAL '  '
                                            DT-EVENTO-CAL '  '
                                            DT-FIM-EVENTO-CAL '  '
                                            DS-EVENTO-CAL
                                END-EVALUATE
                        END-READ
                    END-PERFORM
                ELSE
            DISPLAY 'Informe o codigo do termo (ex. 2026-1): '
            ACCEPT WS-CD-TERMO
            DISPLAY 'Informe o tipo do evento '
                    '(T=Termo, F=Feriado, P=Provas, '
                    'N=Prazo de Notas, R=Plantao Pedagogico): '
            ACCEPT WS-TP-EVENTO
            DISPLAY 'Informe a data do evento (AAAAMMDD): '
            ACCEPT WS-DT-EVENTO

      * Author: ANDREI BATISTA
      * Date: 25/10/2023
      * Purpose: COMPUTAR A MEDIA DAS NOTAS NA MATERIA E SABER O STATUS
      *        DE APROVADO OU REPROVADO - MEDIA PONDERADA PELO PLANO
      *        DE AVALIACAO DA MATERIA (CALCMEDP / PLANOAVA.DAT);
      *        NA MATRICULA, MENOR DE IDADE SEM RESPONSAVEL E
      *        BARRADO (CHKMENOR)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISCOMPT.
                                            TIMES
                                            DEPENDING ON WS-NUM-NOTAS.
       77 WS-IND-NOTA                      PIC 9(02).
       77 WS-NR-RECUP                      PIC 9(02) VALUE ZEROS.
       77 WS-RECUP-INFORMADA               PIC X VALUE 'N'.
          88 RECUP-INFORMADA               VALUE 'S' FALSE 'N'.
          COPY MED_AREA.
       01 WS-FS                            PIC 99.
          88 FS-OK                         VALUE 0.
       01 WS-FS-GRUPO REDEFINES WS-FS.
             88 WL-FILA-NADA               VALUE 'N'.
          03 WL-FILA-ID-PROMOVIDO          PIC 9(06).
       77 WS-CONFIRM-FILA                  PIC X VALUE SPACES.
          COPY MNR_AREA.
       01 WL-PARAMETROS-PRQ.
          03 WL-PRQ-ID-ALUNO               PIC 9(06).
          03 WL-PRQ-ID-MATERIA             PIC 9(03).
                        DISPLAY 'MATRICULAR AGORA? (S/N): '
                        ACCEPT WS-CONFIRM-MAT
                        IF WS-CONFIRM-MAT EQUAL 'S' OR 's' THEN
                            MOVE ID-ALUNO-MAT   TO WL-MNR-ID-ALUNO
                            CALL 'CHKMENOR' USING WL-MENOR
                            IF WL-MNR-BLOQUEADO
                                DISPLAY 'ALUNO MENOR DE IDADE ('
                                        WL-MNR-IDADE ' ANOS) SEM '
                                        'RESPONSAVEL VINCULADO NO '
                                        'SISRESPO. MATRICULA BLOQUEADA.'
                            ELSE
                            IF WL-MNR-SEM-NASCIMENTO
                                DISPLAY 'AVISO: ALUNO SEM DATA DE '
                                        'NASCIMENTO - COMPLETE NO '
                                        'SISIDALU.'
                            END-IF
                            MOVE ID-MATERIA-MAT TO WL-VAGA-ID-MATERIA
                            CALL 'CHKVAGA' USING WL-PARAMETROS-VAGA
                            IF WL-SEM-VAGA
                            END-IF
                            END-IF
                            END-IF
                            END-IF
                        ELSE
                            DISPLAY 'LANCAMENTO DE NOTA CANCELADO.'
                        END-IF
            .
       P115-FIM.
       P200-CALC.
            SET WL-MD-SEM-RECUPERACAO TO TRUE
            PERFORM P205-MEDIA-PONDERADA THRU P205-FIM
            IF WS-MEDIA >= WS-NT-APROVACAO
                MOVE 'APROVADO'        TO WS-RESULTADO
            ELSE
            PERFORM P220-CHECA-FREQ THRU P220-FIM
            .
       P200-FIM.
      * CADA NOTA PESA O PESO DA AVALIACAO DE MESMO NUMERO NO PLANO DA
      * MATERIA; SEM PLANO TODAS PESAM 1 (MEDIA SIMPLES)
       P205-MEDIA-PONDERADA.
            MOVE 'M'              TO WL-MD-OPERACAO
            MOVE ID-MATERIA       TO WL-MD-ID-MATERIA
            MOVE WS-NUM-NOTAS     TO WL-MD-NUM-NOTAS
            PERFORM VARYING WS-IND-NOTA FROM 1 BY 1
                    UNTIL WS-IND-NOTA > WS-NUM-NOTAS
                MOVE WS-NOTAS(WS-IND-NOTA)
                    TO WL-MD-NOTA(WS-IND-NOTA)
            END-PERFORM
            CALL 'CALCMEDP' USING WL-PARAMETROS-MEDIA
            MOVE WL-MD-MEDIA      TO WS-MEDIA
            .
       P205-FIM.
      * A NOTA DE RECUPERACAO OCUPA A AVALIACAO DO TIPO 'R' DO PLANO E
      * ENTRA NA MEDIA COM O PESO DELA; SEM ESSA AVALIACAO NO PLANO,
      * ENTRA COMO NOTA ADICIONAL DE PESO 1
       P210-RECUPERACAO.
            MOVE WL-MD-NR-RECUPERACAO TO WS-NR-RECUP
            SET RECUP-INFORMADA   TO FALSE
            EVALUATE WS-MODO-PROCESSO
                WHEN '2'
                    IF WS-NR-RECUP > 0 AND
                       WS-NR-RECUP <= WS-NUM-NOTAS
                        SET RECUP-INFORMADA TO TRUE
                    ELSE
                        DISPLAY 'ALUNO ' ID-ALUNO ' MATERIA '
                                ID-MATERIA
                                ' EM RECUPERACAO. NOTA DE RECUPERACAO '
                                'PENDENTE DE LANCAMENTO MANUAL.'
                        GO TO P210-FIM
                    END-IF
                WHEN '3'
                    IF WS-NR-RECUP > 0
                        PERFORM P215-RECUP-DIARIO THRU P215-FIM
                    END-IF
            END-EVALUATE
            IF NOT RECUP-INFORMADA
                DISPLAY 'ALUNO EM RECUPERACAO! DIGITE A NOTA DA PROVA '
                        'DE RECUPERACAO: '
                ACCEPT WS-NOTA-RECUP
                IF WS-NR-RECUP > 0
                    PERFORM UNTIL WS-NUM-NOTAS >= WS-NR-RECUP
                        ADD 1         TO WS-NUM-NOTAS
                        MOVE ZEROS    TO WS-NOTAS(WS-NUM-NOTAS)
                    END-PERFORM
                    MOVE WS-NOTA-RECUP TO WS-NOTAS(WS-NR-RECUP)
                ELSE
                    IF WS-NUM-NOTAS >= 20
                        DISPLAY 'LIMITE DE 20 NOTAS ATINGIDO - NOTA '
                                'DE RECUPERACAO NAO COMPUTADA.'
                        GO TO P210-FIM
                    END-IF
                    ADD 1             TO WS-NUM-NOTAS
                    MOVE WS-NOTA-RECUP TO WS-NOTAS(WS-NUM-NOTAS)
                END-IF
            END-IF
            SET WL-MD-COM-RECUPERACAO TO TRUE
            PERFORM P205-MEDIA-PONDERADA THRU P205-FIM
            IF WS-MEDIA >= WS-NT-APROVACAO
                MOVE 'APROVADO'       TO WS-RESULTADO
            ELSE
                MOVE 'REPROVADO'      TO WS-RESULTADO
            END-IF
            .
       P210-FIM.
      * NO FECHAMENTO PELO DIARIO, A RECUPERACAO JA LANCADA NO SISLANCA
      * (NA AVALIACAO 'R' DO PLANO) E USADA SEM PERGUNTAR
       P215-RECUP-DIARIO.
            SET FS-LAN-OK         TO TRUE
            OPEN INPUT LANCAMENTOS
            IF FS-LAN-OK
                MOVE ID-ALUNO         TO ID-ALUNO-LAN
                MOVE ID-MATERIA       TO ID-MATERIA-LAN
                MOVE WS-NR-RECUP      TO NR-AVALIACAO-LAN
                READ LANCAMENTOS
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET RECUP-INFORMADA TO TRUE
                        DISPLAY 'NOTA DE RECUPERACAO LANCADA NO '
                                'DIARIO: ' VL-NOTA-LAN
                END-READ
            END-IF
            CLOSE LANCAMENTOS
            .
       P215-FIM.
      * A LEGISLACAO EXIGE FREQUENCIA MINIMA (CONFIGSYS 'FREQ-MINIMA',
      * PADRAO 75%) INDEPENDENTE DAS NOTAS: ABAIXO DO PISO O RESULTADO
      * VIRA 'REPROV-FALTA' MESMO COM MEDIA DE APROVACAO. AS AULAS
                WRITE REG-BOLETIM-OUT
                MOVE SPACES TO WS-LINHA-BOL
                MOVE 1 TO WS-PTR-BOL
                STRING 'Notas(peso): ' DELIMITED BY SIZE
                       INTO WS-LINHA-BOL
                       WITH POINTER WS-PTR-BOL
                PERFORM VARYING WS-IND-NOTA FROM 1 BY 1
                        UNTIL WS-IND-NOTA > WS-NUM-NOTAS
                    STRING WS-NOTAS(WS-IND-NOTA) DELIMITED BY SIZE
                           '('                   DELIMITED BY SIZE
                           WL-MD-PESO(WS-IND-NOTA)
                                                 DELIMITED BY SIZE
                           ') '                  DELIMITED BY SIZE
                           INTO WS-LINHA-BOL
                           WITH POINTER WS-PTR-BOL
                END-PERFORM
            CLOSE LANCAMENTOS
            .
       P510-FIM.
       P999-FIM.
            DISPLAY 'FIM DO PROGRAMA.'
            GOBACK.

      * Purpose: FILA DE ESPERA DE MATRICULA (ESPERA.DAT) - OPERACAO
      *          'E' COLOCA UM ALUNO NO FIM DA FILA DA MATERIA,
      *          OPERACAO 'P' PROMOVE O PRIMEIRO DA FILA GERANDO A
      *          MATRICULA (CHAMADA QUANDO UMA VAGA E LIBERADA);
      *          MENOR DE IDADE SEM RESPONSAVEL NAO E PROMOVIDO
      *          (CHKMENOR)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILAESPE.
       77 WS-ALUNO-FILA                    PIC 9(06).
       77 WS-FILA-ESGOTADA                 PIC X VALUE 'N'.
          88 FILA-ESGOTADA                 VALUE 'S' FALSE 'N'.
          COPY MNR_AREA.

       01 WS-ARQ-CFG-D3-ESPERA             PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\ESPERA.DAT'.
       P100-FIM.
      * O PRIMEIRO DA FILA PODE JA ESTAR MATRICULADO (ENTRADA
      * VELHA) - NESSE CASO A ENTRADA CAI E O PROXIMO NR-SEQ-ESP DA
      * MATERIA E TENTADO, ATE PROMOVER ALGUEM OU ESGOTAR A FILA;
      * O MESMO VALE PARA O MENOR DE IDADE AINDA SEM RESPONSAVEL
      * VINCULADO, QUE SAI DA FILA COM AVISO PARA A SECRETARIA
       P200-PROMOVE.
            SET FS-MAT-OK         TO TRUE
            OPEN I-O MATRICULAS
                PERFORM P210-ACHA-PRIMEIRO THRU P210-FIM
                IF NOT FILA-ESGOTADA
                    DELETE ESPERA RECORD
                    MOVE WS-ALUNO-FILA  TO WL-MNR-ID-ALUNO
                    CALL 'CHKMENOR' USING WL-MENOR
                    IF WL-MNR-BLOQUEADO
                        DISPLAY 'PROMOCAO DA FILA: ALUNO '
                                WS-ALUNO-FILA
                                ' MENOR DE IDADE SEM RESPONSAVEL '
                                '(SISRESPO) - TENTANDO O PROXIMO '
                                'DA FILA.'
                    ELSE
                    MOVE WS-ALUNO-FILA  TO ID-ALUNO-MAT
                    MOVE LK-ID-MATERIA  TO ID-MATERIA-MAT
                    SET MAT-ATIVA       TO TRUE
                            MOVE WS-ALUNO-FILA
                                TO LK-ID-ALUNO-PROMOVIDO
                    END-WRITE
                    END-IF
                END-IF
            END-PERFORM
            CLOSE MATRICULAS

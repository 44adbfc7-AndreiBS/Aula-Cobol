      * Author: ANDREI BATISTA
      * Date: 23/08/2026
      * Purpose: ALERTA DE ALUNOS EM RISCO NO MEIO DO TERMO - MEDIA
      *          PARCIAL DOS LANCAMENTOS (LANCNOTA.DAT), PONDERADA
      *          PELO PLANO DE AVALIACAO (CALCMEDP), ABAIXO DA
      *          NT-APROVACAO DA MATERIA, AGRUPADO POR TURMA COM O
      *          PROFESSOR RESPONSAVEL (PROFMAT/PROFESSORES), PARA A
      *          COORDENACAO AGIR ANTES DO FECHAMENTO
                            INDEXED BY WS-IDX.
             05 WS-TAB-ID-ALUNO           PIC 9(06).
             05 WS-TAB-ID-MATERIA         PIC 9(03).
             05 WS-TAB-SOMA               PIC 9(06)V99.
             05 WS-TAB-PESOS              PIC 9(04).
       77 WS-IND1                          PIC 9(03).
       77 WS-IND2                          PIC 9(03).
       77 WS-ACHOU                         PIC X VALUE 'N'.
          03 FILLER                        PIC 9(02)V99.
          03 FILLER                        PIC X(20).
       77 WS-MEDIA-PARCIAL                 PIC 9(02)V99.
          COPY MED_AREA.
       77 WS-TURMA-ATUAL                   PIC X(10) VALUE SPACES.

       01 WS-ARQ-CFG-D3-LANCNOTA           PIC X(60) VALUE
                            NOT AT END
                                PERFORM P310-LOCALIZA THRU P310-FIM
                                IF WS-IND1 > 0
                                    PERFORM P315-PONDERA THRU P315-FIM
                                END-IF
                        END-READ
                    END-PERFORM
                    MOVE ID-MATERIA-LAN TO
                         WS-TAB-ID-MATERIA(WS-CONT)
                    MOVE ZEROS          TO WS-TAB-SOMA(WS-CONT)
                                           WS-TAB-PESOS(WS-CONT)
                ELSE
                    SET PARC-CHEIA      TO TRUE
                    MOVE ZEROS          TO WS-IND1
            END-IF
            .
       P310-FIM.
      * CADA NOTA ENTRA COM O PESO DA AVALIACAO NO PLANO DA MATERIA
      * (PESO 1 SEM PLANO); A RECUPERACAO NAO COMPOE A PARCIAL
       P315-PONDERA.
            MOVE 'P'              TO WL-MD-OPERACAO
            MOVE ID-MATERIA-LAN   TO WL-MD-ID-MATERIA
            MOVE NR-AVALIACAO-LAN TO WL-MD-NR-AVALIACAO
            CALL 'CALCMEDP' USING WL-PARAMETROS-MEDIA
            IF WL-MD-TP-AVALIACAO NOT EQUAL 'R'
                COMPUTE WS-TAB-SOMA(WS-IND1) =
                        WS-TAB-SOMA(WS-IND1) +
                        VL-NOTA-LAN * WL-MD-PS-AVALIACAO
                ADD WL-MD-PS-AVALIACAO TO WS-TAB-PESOS(WS-IND1)
            END-IF
            .
       P315-FIM.
       P320-AVALIA.
            MOVE ZEROS            TO WS-CONT-RISCO
            SET RISCO-CHEIA       TO FALSE
            IF FS-MATR-OK AND FS-OK
                PERFORM VARYING WS-IND1 FROM 1 BY 1
                        UNTIL WS-IND1 > WS-CONT
                    IF WS-TAB-PESOS(WS-IND1) > 0
                        COMPUTE WS-MEDIA-PARCIAL =
                                WS-TAB-SOMA(WS-IND1) /
                                WS-TAB-PESOS(WS-IND1)
                        MOVE WS-TAB-ID-MATERIA(WS-IND1)
                            TO ID-MATERIA
                        READ MATERIAS

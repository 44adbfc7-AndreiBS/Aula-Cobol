      *          TODOS ARQUIVADOS PELO SISROLOV (INDICE TERMOS.DAT)
      *          MAIS O TODOS.DAT CORRENTE, MONTA O HISTORICO DE UM
      *          ALUNO POR TERMO COM O COEFICIENTE DE CADA TERMO
      *          (MESMO CALCULO DO SISCOEF) E O COEFICIENTE ACUMULADO;
      *          AO FINAL, AS ATIVIDADES COMPLEMENTARES APROVADAS POR
      *          CATEGORIA (CHKATCOM) FRENTE A CARGA EXIGIDA PELO CURSO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISHISTE.
       77 WS-QTD-TERMO                     PIC 9(03) VALUE ZEROS.
       77 WS-SOMA-TERMO                    PIC 9(05)V99 VALUE ZEROS.
       77 WS-COEF-TERMO                    PIC 9(02)V99.
       77 WS-DS-RESULTADO                  PIC X(17).
       77 WS-QTD-GERAL                     PIC 9(04) VALUE ZEROS.
       77 WS-SOMA-GERAL                    PIC 9(06)V99 VALUE ZEROS.
       77 WS-COEF-GERAL                    PIC 9(02)V99.
       77 WS-RESUMO-USADO                  PIC X VALUE 'N'.
          88 RESUMO-USADO                  VALUE 'S' FALSE 'N'.
       77 WS-TERMO-GRUPO                   PIC X(06) VALUE SPACES.
       77 WS-IND-CAT                       PIC 9(02).
          COPY ATC_AREA.

       01 WS-ARQ-CFG-TERMOS                PIC X(60) VALUE
          'C:\COBOL\ARQUIVO_MORTO\TERMOS.DAT'.
            ELSE
                DISPLAY 'NENHUM BOLETIM ENCONTRADO PARA O ALUNO. '
            END-IF
            PERFORM P500-ATIVIDADES-COMPL THRU P500-FIM
            PERFORM P900-FIM
            .
       P200-TERMOS-RESUMO.
            END-IF
            ADD 1                 TO WS-QTD-TERMO WS-QTD-GERAL
            ADD MEDIA-RES         TO WS-SOMA-TERMO WS-SOMA-GERAL
            MOVE RESULTADO-RES    TO WS-DS-RESULTADO
            PERFORM P330-DESCREVE-RESULTADO THRU P330-FIM
            DISPLAY '  ' NM-MATERIA-RES
                    ': ' MEDIA-RES
                    '  ' WS-DS-RESULTADO
            .
       P210-FIM.
       P220-FECHA-GRUPO.
       P320-LINHA.
            ADD 1                 TO WS-QTD-TERMO WS-QTD-GERAL
            ADD WS-BUF-MEDIA      TO WS-SOMA-TERMO WS-SOMA-GERAL
            MOVE WS-BUF-RESULTADO TO WS-DS-RESULTADO
            PERFORM P330-DESCREVE-RESULTADO THRU P330-FIM
            DISPLAY '  ' WS-BUF-NM-MATERIA
                    ': ' WS-BUF-MEDIA
                    '  ' WS-DS-RESULTADO
            .
       P320-FIM.
      * A APROVACAO PELO CONSELHO DE CLASSE (SISCONSE) SAI POR EXTENSO
      * - A MEDIA MOSTRADA CONTINUA SENDO A DO BOLETIM
       P330-DESCREVE-RESULTADO.
            IF WS-DS-RESULTADO EQUAL 'APROV-CONSELHO'
                MOVE 'APROVADO CONSELHO' TO WS-DS-RESULTADO
            END-IF
            .
       P330-FIM.
       P400-TERMO-CORRENTE.
            MOVE ZEROS            TO WS-QTD-TERMO WS-SOMA-TERMO
            SET EOF-OK            TO FALSE
                                ADD 1 TO WS-QTD-TERMO WS-QTD-GERAL
                                ADD MEDIA-BOLETIM
                                    TO WS-SOMA-TERMO WS-SOMA-GERAL
                                MOVE RESULTADO-BOLETIM
                                    TO WS-DS-RESULTADO
                                PERFORM P330-DESCREVE-RESULTADO
                                    THRU P330-FIM
                                DISPLAY '  ' NM-MATERIA-2
                                        ': ' MEDIA-BOLETIM
                                        '  ' WS-DS-RESULTADO
                            END-IF
                    END-READ
                END-PERFORM
            CLOSE TODOS
            .
       P400-FIM.
      * ATIVIDADES COMPLEMENTARES: HORAS APROVADAS PELA COORDENACAO
      * POR CATEGORIA E O QUE CONTA PARA O CURSO APOS O TETO
       P500-ATIVIDADES-COMPL.
            MOVE WS-ID-ALUNO      TO WL-ATC-ID-ALUNO
            CALL 'CHKATCOM' USING WL-PARAMETROS-ATC
            IF WL-ATC-CH-EXIGIDA EQUAL ZEROS AND
               WL-ATC-CH-APROVADA EQUAL ZEROS
                GO TO P500-FIM
            END-IF
            DISPLAY '*** ATIVIDADES COMPLEMENTARES ***'
            PERFORM VARYING WS-IND-CAT FROM 1 BY 1
                    UNTIL WS-IND-CAT > WL-ATC-QT-CATEGORIAS
                IF WL-ATC-CH-CAT-APROVADA(WS-IND-CAT) > 0
                    DISPLAY '  ' WL-ATC-DS-CATEGORIA(WS-IND-CAT)
                            ' APROVADAS: '
                            WL-ATC-CH-CAT-APROVADA(WS-IND-CAT)
                            ' VALIDAS: '
                            WL-ATC-CH-CAT-COMPUTADA(WS-IND-CAT)
                END-IF
            END-PERFORM
            DISPLAY 'HORAS VALIDAS NO CURSO: ' WL-ATC-CH-COMPUTADA
                    ' DE ' WL-ATC-CH-EXIGIDA ' EXIGIDAS'
            .
       P500-FIM.
       P900-FIM.
            GOBACK.
      * RESOLVE OS CAMINHOS FISICOS PELO CONFIGSYS (PRODUCAO OU

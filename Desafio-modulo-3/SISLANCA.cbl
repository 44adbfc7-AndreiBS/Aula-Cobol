      * Date: 23/08/2026
      * Purpose: LANCAMENTO INDIVIDUAL DE NOTAS (LANCNOTA.DAT) - CADA
      *          AVALIACAO E REGISTRADA QUANDO ACONTECE, COM DATA;
      *          CONSULTA DAS NOTAS JA LANCADAS POR ALUNO/MATERIA,
      *          COM O PESO DE CADA AVALIACAO E A MEDIA PARCIAL
      *          PONDERADA PELO PLANO DE AVALIACAO (CALCMEDP).
      *          COM JANELA DE LANCAMENTO DA AVALIACAO NO CALENDARIO
      *          DO TERMO CORRENTE (EVENTO 'N'), SO ACEITA A NOTA
      *          DENTRO DELA; DEPOIS DO PRAZO EXIGE AUTORIZACAO DA
      *          COORDENACAO (AUTHOPR 'L') E REGISTRA NA AUDITORIA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISLANCA.
               RECORD  KEY  IS CHAVE-MATRICULA
               FILE STATUS IS WS-FS-MAT.

               SELECT CALENDARIO ASSIGN TO WS-ARQ-CFG-CALENDARIO
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-CALENDARIO
               FILE STATUS IS WS-FS-CAL.

       DATA DIVISION.
       FILE SECTION.
       FD LANCAMENTOS.
          COPY FD_LANCN.
       FD MATRICULAS.
          COPY FD_MATRI.
       FD CALENDARIO.
          COPY FD_CALEN.

       WORKING-STORAGE SECTION.
       77 WS-FS-LAN                        PIC 99.
          88 FS-LAN-OK                     VALUE 0.
       77 WS-FS-MAT                        PIC 99.
          88 FS-MAT-OK                     VALUE 0.
       77 WS-FS-CAL                        PIC 99.
          88 FS-CAL-OK                     VALUE 0.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE 'S' FALSE 'N'.
       77 WS-EOF-CAL                       PIC X.
          88 EOF-CAL-OK                    VALUE 'S' FALSE 'N'.
       77 WS-OPCAO                         PIC X.
       77 WS-ID-ALUNO                      PIC 9(06).
       77 WS-ID-MATERIA                    PIC 9(03).
       77 WS-MATRICULADO                   PIC X VALUE 'N'.
          88 MATRICULADO-OK                VALUE 'S' FALSE 'N'.
       77 WS-QTD-LANCADAS                  PIC 9(03) VALUE ZEROS.
       77 WS-MATERIA-ANTERIOR              PIC 9(03) VALUE ZEROS.
       77 WS-SOMA-PONDERADA                PIC 9(06)V99 VALUE ZEROS.
       77 WS-SOMA-PESOS                    PIC 9(04) VALUE ZEROS.
       77 WS-MEDIA-PARCIAL                 PIC 9(02)V99 VALUE ZEROS.
       77 WS-DATA-HOJE-8                   PIC 9(08).
       77 WS-CD-TERMO                      PIC X(06).
       77 WS-DT-ABRE-JANELA                PIC 9(08).
       77 WS-DT-PRAZO                      PIC 9(08).
       77 WS-LANCA-LIBERADO                PIC X VALUE 'S'.
          88 LANCA-LIBERADO                VALUE 'S' FALSE 'N'.
       77 WS-FORA-DO-PRAZO                 PIC X VALUE 'N'.
          88 FORA-DO-PRAZO                 VALUE 'S' FALSE 'N'.
          COPY MED_AREA.
       01 WL-AUTORIZACAO-PROF.
          03 WL-APR-ID-MATERIA             PIC 9(03).
          03 WL-APR-AUT                    PIC X(01).
             88 WL-APR-AUTORIZADO          VALUE 'S'.
             88 WL-APR-NEGADO              VALUE 'N'.
       01 WL-AUTORIZACAO.
          03 WL-FUNCAO                     PIC X(01).
          03 WL-AUT                        PIC X(01).
             88 WL-AUTORIZADO              VALUE 'S'.
             88 WL-NEGADO                  VALUE 'N'.
       01 WL-AUDITORIA.
          03 WL-PROGRAMA                   PIC X(12)
             VALUE 'SISLANCA'.
          03 WL-OPERACAO                   PIC X(10).
          03 WL-CHAVE                      PIC X(10).
          03 WL-VALOR-ANTIGO               PIC X(50).
          03 WL-VALOR-NOVO                 PIC X(50).

       01 WS-ARQ-CFG-D3-LANCNOTA           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\LANCNOTA.DAT'.
       01 WS-ARQ-CFG-D3-MATRICULAS         PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\MATRICULAS.DAT'.
       01 WS-ARQ-CFG-CALENDARIO            PIC X(60) VALUE
          'C:\COBOL\CALENDARIO.DAT'.
          COPY CFG_AREA.
       LINKAGE SECTION.
       01 LK-COM-AREA.
                ACCEPT WS-NR-AVALIACAO
                IF WS-NR-AVALIACAO < 1 OR WS-NR-AVALIACAO > 20
                    DISPLAY 'NUMERO DE AVALIACAO INVALIDO! '
                    GO TO P310-FIM
                END-IF
                PERFORM P315-CHECA-PRAZO THRU P315-FIM
                IF NOT LANCA-LIBERADO
                    GO TO P310-FIM
                END-IF
      * COM PLANO DE AVALIACAO, SO VALEM AS AVALIACOES PREVISTAS NELE
                MOVE 'P'              TO WL-MD-OPERACAO
                MOVE WS-ID-MATERIA    TO WL-MD-ID-MATERIA
                MOVE WS-NR-AVALIACAO  TO WL-MD-NR-AVALIACAO
                CALL 'CALCMEDP' USING WL-PARAMETROS-MEDIA
                IF WL-MD-COM-PLANO AND WL-MD-TP-AVALIACAO EQUAL SPACES
                    DISPLAY 'AVALIACAO NAO PREVISTA NO PLANO DA '
                            'MATERIA! '
                ELSE
                    IF WL-MD-COM-PLANO
                        DISPLAY 'Avaliacao: ' WL-MD-NM-AVALIACAO
                                ' PESO ' WL-MD-PS-AVALIACAO
                                ' TIPO ' WL-MD-TP-AVALIACAO
                    END-IF
                    DISPLAY 'Informe a nota: '
                    ACCEPT WS-VL-NOTA

                            NOT INVALID KEY
                                DISPLAY 'Nota lancada com sucesso!'
                        END-WRITE
                        IF FORA-DO-PRAZO AND FS-LAN-OK
                            PERFORM P318-AUDITA-FORA-PRAZO
                                THRU P318-FIM
                        END-IF
                    ELSE
                        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE '
                                'LANCAMENTOS. '
            END-IF
            .
       P310-FIM.
      * JANELA DE LANCAMENTO DA AVALIACAO NO TERMO CORRENTE (EVENTO
      * 'N' DO CALENDARIO): ANTES DELA NAO LANCA; DEPOIS DO PRAZO SO
      * COM AUTORIZACAO DA COORDENACAO. SEM JANELA, LANCA LIVRE
       P315-CHECA-PRAZO.
            SET LANCA-LIBERADO    TO TRUE
            SET FORA-DO-PRAZO     TO FALSE
            ACCEPT WS-DATA-HOJE-8 FROM DATE YYYYMMDD
            MOVE SPACES           TO WS-CD-TERMO
            MOVE ZEROS            TO WS-DT-ABRE-JANELA WS-DT-PRAZO
            SET EOF-CAL-OK        TO FALSE
            SET FS-CAL-OK         TO TRUE
            OPEN INPUT CALENDARIO
            IF NOT FS-CAL-OK
                GO TO P315-FIM
            END-IF
            PERFORM UNTIL EOF-CAL-OK
                READ CALENDARIO NEXT
                    AT END
                        SET EOF-CAL-OK TO TRUE
                    NOT AT END
                        IF EVENTO-TERMO AND
                           DT-EVENTO-CAL <= WS-DATA-HOJE-8 AND
                           DT-FIM-EVENTO-CAL >= WS-DATA-HOJE-8
                            MOVE CD-TERMO-CAL TO WS-CD-TERMO
                        END-IF
                END-READ
            END-PERFORM
            IF WS-CD-TERMO NOT EQUAL SPACES
                SET EOF-CAL-OK    TO FALSE
                MOVE WS-CD-TERMO  TO CD-TERMO-CAL
                MOVE 'N'          TO TP-EVENTO-CAL
                MOVE ZEROS        TO DT-EVENTO-CAL
                START CALENDARIO KEY IS NOT LESS THAN CHAVE-CALENDARIO
                    INVALID KEY
                        SET EOF-CAL-OK TO TRUE
                END-START
                PERFORM UNTIL EOF-CAL-OK
                    READ CALENDARIO NEXT
                        AT END
                            SET EOF-CAL-OK TO TRUE
                        NOT AT END
                            IF CD-TERMO-CAL NOT EQUAL WS-CD-TERMO OR
                               NOT EVENTO-PRAZO-NOTA
                                SET EOF-CAL-OK TO TRUE
                            ELSE
                                IF NR-AVALIACAO-CAL EQUAL
                                   WS-NR-AVALIACAO
                                    MOVE DT-EVENTO-CAL
                                        TO WS-DT-ABRE-JANELA
                                    MOVE DT-FIM-EVENTO-CAL
                                        TO WS-DT-PRAZO
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
            END-IF
            CLOSE CALENDARIO
            IF WS-DT-PRAZO EQUAL ZEROS
                GO TO P315-FIM
            END-IF
            IF WS-DATA-HOJE-8 < WS-DT-ABRE-JANELA
                DISPLAY 'LANCAMENTO DA AVALIACAO ' WS-NR-AVALIACAO
                        ' ABRE EM ' WS-DT-ABRE-JANELA
                        ' (PRAZO ' WS-DT-PRAZO ').'
                SET LANCA-LIBERADO TO FALSE
                GO TO P315-FIM
            END-IF
            IF WS-DATA-HOJE-8 > WS-DT-PRAZO
                DISPLAY 'PRAZO DE LANCAMENTO DA AVALIACAO '
                        WS-NR-AVALIACAO ' ENCERRADO EM ' WS-DT-PRAZO
                DISPLAY 'LANCAMENTO FORA DO PRAZO EXIGE AUTORIZACAO '
                        'DA COORDENACAO.'
                MOVE 'L'          TO WL-FUNCAO
                CALL 'AUTHOPR' USING WL-AUTORIZACAO
                IF WL-NEGADO
                    SET LANCA-LIBERADO TO FALSE
                ELSE
                    SET FORA-DO-PRAZO  TO TRUE
                END-IF
            END-IF
            .
       P315-FIM.
      * A NOTA LANCADA DEPOIS DO PRAZO FICA NA TRILHA DE AUDITORIA
      * COM O OPERADOR QUE AUTORIZOU (CARIMBADO PELO AUDITLOG)
       P318-AUDITA-FORA-PRAZO.
            MOVE 'FORA-PRAZO'     TO WL-OPERACAO
            MOVE SPACES           TO WL-CHAVE WL-VALOR-ANTIGO
                                     WL-VALOR-NOVO
            STRING WS-ID-ALUNO WS-ID-MATERIA
                   DELIMITED BY SIZE INTO WL-CHAVE
            STRING 'TERMO ' WS-CD-TERMO ' AVAL ' WS-NR-AVALIACAO
                   ' PRAZO ' WS-DT-PRAZO
                   DELIMITED BY SIZE INTO WL-VALOR-ANTIGO
            STRING 'NOTA ' WS-VL-NOTA ' LANCADA EM ' WS-DATA-HOJE-8
                   DELIMITED BY SIZE INTO WL-VALOR-NOVO
            CALL 'AUDITLOG' USING WL-AUDITORIA
            .
       P318-FIM.
       P320-CHECA-MATRICULA.
            MOVE 'N'              TO WS-MATRICULADO
            SET FS-MAT-OK         TO TRUE
                DISPLAY 'NENHUMA NOTA LANCADA AINDA. '
            ELSE
                IF FS-LAN-OK
                    MOVE ZEROS        TO WS-MATERIA-ANTERIOR
                    DISPLAY 'MATERIA  AVAL  NOTA   PESO  DATA'
                    PERFORM UNTIL EOF-OK
                        READ LANCAMENTOS NEXT
                            AT END
                                SET EOF-OK TO TRUE
                            NOT AT END
                                IF ID-ALUNO-LAN EQUAL WS-ID-ALUNO
                                    PERFORM P335-LINHA-CONSULTA
                                        THRU P335-FIM
                                END-IF
                        END-READ
                    END-PERFORM
                    IF WS-QTD-LANCADAS > 0
                        PERFORM P340-MEDIA-PARCIAL THRU P340-FIM
                    END-IF
                    IF WS-QTD-LANCADAS EQUAL 0
                        DISPLAY 'NENHUMA NOTA LANCADA PARA O '
                                'ALUNO. '
            CLOSE LANCAMENTOS
            .
       P330-FIM.
      * O ARQUIVO VEM NA ORDEM ALUNO/MATERIA/AVALIACAO: A QUEBRA DE
      * MATERIA FECHA A MEDIA PARCIAL PONDERADA DA ANTERIOR
       P335-LINHA-CONSULTA.
            IF WS-QTD-LANCADAS > 0 AND
               ID-MATERIA-LAN NOT EQUAL WS-MATERIA-ANTERIOR
                PERFORM P340-MEDIA-PARCIAL THRU P340-FIM
            END-IF
            IF WS-QTD-LANCADAS EQUAL 0 OR
               ID-MATERIA-LAN NOT EQUAL WS-MATERIA-ANTERIOR
                MOVE ZEROS        TO WS-SOMA-PONDERADA WS-SOMA-PESOS
                MOVE ID-MATERIA-LAN TO WS-MATERIA-ANTERIOR
            END-IF
            ADD 1                 TO WS-QTD-LANCADAS
            MOVE 'P'              TO WL-MD-OPERACAO
            MOVE ID-MATERIA-LAN   TO WL-MD-ID-MATERIA
            MOVE NR-AVALIACAO-LAN TO WL-MD-NR-AVALIACAO
            CALL 'CALCMEDP' USING WL-PARAMETROS-MEDIA
      * A RECUPERACAO NAO COMPOE A MEDIA PARCIAL
            IF WL-MD-TP-AVALIACAO NOT EQUAL 'R'
                COMPUTE WS-SOMA-PONDERADA = WS-SOMA-PONDERADA +
                        VL-NOTA-LAN * WL-MD-PS-AVALIACAO
                ADD WL-MD-PS-AVALIACAO TO WS-SOMA-PESOS
            END-IF
            DISPLAY ID-MATERIA-LAN
                    '      '
                    NR-AVALIACAO-LAN
                    '    '
                    VL-NOTA-LAN
                    '  '
                    WL-MD-PS-AVALIACAO
                    '    '
                    DT-LANCTO-LAN
            .
       P335-FIM.
       P340-MEDIA-PARCIAL.
            MOVE ZEROS            TO WS-MEDIA-PARCIAL
            IF WS-SOMA-PESOS > 0
                COMPUTE WS-MEDIA-PARCIAL =
                        WS-SOMA-PONDERADA / WS-SOMA-PESOS
            END-IF
            DISPLAY '         MEDIA PARCIAL PONDERADA DA MATERIA '
                    WS-MATERIA-ANTERIOR ': ' WS-MEDIA-PARCIAL
            .
       P340-FIM.
       P900-FIM.
            GOBACK.
      * RESOLVE OS CAMINHOS FISICOS PELO CONFIGSYS (PRODUCAO OU
            MOVE WS-ARQ-CFG-D3-MATRICULAS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-MATRICULAS
            MOVE 'CALENDARIO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-CALENDARIO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-CALENDARIO
            .
       P050-FIM.
       END PROGRAM SISLANCA.

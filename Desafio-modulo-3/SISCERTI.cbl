      ******************************************************************
      * Author: ANDREI BATISTA
      * Date: 23/08/2026
      * Purpose: CERTIFICADO DE CONCLUSAO - EXIGE 'APROVADO' (OU
      *          APROVACAO PELO CONSELHO DE CLASSE, INDICADA NA LINHA
      *          DA MATERIA) PARA
      *          TODAS AS MATRICULAS DO ALUNO, PROCURANDO NO
      *          TODOS.DAT CORRENTE E NOS TERMOS ARQUIVADOS PELO
      *          SISROLOV (INDICE TERMOS.DAT), POIS AS MATRICULAS
      *          SE HOUVER, SOMA AS CARGAS
      *          HORARIAS (CH-MATERIA) E EMITE CERTIFICADO.TXT COM
      *          NUMERO DE VERIFICACAO SEQUENCIAL GRAVADO EM
      *          CERTREG.DAT; QUANDO O CURSO DO ALUNO EXIGE ESTAGIO
      *          SUPERVISIONADO, AS HORAS E AS AVALIACOES DO ESTAGIO
      *          (CHKESTAG) TAMBEM SAO CONDICAO PARA A EMISSAO, ASSIM
      *          COMO A CARGA DE ATIVIDADES COMPLEMENTARES APROVADAS
      *          (CHKATCOM) QUANDO O CURSO A EXIGE; ID DE ALUNO
      *          MESCLADO E RESOLVIDO PELO CHKALIAS
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISCERTI.
             05 WS-CERT-ID-MATERIA        PIC 9(03).
             05 WS-CERT-NM-MATERIA        PIC X(20).
             05 WS-CERT-CH                PIC 9(03).
             05 WS-CERT-RESULTADO         PIC X(14).
       77 WS-CH-TOTAL                      PIC 9(05) VALUE ZEROS.
       77 WS-IND1                          PIC 9(03).
       77 WS-NR-CERTIFICADO                PIC 9(06).
       77 WS-ARQ-APROVADO                  PIC X VALUE 'N'.
          88 ARQ-APROVADO                  VALUE 'S' FALSE 'N'.
       77 WS-NM-MATERIA-ACHADA             PIC X(20) VALUE SPACES.
       77 WS-RESULTADO-ACHADO              PIC X(14) VALUE SPACES.
       01 WL-PARAMETROS-EST.
          03 WL-EST-OPERACAO               PIC X(01).
          03 WL-EST-ID-ALUNO               PIC 9(06).
          03 WL-EST-NR-TERMO               PIC 9(06).
          03 WL-EST-CH-EXIGIDA             PIC 9(04).
          03 WL-EST-CH-CUMPRIDA            PIC 9(05).
          03 WL-EST-QT-TERMOS              PIC 9(03).
          03 WL-EST-QT-AVAL-EXIGIDAS       PIC 9(03).
          03 WL-EST-QT-PEND-EMPRESA        PIC 9(03).
          03 WL-EST-QT-PEND-ORIENTADOR     PIC 9(03).
          03 WL-EST-QT-AVAL-PENDENTES      PIC 9(03).
          03 WL-EST-OK                     PIC X(01).
             88 WL-ESTAGIO-OK              VALUE 'S'.
             88 WL-ESTAGIO-PENDENTE        VALUE 'N'.
          COPY ATC_AREA.
       01 WL-PARAMETROS-DV.
          03 WL-DV-OPERACAO                PIC X(01).
          03 WL-DV-NUMERO                  PIC 9(12).
          'C:\COBOL\Desafio-modulo-3\DOCALUNO.DAT'.
       01 WS-ARQ-CFG-DOCTIPOS              PIC X(60) VALUE
          'C:\COBOL\DOCTIPOS.DAT'.
          COPY ALI_AREA.
          COPY CFG_AREA.
       LINKAGE SECTION.
       01 LK-COM-AREA.
                                     WS-QTD-PENDENTES WS-CH-TOTAL
            DISPLAY 'Informe o ID do aluno: '
            ACCEPT WS-ID-ALUNO
      * O CERTIFICADO SAI SEMPRE NO ID VIGENTE DE UM ALUNO MESCLADO
            MOVE WS-ID-ALUNO      TO WL-ALI-ID-ALUNO
            CALL 'CHKALIAS' USING WL-ALIAS
            IF WL-ALI-MESCLADO
                DISPLAY 'ID ' WS-ID-ALUNO ' MESCLADO NO ALUNO '
                        WL-ALI-ID-VIGENTE ' - CERTIFICADO NO ID '
                        'VIGENTE.'
                MOVE WL-ALI-ID-VIGENTE TO WS-ID-ALUNO
            END-IF

            SET ALUNO-OK          TO FALSE
            SET FS-OK             TO TRUE
                ELSE
                    PERFORM P310-CHECA-MATRICULAS THRU P310-FIM
                END-IF
      * ESTAGIO SUPERVISIONADO EXIGIDO PELO CURSO (SEM CURSO OU COM
      * CARGA ZERO O CHKESTAG DEVOLVE O ESTAGIO COMO CUMPRIDO)
                MOVE 'A'              TO WL-EST-OPERACAO
                MOVE WS-ID-ALUNO      TO WL-EST-ID-ALUNO
                CALL 'CHKESTAG' USING WL-PARAMETROS-EST
      * IDEM PARA AS ATIVIDADES COMPLEMENTARES (CHKATCOM)
                MOVE WS-ID-ALUNO      TO WL-ATC-ID-ALUNO
                CALL 'CHKATCOM' USING WL-PARAMETROS-ATC
                EVALUATE TRUE
                    WHEN WS-QTD-MATERIAS EQUAL 0
                        DISPLAY 'ALUNO SEM MATRICULAS - NADA A '
                                WS-QTD-PENDENTES
                                ' MATERIA(S) SEM APROVACAO (LISTADAS '
                                'ACIMA).'
                    WHEN WL-ESTAGIO-PENDENTE
                        DISPLAY 'CERTIFICADO RECUSADO: ESTAGIO '
                                'SUPERVISIONADO INCOMPLETO - '
                                WL-EST-CH-CUMPRIDA ' DE '
                                WL-EST-CH-EXIGIDA ' HORAS, '
                                WL-EST-QT-AVAL-PENDENTES
                                ' AVALIACAO(OES) PENDENTE(S).'
                    WHEN WL-ATIVIDADES-PENDENTE
                        DISPLAY 'CERTIFICADO RECUSADO: ATIVIDADES '
                                'COMPLEMENTARES INSUFICIENTES - '
                                WL-ATC-CH-COMPUTADA ' DE '
                                WL-ATC-CH-EXIGIDA ' HORAS.'
                    WHEN OTHER
                        PERFORM P150-PROX-CERTIFICADO THRU P150-FIM
                        PERFORM P330-REGISTRA  THRU P330-FIM
       P320-CHECA-APROVACAO.
            SET ARQ-APROVADO      TO FALSE
            MOVE SPACES           TO WS-NM-MATERIA-ACHADA
                                     WS-RESULTADO-ACHADO
            MOVE WS-ID-ALUNO      TO ID-ALUNO-2
            MOVE ID-MATERIA-MAT   TO ID-MATERIA-2
            READ TODOS
                    CONTINUE
                NOT INVALID KEY
                    IF RESULTADO-BOLETIM EQUAL 'APROVADO'
                       OR 'CREDITADA' OR 'APROV-CONSELHO'
                        SET ARQ-APROVADO TO TRUE
                        MOVE NM-MATERIA-2
                            TO WS-NM-MATERIA-ACHADA
                        MOVE RESULTADO-BOLETIM
                            TO WS-RESULTADO-ACHADO
                    END-IF
            END-READ
            IF NOT ARQ-APROVADO
                        WS-CERT-ID-MATERIA(WS-QTD-MATERIAS)
                    MOVE WS-NM-MATERIA-ACHADA TO
                        WS-CERT-NM-MATERIA(WS-QTD-MATERIAS)
                    MOVE WS-RESULTADO-ACHADO TO
                        WS-CERT-RESULTADO(WS-QTD-MATERIAS)
                    MOVE ID-MATERIA-MAT TO ID-MATERIA
                    READ MATERIAS
                        INVALID KEY
                        ELSE
                            IF ID-MATERIA-RES EQUAL ID-MATERIA-MAT
                               AND (RESULTADO-RES EQUAL 'APROVADO'
                               OR 'CREDITADA' OR 'APROV-CONSELHO')
                                SET ARQ-APROVADO TO TRUE
                                MOVE NM-MATERIA-RES
                                    TO WS-NM-MATERIA-ACHADA
                                MOVE RESULTADO-RES
                                    TO WS-RESULTADO-ACHADO
                            END-IF
                        END-IF
                END-READ
                               AND WS-BUF-ID-MATERIA EQUAL
                               ID-MATERIA-MAT
                               AND (WS-BUF-RESULTADO EQUAL
                               'APROVADO' OR 'CREDITADA' OR
                               'APROV-CONSELHO')
                                SET ARQ-APROVADO TO TRUE
                                MOVE WS-BUF-NM-MATERIA
                                    TO WS-NM-MATERIA-ACHADA
                                MOVE WS-BUF-RESULTADO
                                    TO WS-RESULTADO-ACHADO
                            END-IF
                    END-READ
                END-PERFORM
                           ' - ' WS-CERT-NM-MATERIA(WS-IND1)
                           ' (' WS-CERT-CH(WS-IND1) ' HORAS)'
                           DELIMITED BY SIZE INTO WS-LINHA-OUT
                    IF WS-CERT-RESULTADO(WS-IND1) EQUAL
                       'APROV-CONSELHO'
                        MOVE ' - APROVADO CONSELHO'
                            TO WS-LINHA-OUT(41:20)
                    END-IF
                    MOVE WS-LINHA-OUT TO REG-CERT-OUT
                    WRITE REG-CERT-OUT
                END-PERFORM
                       DELIMITED BY SIZE INTO WS-LINHA-OUT
                MOVE WS-LINHA-OUT TO REG-CERT-OUT
                WRITE REG-CERT-OUT
                IF WL-EST-CH-EXIGIDA > 0
                    MOVE SPACES TO WS-LINHA-OUT
                    STRING 'ESTAGIO SUPERVISIONADO: '
                           WL-EST-CH-CUMPRIDA ' HORAS'
                           DELIMITED BY SIZE INTO WS-LINHA-OUT
                    MOVE WS-LINHA-OUT TO REG-CERT-OUT
                    WRITE REG-CERT-OUT
                END-IF
                IF WL-ATC-CH-EXIGIDA > 0
                    MOVE SPACES TO WS-LINHA-OUT
                    STRING 'ATIVIDADES COMPLEMENTARES: '
                           WL-ATC-CH-COMPUTADA ' HORAS'
                           DELIMITED BY SIZE INTO WS-LINHA-OUT
                    MOVE WS-LINHA-OUT TO REG-CERT-OUT
                    WRITE REG-CERT-OUT
                END-IF
                MOVE SPACES TO WS-LINHA-OUT
                MOVE 'C'             TO WL-DV-OPERACAO
                MOVE WS-NR-CERTIFICADO TO WL-DV-NUMERO

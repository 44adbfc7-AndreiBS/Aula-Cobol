      *          PROGRESSO: CRUZA AS APROVACOES DO ALUNO (TODOS.DAT
      *          CORRENTE E TERMOS ARQUIVADOS) COM A COMPOSICAO DO
      *          CURSO E MOSTRA O PERCENTUAL CONCLUIDO E AS MATERIAS
      *          QUE FALTAM; A CARGA DE ESTAGIO SUPERVISIONADO EXIGIDA
      *          PELO CURSO (SISESTAG / CHKESTAG) E A CARGA DE
      *          ATIVIDADES COMPLEMENTARES APROVADAS PELA COORDENACAO
      *          (SISATCOM / CHKATCOM) TAMBEM SAO REQUISITOS DA
      *          CONCLUSAO; O PRAZO MAXIMO DE TERMOS DO CURSO E A BASE
      *          DO JUBILAMENTO NA AVALIACAO DE SITUACAO (SISSITAC)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISCURSO.
       77 WS-QTD-CONCLUIDAS                PIC 9(03) VALUE ZEROS.
       77 WS-PC-PROGRESSO                  PIC 9(03)V99 VALUE ZEROS.
       77 WS-CH-SOMADA                     PIC 9(05) VALUE ZEROS.
       77 WS-CH-ESTAGIO                    PIC 9(04) VALUE ZEROS.
       77 WS-CH-ESTAGIO-ANT                PIC 9(04) VALUE ZEROS.
       77 WS-CH-COMPLEMENTAR               PIC 9(04) VALUE ZEROS.
       77 WS-CH-COMPLEMENTAR-ANT           PIC 9(04) VALUE ZEROS.
       77 WS-QT-TERMOS-MAX                 PIC 9(02) VALUE ZEROS.
       77 WS-QT-TERMOS-MAX-ANT             PIC 9(02) VALUE ZEROS.
       77 WS-APROVADO                      PIC X VALUE 'N'.
          88 APROVADO-OK                   VALUE 'S' FALSE 'N'.
       01 WS-ARQ-TODOS-HIST                PIC X(60).
          03 FILLER                        PIC X(08).
          03 WS-BUF-RESULTADO              PIC X(14).
          03 FILLER                        PIC X(82).
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
       01 WL-AUDITORIA.
          03 WL-PROGRAMA                   PIC X(12)
             VALUE 'SISCURSO'.
            DISPLAY '*** 4 - Listar materias de um curso            ***'
            DISPLAY '*** 5 - Vincular aluno ao curso                ***'
            DISPLAY '*** 6 - Progresso do aluno no curso            ***'
            DISPLAY '*** 7 - Carga de estagio exigida pelo curso    ***'
            DISPLAY '*** 8 - Carga de atividades complementares     ***'
            DISPLAY '*** 9 - Prazo maximo de termos do curso        ***'
            DISPLAY '***          <TECLE F PARA FINALIZAR>          ***'
            DISPLAY '**************************************************'
            ACCEPT WS-OPCAO
                    PERFORM P350-VINCULA-ALUNO   THRU P350-FIM
                WHEN '6'
                    PERFORM P400-PROGRESSO       THRU P400-FIM
                WHEN '7'
                    PERFORM P360-CARGA-ESTAGIO   THRU P360-FIM
                WHEN '8'
                    PERFORM P370-CARGA-COMPLEMENTAR THRU P370-FIM
                WHEN '9'
                    PERFORM P380-PRAZO-TERMOS THRU P380-FIM
                WHEN 'F'
                    CONTINUE
                WHEN 'f'
            ACCEPT WS-ID-CURSO
            DISPLAY 'Informe o nome do curso: '
            ACCEPT WS-NM-CURSO
            DISPLAY 'Informe a carga de estagio exigida em horas '
                    '(0 = sem estagio): '
            ACCEPT WS-CH-ESTAGIO
            DISPLAY 'Informe a carga de atividades complementares '
                    'em horas (0 = sem exigencia): '
            ACCEPT WS-CH-COMPLEMENTAR
            DISPLAY 'Informe o prazo maximo de termos para concluir '
                    '(0 = padrao da escola): '
            ACCEPT WS-QT-TERMOS-MAX
            SET FS-CUR-OK         TO TRUE
            OPEN I-O CURSOS
            IF WS-FS-CUR EQUAL 35 THEN
                MOVE WS-ID-CURSO  TO ID-CURSO
                MOVE WS-NM-CURSO  TO NM-CURSO
                MOVE ZEROS        TO CH-TOTAL-CUR
                MOVE WS-CH-ESTAGIO TO CH-ESTAGIO-CUR
                MOVE WS-CH-COMPLEMENTAR TO CH-COMPLEMENTAR-CUR
                MOVE WS-QT-TERMOS-MAX TO QT-TERMOS-MAX-CUR
                SET CURSO-ATIVO   TO TRUE
                WRITE REG-CURSO
                    INVALID KEY
                            NOT AT END
                                DISPLAY ID-CURSO ' - ' NM-CURSO
                                        '  CH TOTAL: ' CH-TOTAL-CUR
                                        '  ESTAGIO: ' CH-ESTAGIO-CUR
                                        '  ATIV.COMPL: '
                                        CH-COMPLEMENTAR-CUR
                                        '  PRAZO: ' QT-TERMOS-MAX-CUR
                                        '  ' ST-CURSO
                        END-READ
                    END-PERFORM
            CLOSE ALUNOCUR
            .
       P350-FIM.
      * CARGA DE ESTAGIO SUPERVISIONADO QUE O ALUNO DO CURSO PRECISA
      * CUMPRIR (HORAS LANCADAS NO SISESTAG) PARA CONCLUIR
       P360-CARGA-ESTAGIO.
            DISPLAY 'Informe o ID do curso: '
            ACCEPT WS-ID-CURSO
            SET FS-CUR-OK         TO TRUE
            OPEN I-O CURSOS
            IF NOT FS-CUR-OK
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CURSOS. '
                DISPLAY 'FILE STATUS: ' WS-FS-CUR
                CLOSE CURSOS
                GO TO P360-FIM
            END-IF
            MOVE WS-ID-CURSO      TO ID-CURSO
            READ CURSOS
                INVALID KEY
                    DISPLAY 'CURSO NAO EXISTE! '
                NOT INVALID KEY
                    MOVE CH-ESTAGIO-CUR TO WS-CH-ESTAGIO-ANT
                    DISPLAY 'Curso: ' NM-CURSO
                    DISPLAY 'Carga de estagio atual: ' CH-ESTAGIO-CUR
                    DISPLAY 'Informe a nova carga em horas '
                            '(0 = sem estagio): '
                    ACCEPT WS-CH-ESTAGIO
                    MOVE WS-CH-ESTAGIO TO CH-ESTAGIO-CUR
                    REWRITE REG-CURSO
                    IF FS-CUR-OK
                        DISPLAY 'Carga de estagio atualizada!'
                        MOVE 'CURSO-EST'       TO WL-OPERACAO
                        MOVE WS-ID-CURSO       TO WL-CHAVE
                        MOVE WS-CH-ESTAGIO-ANT TO WL-VALOR-ANTIGO
                        MOVE WS-CH-ESTAGIO     TO WL-VALOR-NOVO
                        CALL 'AUDITLOG' USING WL-AUDITORIA
                    ELSE
                        DISPLAY 'ERRO AO REGRAVAR O CURSO. '
                        DISPLAY 'FILE STATUS: ' WS-FS-CUR
                    END-IF
            END-READ
            CLOSE CURSOS
            .
       P360-FIM.
      * CARGA DE ATIVIDADES COMPLEMENTARES (HORAS APROVADAS NO SISATCOM,
      * LIMITADAS AO TETO DE CADA CATEGORIA) EXIGIDA PARA CONCLUIR
       P370-CARGA-COMPLEMENTAR.
            DISPLAY 'Informe o ID do curso: '
            ACCEPT WS-ID-CURSO
            SET FS-CUR-OK         TO TRUE
            OPEN I-O CURSOS
            IF NOT FS-CUR-OK
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CURSOS. '
                DISPLAY 'FILE STATUS: ' WS-FS-CUR
                CLOSE CURSOS
                GO TO P370-FIM
            END-IF
            MOVE WS-ID-CURSO      TO ID-CURSO
            READ CURSOS
                INVALID KEY
                    DISPLAY 'CURSO NAO EXISTE! '
                NOT INVALID KEY
                    MOVE CH-COMPLEMENTAR-CUR TO WS-CH-COMPLEMENTAR-ANT
                    DISPLAY 'Curso: ' NM-CURSO
                    DISPLAY 'Carga de atividades complementares atual: '
                            CH-COMPLEMENTAR-CUR
                    DISPLAY 'Informe a nova carga em horas '
                            '(0 = sem exigencia): '
                    ACCEPT WS-CH-COMPLEMENTAR
                    MOVE WS-CH-COMPLEMENTAR TO CH-COMPLEMENTAR-CUR
                    REWRITE REG-CURSO
                    IF FS-CUR-OK
                        DISPLAY 'Carga de atividades complementares '
                                'atualizada!'
                        MOVE 'CURSO-ATC'            TO WL-OPERACAO
                        MOVE WS-ID-CURSO            TO WL-CHAVE
                        MOVE WS-CH-COMPLEMENTAR-ANT TO WL-VALOR-ANTIGO
                        MOVE WS-CH-COMPLEMENTAR     TO WL-VALOR-NOVO
                        CALL 'AUDITLOG' USING WL-AUDITORIA
                    ELSE
                        DISPLAY 'ERRO AO REGRAVAR O CURSO. '
                        DISPLAY 'FILE STATUS: ' WS-FS-CUR
                    END-IF
            END-READ
            CLOSE CURSOS
            .
       P370-FIM.
      * PRAZO MAXIMO DE TERMOS PARA CONCLUIR O CURSO - PASSOU DELE SEM
      * CONCLUIR, A AVALIACAO DE SITUACAO (SISSITAC) PROPOE O
      * JUBILAMENTO; ZERO VOLTA AO PADRAO SIT-MAX-TERMOS DO CONFIGSYS
       P380-PRAZO-TERMOS.
            DISPLAY 'Informe o ID do curso: '
            ACCEPT WS-ID-CURSO
            SET FS-CUR-OK         TO TRUE
            OPEN I-O CURSOS
            IF NOT FS-CUR-OK
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CURSOS. '
                DISPLAY 'FILE STATUS: ' WS-FS-CUR
                CLOSE CURSOS
                GO TO P380-FIM
            END-IF
            MOVE WS-ID-CURSO      TO ID-CURSO
            READ CURSOS
                INVALID KEY
                    DISPLAY 'CURSO NAO EXISTE! '
                NOT INVALID KEY
                    MOVE QT-TERMOS-MAX-CUR TO WS-QT-TERMOS-MAX-ANT
                    DISPLAY 'Curso: ' NM-CURSO
                    DISPLAY 'Prazo maximo atual (termos): '
                            QT-TERMOS-MAX-CUR
                    DISPLAY 'Informe o novo prazo em termos '
                            '(0 = padrao da escola): '
                    ACCEPT WS-QT-TERMOS-MAX
                    MOVE WS-QT-TERMOS-MAX TO QT-TERMOS-MAX-CUR
                    REWRITE REG-CURSO
                    IF FS-CUR-OK
                        DISPLAY 'Prazo maximo de termos atualizado!'
                        MOVE 'CURSO-PRZ'          TO WL-OPERACAO
                        MOVE WS-ID-CURSO          TO WL-CHAVE
                        MOVE WS-QT-TERMOS-MAX-ANT TO WL-VALOR-ANTIGO
                        MOVE WS-QT-TERMOS-MAX     TO WL-VALOR-NOVO
                        CALL 'AUDITLOG' USING WL-AUDITORIA
                    ELSE
                        DISPLAY 'ERRO AO REGRAVAR O CURSO. '
                        DISPLAY 'FILE STATUS: ' WS-FS-CUR
                    END-IF
            END-READ
            CLOSE CURSOS
            .
       P380-FIM.
      * PROGRESSO: PARA CADA MATERIA DA COMPOSICAO DO CURSO, PROCURA
      * APROVACAO NO TERMO CORRENTE E NOS ARQUIVOS MORTOS; O CREDITO
      * POR EQUIVALENCIA ('CREDITADA') TAMBEM CONTA COMO CONCLUIDA
            ELSE
                DISPLAY 'O CURSO NAO TEM MATERIAS NA COMPOSICAO.'
            END-IF

      * O ESTAGIO EXIGIDO PELO CURSO ENTRA NA SITUACAO DE CONCLUSAO
            MOVE 'A'              TO WL-EST-OPERACAO
            MOVE WS-ID-ALUNO      TO WL-EST-ID-ALUNO
            CALL 'CHKESTAG' USING WL-PARAMETROS-EST
            IF WL-EST-CH-EXIGIDA > 0
                DISPLAY 'ESTAGIO EXIGIDO (H) : ' WL-EST-CH-EXIGIDA
                DISPLAY 'ESTAGIO CUMPRIDO (H): ' WL-EST-CH-CUMPRIDA
                IF WL-EST-QT-AVAL-PENDENTES > 0
                    DISPLAY 'AVALIACOES DE ESTAGIO PENDENTES: '
                            WL-EST-QT-AVAL-PENDENTES
                END-IF
            END-IF
      * E AS ATIVIDADES COMPLEMENTARES TAMBEM
            MOVE WS-ID-ALUNO      TO WL-ATC-ID-ALUNO
            CALL 'CHKATCOM' USING WL-PARAMETROS-ATC
            IF WL-ATC-CH-EXIGIDA > 0
                DISPLAY 'ATIV. COMPLEMENTARES EXIGIDAS (H): '
                        WL-ATC-CH-EXIGIDA
                DISPLAY 'ATIV. COMPLEMENTARES VALIDAS (H) : '
                        WL-ATC-CH-COMPUTADA
                IF WL-ATC-QT-PENDENTES > 0
                    DISPLAY 'ATIVIDADES AGUARDANDO ANALISE: '
                            WL-ATC-QT-PENDENTES
                END-IF
            END-IF
            IF WS-QTD-EXIGIDAS > 0 AND
               WS-QTD-CONCLUIDAS EQUAL WS-QTD-EXIGIDAS AND
               WL-ESTAGIO-OK AND WL-ATIVIDADES-OK
                DISPLAY 'SITUACAO NO CURSO  : CONCLUIDO'
            ELSE
                DISPLAY 'SITUACAO NO CURSO  : EM ANDAMENTO'
            END-IF
            .
       P400-FIM.
       P410-CHECA-MATERIA.
                    CONTINUE
                NOT INVALID KEY
                    IF RESULTADO-BOLETIM EQUAL 'APROVADO' OR
                       'CREDITADA' OR 'APROV-CONSELHO'
                        SET APROVADO-OK TO TRUE
                    END-IF
            END-READ
                               AND WS-BUF-ID-MATERIA EQUAL
                               ID-MATERIA-CM
                               AND (WS-BUF-RESULTADO EQUAL
                               'APROVADO' OR 'CREDITADA' OR
                               'APROV-CONSELHO')
                                SET APROVADO-OK TO TRUE
                            END-IF
                    END-READ

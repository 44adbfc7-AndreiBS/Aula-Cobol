      *          A RODADA NOTURNA GERA UMA MENSAGEM POR EVENTO
      *          (MENSALIDADE VENCENDO EM 3 DIAS, MENSALIDADE
      *          VENCIDA, NOTA ABAIXO DA MEDIA LANCADA NO DIA,
      *          SEGUNDA CHAMADA APROVADA, SALDO BAIXO NA CARTEIRA
      *          PRE-PAGA, OCORRENCIA DISCIPLINAR REGISTRADA NO
      *          SISOCORR) ENDERECADA AO TELEFONE DO
      *          RESPONSAVEL (RESPONSA.DAT/CONTATOS.DAT), COM
      *          DEDUPLICACAO POR ALUNO/TIPO/DIA E RESPEITO AO
      *          OPT-OUT DO CONTATO; EXPORTA O LOTE DO GATEWAY DE
      *          SMS E IMPORTA O STATUS DE ENTREGA. A CAMPANHA DE
      *          DIVULGACAO (OPCAO 5) SO ALCANCA O RESPONSAVEL COM
      *          CONSENTIMENTO 'MK' VALIDO (CHKCONSE). A BIBLIOTECA
      *          (SISBIBLI) AVISA O LIVRO EM ATRASO A CADA
      *          BIB-DIAS-AVISO DIAS E A RESERVA COM EXEMPLAR SEPARADO,
      *          NO RESPONSAVEL DO ALUNO OU NO TELEFONE DO PROFESSOR.
      *          O PLANTAO PEDAGOGICO (SISPLANT) ENVIA O CONVITE NA
      *          DATA DE LIBERACAO, A CONFIRMACAO DO AGENDAMENTO AO
      *          CONTATO QUE AGENDOU E, PLANT-DIAS-LEMBRETE DIAS ANTES
      *          DO DIA, O LEMBRETE AO CONTATO E AO PROFESSOR
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISMSGQ.
               RECORD  KEY  IS CHAVE-JUSTIFICATIVA
               FILE STATUS IS WS-FS-JUS.

               SELECT CARTEIRAS ASSIGN TO WS-ARQ-CFG-PREPAGO
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS ID-ALUNO-PPG
               FILE STATUS IS WS-FS-PPG.

               SELECT RESPONSAVEIS ASSIGN TO WS-ARQ-CFG-RESPONSA
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CTT.

               SELECT ALUNOS ASSIGN TO WS-ARQ-CFG-D3-REGISTRO
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS ID-ALUNO
               ALTERNATE RECORD KEY IS NM-ALUNO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS.

               SELECT OCORRENCIAS ASSIGN TO WS-ARQ-CFG-D3-OCORRENC
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS NR-OCORRENCIA-OCR
               ALTERNATE RECORD KEY IS ID-ALUNO-OCR
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-OCR.

               SELECT EMPRESTIMOS-BIB ASSIGN TO WS-ARQ-CFG-BIBEMPRE
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS NR-EMPRESTIMO-BIB
               ALTERNATE RECORD KEY IS CHAVE-LEITOR-EMB
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-EMB.

               SELECT RESERVAS-BIB ASSIGN TO WS-ARQ-CFG-BIBRESER
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-RESERVA-BIB
               FILE STATUS IS WS-FS-RSV.

               SELECT TITULOS-BIB ASSIGN TO WS-ARQ-CFG-BIBTITUL
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS NR-TITULO-BIB
               ALTERNATE RECORD KEY IS ISBN-BIB
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-TIT.

               SELECT PROFESSORES ASSIGN TO WS-ARQ-CFG-PROFESSORES
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS ID-PROFESSOR
               FILE STATUS IS WS-FS-PRF.

               SELECT PLANTAO ASSIGN TO WS-ARQ-CFG-D3-PLANTAO
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-PLANTAO
               FILE STATUS IS WS-FS-PLT.

               SELECT CONVITES-PLT ASSIGN TO WS-ARQ-CFG-D3-PLANCONV
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-CONVITE-PLANTAO
               FILE STATUS IS WS-FS-CNV.

               SELECT CONTROLE ASSIGN TO WS-ARQ-CFG-CONTROLE
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
          COPY FD_MATER.
       FD JUSTIFICATIVAS.
          COPY FD_JUSTI.
       FD CARTEIRAS.
          COPY FD_PREPG.
       FD RESPONSAVEIS.
          COPY FD_RESPO.
       FD CONTATOS.
          COPY FD_CONTT.
       FD ALUNOS.
          COPY FD_REGIS.
       FD OCORRENCIAS.
          COPY FD_OCORR.
       FD EMPRESTIMOS-BIB.
          COPY FD_BBEMP.
       FD RESERVAS-BIB.
          COPY FD_BBRES.
       FD TITULOS-BIB.
          COPY FD_BBTIT.
       FD PROFESSORES.
          COPY FD_PROF.
       FD PLANTAO.
          COPY FD_PLANT.
       FD CONVITES-PLT.
          COPY FD_PLCNV.
       FD CONTROLE.
          COPY FD_CTRL.
       FD LOTE-SMS.
          88 FS-MATR-OK                    VALUE 0.
       77 WS-FS-JUS                        PIC 99.
          88 FS-JUS-OK                     VALUE 0.
       77 WS-FS-PPG                        PIC 99.
          88 FS-PPG-OK                     VALUE 0.
       77 WS-FS-RSP                        PIC 99.
          88 FS-RSP-OK                     VALUE 0.
       77 WS-FS-CTT                        PIC 99.
          88 FS-CTT-OK                     VALUE 0.
       77 WS-FS-OCR                        PIC 99.
          88 FS-OCR-OK                     VALUE 0.
       77 WS-FS-EMB                        PIC 99.
          88 FS-EMB-OK                     VALUE 0.
       77 WS-FS-RSV                        PIC 99.
          88 FS-RSV-OK                     VALUE 0.
       77 WS-FS-TIT                        PIC 99.
          88 FS-TIT-OK                     VALUE 0.
       77 WS-FS-PRF                        PIC 99.
          88 FS-PRF-OK                     VALUE 0.
       77 WS-FS-PLT                        PIC 99.
          88 FS-PLT-OK                     VALUE 0.
       77 WS-FS-CNV                        PIC 99.
          88 FS-CNV-OK                     VALUE 0.
       77 WS-FS-CTRL                       PIC 99.
          88 FS-CTRL-OK                    VALUE 0.
       77 WS-FS-LOT                        PIC 99.
          88 FS-LOT-OK                     VALUE 0.
       77 WS-FS-RET                        PIC 99.
          88 FS-RET-OK                     VALUE 0.
       77 WS-FS                            PIC 99.
          88 FS-OK                         VALUE 0.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE 'S' FALSE 'N'.
       77 WS-EOF-2                         PIC X.
       77 WS-JA-EXISTE                     PIC X VALUE 'N'.
          88 JA-EXISTE                     VALUE 'S' FALSE 'N'.
       77 WS-ID-CONTATO-TOG                PIC 9(05).
       77 WS-QTD-ANTES                     PIC 9(05) VALUE ZEROS.
       77 WS-QTD-SEM-DEST-ANTES            PIC 9(05) VALUE ZEROS.
       77 WS-VL-SALDO-MIN                  PIC 9(04)V99 VALUE 10.
       77 WS-CFG-SALDO-MIN                 PIC X(60) VALUE SPACES.
       77 WS-TURMA-FILTRO                  PIC X(10) VALUE SPACES.
       77 WS-TX-CAMPANHA                   PIC X(80) VALUE SPACES.
       77 WS-CONFIRM                       PIC X VALUE SPACES.
       77 WS-QTD-SEM-CONSENT               PIC 9(05) VALUE ZEROS.
      * BIBLIOTECA: LEITOR DO AVISO E INTERVALO ENTRE AVISOS DE ATRASO
       77 WS-TP-LEITOR-GERA                PIC X(01).
       77 WS-ID-LEITOR-GERA                PIC 9(06).
       77 WS-TITULO-GERA                   PIC X(40).
       77 WS-DT-PROX-AVISO                 PIC 9(08).
       77 WS-BIB-DIAS-AVISO                PIC 9(02) VALUE 7.
       77 WS-CFG-BIB-DIAS-AVISO            PIC X(60) VALUE '07'.
      * PLANTAO PEDAGOGICO: DIAS DE ANTECEDENCIA DO LEMBRETE
       77 WS-DT-LEMBRETE                   PIC 9(08).
       77 WS-NM-PROF-GERA                  PIC X(20).
       77 WS-PLANT-DIAS-LEMBRETE           PIC 9(02) VALUE 2.
       77 WS-CFG-PLANT-DIAS-LEMBRETE       PIC X(60) VALUE '02'.
          COPY CSN_AREA.
       01 WL-RUNLOG.
          03 WL-RL-PROGRAMA                PIC X(12)
             VALUE 'SISMSGQ'.
          'C:\COBOL\Desafio-modulo-3\MATERIAS.DAT'.
       01 WS-ARQ-CFG-D3-JUSTIFIC           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\JUSTIFIC.DAT'.
       01 WS-ARQ-CFG-PREPAGO               PIC X(60) VALUE
          'C:\COBOL\PREPAGO.DAT'.
       01 WS-ARQ-CFG-RESPONSA              PIC X(60) VALUE
          'C:\COBOL\RESPONSA.DAT'.
       01 WS-ARQ-CFG-CONTATOS              PIC X(60) VALUE
          'C:\COBOL\CONTATOS.DAT'.
       01 WS-ARQ-CFG-D3-REGISTRO           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\REGISTRO.DAT'.
       01 WS-ARQ-CFG-D3-OCORRENC           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\OCORRENC.DAT'.
       01 WS-ARQ-CFG-BIBEMPRE              PIC X(60) VALUE
          'C:\COBOL\BIBEMPRE.DAT'.
       01 WS-ARQ-CFG-BIBRESER              PIC X(60) VALUE
          'C:\COBOL\BIBRESER.DAT'.
       01 WS-ARQ-CFG-BIBTITUL              PIC X(60) VALUE
          'C:\COBOL\BIBTITUL.DAT'.
       01 WS-ARQ-CFG-PROFESSORES           PIC X(60) VALUE
          'C:\COBOL\PROFESSORES.DAT'.
       01 WS-ARQ-CFG-D3-PLANTAO            PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\PLANTAO.DAT'.
       01 WS-ARQ-CFG-D3-PLANCONV           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\PLANCONV.DAT'.
       01 WS-ARQ-CFG-CONTROLE              PIC X(60) VALUE
          'C:\COBOL\CONTROLE.DAT'.
       01 WS-ARQ-CFG-SMSLOTE               PIC X(60) VALUE
            DISPLAY '*** 2 - Exportar lote para o gateway de SMS    ***'
            DISPLAY '*** 3 - Importar status de entrega             ***'
            DISPLAY '*** 4 - Marcar/desmarcar opt-out de contato    ***'
            DISPLAY '*** 5 - Campanha de divulgacao (consentimento) ***'
            DISPLAY '***          <TECLE F PARA FINALIZAR>          ***'
            DISPLAY '**************************************************'
            ACCEPT WS-OPCAO
                    PERFORM P600-IMPORTA  THRU P600-FIM
                WHEN '4'
                    PERFORM P700-OPTOUT   THRU P700-FIM
                WHEN '5'
                    PERFORM P800-CAMPANHA THRU P800-FIM
                WHEN 'F'
                    CONTINUE
                WHEN 'f'
            PERFORM P320-REGRA-MENSALIDADES THRU P320-FIM
            PERFORM P330-REGRA-NOTAS        THRU P330-FIM
            PERFORM P340-REGRA-SEGCHAMADA   THRU P340-FIM
            PERFORM P350-REGRA-CARTEIRA     THRU P350-FIM
            PERFORM P360-REGRA-OCORRENCIAS  THRU P360-FIM
            PERFORM P370-REGRA-BIBLIOTECA   THRU P370-FIM
            PERFORM P390-REGRA-PLANTAO      THRU P390-FIM
            DISPLAY '--------------------------------------'
            DISPLAY 'MENSAGENS GERADAS   : ' WS-QTD-GERADAS
            DISPLAY 'SEM TELEFONE/OPTOUT : ' WS-QTD-SEM-DESTINO
            END-IF
            .
       P340-FIM.
      * CARTEIRA PRE-PAGA ABAIXO DO SALDO MINIMO: AVISA UMA VEZ; A
      * PROXIMA RECARGA NO CAIXA (MOVCARTE) LIBERA UM NOVO AVISO
       P350-REGRA-CARTEIRA.
            SET EOF-OK            TO FALSE
            SET FS-PPG-OK         TO TRUE
            OPEN I-O CARTEIRAS
            IF NOT FS-PPG-OK
                GO TO P350-FIM
            END-IF
            PERFORM UNTIL EOF-OK
                READ CARTEIRAS NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF PPG-ATIVA AND PPG-NAO-AVISADA
                           AND VL-SALDO-PPG < WS-VL-SALDO-MIN
                            MOVE 'SALDOBAIXO' TO WS-TP-GERA
                            MOVE ID-ALUNO-PPG TO WS-ID-ALUNO-GERA
                            MOVE SPACES   TO WS-TX-GERA
                            STRING 'SALDO DA CARTEIRA PRE-PAGA '
                                   VL-SALDO-PPG
                                   ' - RECARREGUE NO CAIXA'
                                   DELIMITED BY SIZE
                                   INTO WS-TX-GERA
                            MOVE WS-QTD-GERADAS TO WS-QTD-ANTES
                            PERFORM P400-ENFILEIRA THRU P400-FIM
                            IF WS-QTD-GERADAS > WS-QTD-ANTES
                                SET PPG-AVISADA TO TRUE
                                REWRITE REG-CARTEIRA-PRE
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CARTEIRAS
            .
       P350-FIM.
      * OCORRENCIA DISCIPLINAR: AVISA O RESPONSAVEL UMA VEZ POR
      * OCORRENCIA; SEM TELEFONE OU COM OPT-OUT FICA MARCADA SEM
      * DESTINO; DEDUPLICADA NO DIA, SAI NA RODADA SEGUINTE
       P360-REGRA-OCORRENCIAS.
            SET EOF-OK            TO FALSE
            SET FS-OCR-OK         TO TRUE
            OPEN I-O OCORRENCIAS
            IF NOT FS-OCR-OK
                GO TO P360-FIM
            END-IF
            PERFORM UNTIL EOF-OK
                READ OCORRENCIAS NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF OCR-A-NOTIFICAR
                            MOVE 'OCORRENCIA' TO WS-TP-GERA
                            MOVE ID-ALUNO-OCR TO WS-ID-ALUNO-GERA
                            MOVE SPACES   TO WS-TX-GERA
                            STRING 'OCORRENCIA EM '
                                   DT-OCORRENCIA-OCR
                                   ' - ' MEDIDA-OCR
                                   ' - PROCURE A COORDENACAO'
                                   DELIMITED BY SIZE
                                   INTO WS-TX-GERA
                            MOVE WS-QTD-GERADAS TO WS-QTD-ANTES
                            MOVE WS-QTD-SEM-DESTINO
                                TO WS-QTD-SEM-DEST-ANTES
                            PERFORM P400-ENFILEIRA THRU P400-FIM
                            IF WS-QTD-GERADAS > WS-QTD-ANTES
                                SET OCR-NOTIFICADA TO TRUE
                                REWRITE REG-OCORRENCIA
                            ELSE
                                IF WS-QTD-SEM-DESTINO >
                                   WS-QTD-SEM-DEST-ANTES
                                    SET OCR-SEM-DESTINO TO TRUE
                                    REWRITE REG-OCORRENCIA
                                END-IF
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE OCORRENCIAS
            .
       P360-FIM.
      * BIBLIOTECA: LIVRO EM ATRASO (REPETE A CADA BIB-DIAS-AVISO
      * DIAS ATE A DEVOLUCAO) E RESERVA COM EXEMPLAR SEPARADO (UMA
      * VEZ; SEM TELEFONE FICA MARCADA SEM DESTINO). O ALUNO E
      * AVISADO NO RESPONSAVEL, O PROFESSOR NO PROPRIO TELEFONE
       P370-REGRA-BIBLIOTECA.
            SET EOF-OK            TO FALSE
            SET FS-EMB-OK         TO TRUE
            OPEN I-O EMPRESTIMOS-BIB
            IF FS-EMB-OK
                PERFORM UNTIL EOF-OK
                    READ EMPRESTIMOS-BIB NEXT
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            IF EMB-ABERTO AND
                               DT-PREVISTA-EMB < WS-DATA-HOJE-8
                                PERFORM P375-AVISA-ATRASO
                                    THRU P375-FIM
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE EMPRESTIMOS-BIB
            END-IF
            SET EOF-OK            TO FALSE
            SET FS-RSV-OK         TO TRUE
            OPEN I-O RESERVAS-BIB
            IF NOT FS-RSV-OK
                GO TO P370-FIM
            END-IF
            PERFORM UNTIL EOF-OK
                READ RESERVAS-BIB NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF RSV-DISPONIVEL AND RSV-AVISO-PENDENTE
                            PERFORM P380-AVISA-RESERVA THRU P380-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE RESERVAS-BIB
            .
       P370-FIM.
       P375-AVISA-ATRASO.
            MOVE ZEROS            TO WS-DT-PROX-AVISO
            IF DT-ULT-AVISO-EMB > ZEROS
                COMPUTE WS-DIAS-CORRIDOS =
                        FUNCTION INTEGER-OF-DATE(DT-ULT-AVISO-EMB) +
                        WS-BIB-DIAS-AVISO
                COMPUTE WS-DT-PROX-AVISO =
                        FUNCTION DATE-OF-INTEGER(WS-DIAS-CORRIDOS)
            END-IF
            IF WS-DT-PROX-AVISO > WS-DATA-HOJE-8
                GO TO P375-FIM
            END-IF
            MOVE NR-TITULO-EMB    TO NR-TITULO-BIB
            PERFORM P385-LE-TITULO THRU P385-FIM
            MOVE 'BIBATRASO'      TO WS-TP-GERA
            MOVE TP-LEITOR-EMB    TO WS-TP-LEITOR-GERA
            MOVE ID-LEITOR-EMB    TO WS-ID-LEITOR-GERA
            MOVE SPACES           TO WS-TX-GERA
            STRING 'BIBLIOTECA: LIVRO ' WS-TITULO-GERA(1:30)
                   ' VENCEU EM ' DT-PREVISTA-EMB ' - DEVOLVA'
                   DELIMITED BY SIZE
                   INTO WS-TX-GERA
            MOVE WS-QTD-GERADAS   TO WS-QTD-ANTES
            PERFORM P440-ENFILEIRA-LEITOR THRU P440-FIM
            IF WS-QTD-GERADAS > WS-QTD-ANTES
                MOVE WS-DATA-HOJE-8 TO DT-ULT-AVISO-EMB
                REWRITE REG-EMPRESTIMO-BIB
            END-IF
            .
       P375-FIM.
       P380-AVISA-RESERVA.
            MOVE NR-TITULO-RSV    TO NR-TITULO-BIB
            PERFORM P385-LE-TITULO THRU P385-FIM
            MOVE 'BIBRESERVA'     TO WS-TP-GERA
            MOVE TP-LEITOR-RSV    TO WS-TP-LEITOR-GERA
            MOVE ID-LEITOR-RSV    TO WS-ID-LEITOR-GERA
            MOVE SPACES           TO WS-TX-GERA
            STRING 'BIBLIOTECA: RESERVA DE ' WS-TITULO-GERA(1:30)
                   ' DISPONIVEL ATE ' DT-LIMITE-RSV
                   DELIMITED BY SIZE
                   INTO WS-TX-GERA
            MOVE WS-QTD-GERADAS   TO WS-QTD-ANTES
            MOVE WS-QTD-SEM-DESTINO TO WS-QTD-SEM-DEST-ANTES
            PERFORM P440-ENFILEIRA-LEITOR THRU P440-FIM
            IF WS-QTD-GERADAS > WS-QTD-ANTES
                SET RSV-AVISADA   TO TRUE
                REWRITE REG-RESERVA-BIB
            ELSE
                IF WS-QTD-SEM-DESTINO > WS-QTD-SEM-DEST-ANTES
                    SET RSV-SEM-DESTINO TO TRUE
                    REWRITE REG-RESERVA-BIB
                END-IF
            END-IF
            .
       P380-FIM.
       P385-LE-TITULO.
            MOVE SPACES           TO WS-TITULO-GERA
            SET FS-TIT-OK         TO TRUE
            OPEN INPUT TITULOS-BIB
            IF FS-TIT-OK
                READ TITULOS-BIB
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE TITULO-BIB TO WS-TITULO-GERA
                END-READ
            END-IF
            CLOSE TITULOS-BIB
            .
       P385-FIM.
      * PLANTAO PEDAGOGICO: CONVITE LIBERADO (UMA VEZ, NO RESPONSAVEL
      * DO ALUNO), CONFIRMACAO DO HORARIO AGENDADO (NO CONTATO QUE
      * AGENDOU) E LEMBRETE NOS PLANT-DIAS-LEMBRETE DIAS ANTERIORES
      * AO PLANTAO - AO CONTATO E, UMA VEZ POR DIA, AO PROFESSOR
       P390-REGRA-PLANTAO.
            SET EOF-OK            TO FALSE
            SET FS-CNV-OK         TO TRUE
            OPEN I-O CONVITES-PLT
            IF FS-CNV-OK
                PERFORM UNTIL EOF-OK
                    READ CONVITES-PLT NEXT
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            IF CNV-PENDENTE AND
                               DT-LIBERACAO-CNV NOT > WS-DATA-HOJE-8
                               AND DT-PLANTAO-CNV NOT < WS-DATA-HOJE-8
                                PERFORM P392-AVISA-CONVITE
                                    THRU P392-FIM
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CONVITES-PLT
            END-IF
            SET EOF-OK            TO FALSE
            SET FS-PLT-OK         TO TRUE
            OPEN I-O PLANTAO
            IF NOT FS-PLT-OK
                GO TO P390-FIM
            END-IF
            PERFORM UNTIL EOF-OK
                READ PLANTAO NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF PLT-AGENDADO AND
                           DT-PLANTAO-PLT NOT < WS-DATA-HOJE-8
                            PERFORM P394-AVISA-AGENDA THRU P394-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PLANTAO
            .
       P390-FIM.
       P392-AVISA-CONVITE.
            MOVE 'PLANTCONV'      TO WS-TP-GERA
            MOVE ID-ALUNO-CNV     TO WS-ID-ALUNO-GERA
            MOVE SPACES           TO WS-TX-GERA
            STRING 'PLANTAO PEDAGOGICO EM ' DT-PLANTAO-CNV
                   ' - AGENDE O ATENDIMENTO COM OS PROFESSORES'
                   DELIMITED BY SIZE
                   INTO WS-TX-GERA
            MOVE WS-QTD-SEM-DESTINO TO WS-QTD-SEM-DEST-ANTES
            PERFORM P400-ENFILEIRA THRU P400-FIM
            IF WS-QTD-SEM-DESTINO > WS-QTD-SEM-DEST-ANTES
                SET CNV-SEM-DESTINO TO TRUE
            ELSE
                SET CNV-ENVIADO   TO TRUE
            END-IF
            REWRITE REG-CONVITE-PLANTAO
            .
       P392-FIM.
       P394-AVISA-AGENDA.
            COMPUTE WS-DIAS-CORRIDOS =
                    FUNCTION INTEGER-OF-DATE(DT-PLANTAO-PLT) -
                    WS-PLANT-DIAS-LEMBRETE
            COMPUTE WS-DT-LEMBRETE =
                    FUNCTION DATE-OF-INTEGER(WS-DIAS-CORRIDOS)
            MOVE ID-PROFESSOR-PLT TO WS-ID-LEITOR-GERA
            PERFORM P396-LE-PROFESSOR THRU P396-FIM
            EVALUATE TRUE
                WHEN PLT-AVISO-PENDENTE
                    MOVE 'PLANTCONF'  TO WS-TP-GERA
                    MOVE SPACES       TO WS-TX-GERA
                    STRING 'PLANTAO ' DT-PLANTAO-PLT ' AS '
                           HR-SLOT-PLT ' COM PROF. ' WS-NM-PROF-GERA
                           ' - AGENDAMENTO CONFIRMADO'
                           DELIMITED BY SIZE
                           INTO WS-TX-GERA
                    MOVE WS-QTD-GERADAS TO WS-QTD-ANTES
                    PERFORM P450-ENFILEIRA-CONTATO THRU P450-FIM
                    IF WS-QTD-GERADAS > WS-QTD-ANTES
                        SET PLT-CONFIRMADO  TO TRUE
                    ELSE
                        SET PLT-SEM-DESTINO TO TRUE
                    END-IF
                    REWRITE REG-PLANTAO
                WHEN PLT-CONFIRMADO
                    IF WS-DT-LEMBRETE NOT > WS-DATA-HOJE-8 AND
                       DT-PLANTAO-PLT > WS-DATA-HOJE-8
                        MOVE 'PLANTLEMB'  TO WS-TP-GERA
                        MOVE SPACES       TO WS-TX-GERA
                        STRING 'LEMBRETE: PLANTAO ' DT-PLANTAO-PLT
                               ' AS ' HR-SLOT-PLT ' COM PROF. '
                               WS-NM-PROF-GERA
                               DELIMITED BY SIZE
                               INTO WS-TX-GERA
                        PERFORM P450-ENFILEIRA-CONTATO THRU P450-FIM
                        SET PLT-LEMBRADO  TO TRUE
                        REWRITE REG-PLANTAO
                        MOVE 'PLANTPROF'  TO WS-TP-GERA
                        MOVE 'P'          TO WS-TP-LEITOR-GERA
                        MOVE SPACES       TO WS-TX-GERA
                        STRING 'PLANTAO PEDAGOGICO ' DT-PLANTAO-PLT
                               ' - RETIRE SUA AGENDA NA SECRETARIA'
                               DELIMITED BY SIZE
                               INTO WS-TX-GERA
                        PERFORM P440-ENFILEIRA-LEITOR THRU P440-FIM
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            .
       P394-FIM.
       P396-LE-PROFESSOR.
            MOVE SPACES           TO WS-NM-PROF-GERA
            SET FS-PRF-OK         TO TRUE
            OPEN INPUT PROFESSORES
            IF FS-PRF-OK
                MOVE WS-ID-LEITOR-GERA TO ID-PROFESSOR
                READ PROFESSORES
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE NM-PROFESSOR TO WS-NM-PROF-GERA
                END-READ
            END-IF
            CLOSE PROFESSORES
            .
       P396-FIM.
      * ENFILEIRA UMA MENSAGEM: ACHA O RESPONSAVEL COM TELEFONE E
      * SEM OPT-OUT, DEDUPLICA POR ALUNO/TIPO/DIA E NUMERA PELO
      * CONTROLE 'MSGFILA'
                ADD 1 TO WS-QTD-DUPLICADAS
                GO TO P400-FIM
            END-IF
            PERFORM P430-GRAVA-MENSAGEM THRU P430-FIM
            .
       P400-FIM.
      * GRAVA NA FILA A MENSAGEM JA ENDERECADA (WS-TL-DESTINO)
       P430-GRAVA-MENSAGEM.
            PERFORM P150-PROX-MENSAGEM THRU P150-FIM
            SET FS-MSG-OK         TO TRUE
            OPEN I-O MENSAGENS
            END-IF
            CLOSE MENSAGENS
            .
       P430-FIM.
      * LEITOR DA BIBLIOTECA: ALUNO PELA REGRA GERAL (RESPONSAVEL);
      * PROFESSOR ATIVO NO PROPRIO TELEFONE, SEM ALUNO/CONTATO E
      * DEDUPLICADO POR TELEFONE/TIPO/DIA
       P440-ENFILEIRA-LEITOR.
            IF WS-TP-LEITOR-GERA NOT EQUAL 'P'
                MOVE WS-ID-LEITOR-GERA TO WS-ID-ALUNO-GERA
                PERFORM P400-ENFILEIRA THRU P400-FIM
                GO TO P440-FIM
            END-IF
            MOVE ZEROS            TO WS-ID-ALUNO-GERA
                                     WS-ID-CONTATO-DEST
            MOVE SPACES           TO WS-TL-DESTINO
            SET FS-PRF-OK         TO TRUE
            OPEN INPUT PROFESSORES
            IF FS-PRF-OK
                MOVE WS-ID-LEITOR-GERA TO ID-PROFESSOR
                READ PROFESSORES
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF PROF-ATIVO
                            MOVE TL-PROFESSOR TO WS-TL-DESTINO
                        END-IF
                END-READ
            END-IF
            CLOSE PROFESSORES
            IF WS-TL-DESTINO EQUAL SPACES
                ADD 1 TO WS-QTD-SEM-DESTINO
                GO TO P440-FIM
            END-IF
            SET JA-EXISTE         TO FALSE
            SET EOF-2-OK          TO FALSE
            SET FS-MSG-OK         TO TRUE
            OPEN INPUT MENSAGENS
            IF FS-MSG-OK
                PERFORM UNTIL EOF-2-OK OR JA-EXISTE
                    READ MENSAGENS NEXT
                        AT END
                            SET EOF-2-OK TO TRUE
                        NOT AT END
                            IF TP-MENSAGEM EQUAL WS-TP-GERA
                               AND TL-DESTINO-MSG EQUAL
                                   WS-TL-DESTINO
                               AND DT-GERACAO-MSG EQUAL
                                   WS-DATA-HOJE-8
                                SET JA-EXISTE TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
            END-IF
            CLOSE MENSAGENS
            IF JA-EXISTE
                ADD 1 TO WS-QTD-DUPLICADAS
                GO TO P440-FIM
            END-IF
            PERFORM P430-GRAVA-MENSAGEM THRU P430-FIM
            .
       P440-FIM.
      * AVISO DO PLANTAO AO CONTATO QUE AGENDOU: SO TELEFONE E
      * OPT-OUT; CADA HORARIO AGENDADO E AVISADO UMA VEZ PELO STATUS
       P450-ENFILEIRA-CONTATO.
            MOVE ID-ALUNO-PLT     TO WS-ID-ALUNO-GERA
            MOVE ZEROS            TO WS-ID-CONTATO-DEST
            MOVE SPACES           TO WS-TL-DESTINO
            SET FS-CTT-OK         TO TRUE
            OPEN INPUT CONTATOS
            IF FS-CTT-OK
                MOVE ID-CONTATO-PLT TO ID-CONTATO
                READ CONTATOS
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF NOT CONTATO-OPTOUT AND
                           TL-CONTATO NOT EQUAL SPACES
                            MOVE TL-CONTATO TO WS-TL-DESTINO
                            MOVE ID-CONTATO
                                TO WS-ID-CONTATO-DEST
                        END-IF
                END-READ
            END-IF
            CLOSE CONTATOS
            IF WS-TL-DESTINO EQUAL SPACES
                ADD 1 TO WS-QTD-SEM-DESTINO
                GO TO P450-FIM
            END-IF
            PERFORM P430-GRAVA-MENSAGEM THRU P430-FIM
            .
       P450-FIM.
       P410-ACHA-DESTINO.
            MOVE SPACES           TO WS-TL-DESTINO
            MOVE ZEROS            TO WS-ID-CONTATO-DEST
                END-READ
            END-IF
            CLOSE CONTATOS
      * DIVULGACAO NAO E AVISO OPERACIONAL: ALEM DO OPT-OUT, EXIGE O
      * CONSENTIMENTO DE MARKETING DO PROPRIO CONTATO
            IF WS-TP-GERA EQUAL 'DIVULGACAO' AND
               WS-TL-DESTINO NOT EQUAL SPACES
                MOVE 'C'          TO WL-CSN-TP-PESSOA
                MOVE WS-ID-CONTATO-DEST TO WL-CSN-ID-PESSOA
                MOVE 'MK'         TO WL-CSN-FINALIDADE
                CALL 'CHKCONSE' USING WL-CONSENTIMENTO
                IF NOT WL-CSN-CONCEDIDO
                    ADD 1 TO WS-QTD-SEM-CONSENT
                    MOVE SPACES   TO WS-TL-DESTINO
                    MOVE ZEROS    TO WS-ID-CONTATO-DEST
                END-IF
            END-IF
            .
       P415-FIM.
       P420-DEDUPLICA.
            CLOSE CONTATOS
            .
       P700-FIM.
      ******************************************************************
      * OPCAO 5 - CAMPANHA DE DIVULGACAO: UMA MENSAGEM POR ALUNO ATIVO
      * (DA TURMA OU DE TODAS) AO PRIMEIRO RESPONSAVEL COM TELEFONE,
      * SEM OPT-OUT E COM CONSENTIMENTO 'MK'; SAI NO PROXIMO LOTE
      ******************************************************************
       P800-CAMPANHA.
            DISPLAY 'Texto da mensagem de divulgacao (80 posicoes): '
            MOVE SPACES           TO WS-TX-CAMPANHA
            ACCEPT WS-TX-CAMPANHA
            IF WS-TX-CAMPANHA EQUAL SPACES
                DISPLAY 'TEXTO EM BRANCO - NADA A GERAR.'
                GO TO P800-FIM
            END-IF
            DISPLAY 'Turma (<ENTER> para todos os ativos): '
            MOVE SPACES           TO WS-TURMA-FILTRO
            ACCEPT WS-TURMA-FILTRO
            DISPLAY 'TECLE <S> para enfileirar a campanha: '
            ACCEPT WS-CONFIRM
            IF WS-CONFIRM NOT EQUAL 'S' AND 's'
                DISPLAY 'CAMPANHA CANCELADA.'
                GO TO P800-FIM
            END-IF
            ACCEPT WS-DATA-HOJE-8 FROM DATE YYYYMMDD
            MOVE ZEROS            TO WS-QTD-GERADAS
                                     WS-QTD-SEM-DESTINO
                                     WS-QTD-DUPLICADAS
                                     WS-QTD-SEM-CONSENT
            SET EOF-OK            TO FALSE
            SET FS-OK             TO TRUE
            OPEN INPUT ALUNOS
            IF NOT FS-OK
                DISPLAY 'ARQUIVO DE ALUNOS INDISPONIVEL. '
                DISPLAY 'FILE STATUS: ' WS-FS
                CLOSE ALUNOS
                GO TO P800-FIM
            END-IF
            PERFORM UNTIL EOF-OK
                READ ALUNOS NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF ALUNO-ATIVO AND
                           (WS-TURMA-FILTRO EQUAL SPACES OR
                            TURMA EQUAL WS-TURMA-FILTRO)
                            MOVE 'DIVULGACAO' TO WS-TP-GERA
                            MOVE ID-ALUNO     TO WS-ID-ALUNO-GERA
                            MOVE WS-TX-CAMPANHA TO WS-TX-GERA
                            PERFORM P400-ENFILEIRA THRU P400-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ALUNOS
            DISPLAY '--------------------------------------'
            DISPLAY 'MENSAGENS GERADAS   : ' WS-QTD-GERADAS
            DISPLAY 'SEM TELEFONE/OPTOUT : ' WS-QTD-SEM-DESTINO
            DISPLAY '  DOS QUAIS SEM MK  : ' WS-QTD-SEM-CONSENT
            DISPLAY 'DEDUPLICADAS        : ' WS-QTD-DUPLICADAS
            DISPLAY '--------------------------------------'
            .
       P800-FIM.
       P900-FIM.
            GOBACK.
      * RESOLVE OS CAMINHOS FISICOS PELO CONFIGSYS (PRODUCAO OU
      * TESTE); SEM CONFIGURACAO VALEM OS PADROES ACIMA
       P050-CONFIGURA.
            MOVE 'D3-REGISTRO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-REGISTRO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-REGISTRO
            MOVE 'MSGFILA' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-MSGFILA TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WS-ARQ-CFG-D3-JUSTIFIC TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-JUSTIFIC
            MOVE 'PREPAGO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-PREPAGO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-PREPAGO
            MOVE 'PREPG-SALDO-MIN' TO WL-CFG-CHAVE
            MOVE WS-CFG-SALDO-MIN TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-CFG-SALDO-MIN
            IF WS-CFG-SALDO-MIN(1:6) NUMERIC
                COMPUTE WS-VL-SALDO-MIN =
                        FUNCTION NUMVAL(WS-CFG-SALDO-MIN(1:6))
            END-IF
            MOVE 'RESPONSA' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-RESPONSA TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WS-ARQ-CFG-CONTATOS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-CONTATOS
            MOVE 'D3-OCORRENC' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-OCORRENC TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-OCORRENC
            MOVE 'BIBEMPRE' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-BIBEMPRE TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-BIBEMPRE
            MOVE 'BIBRESER' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-BIBRESER TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-BIBRESER
            MOVE 'BIBTITUL' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-BIBTITUL TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-BIBTITUL
            MOVE 'PROFESSORES' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-PROFESSORES TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-PROFESSORES
            MOVE 'BIB-DIAS-AVISO' TO WL-CFG-CHAVE
            MOVE WS-CFG-BIB-DIAS-AVISO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-CFG-BIB-DIAS-AVISO
            IF WS-CFG-BIB-DIAS-AVISO(1:2) NUMERIC AND
               WS-CFG-BIB-DIAS-AVISO(1:2) NOT EQUAL '00'
                MOVE WS-CFG-BIB-DIAS-AVISO(1:2) TO WS-BIB-DIAS-AVISO
            END-IF
            MOVE 'D3-PLANTAO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-PLANTAO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-PLANTAO
            MOVE 'D3-PLANCONV' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-PLANCONV TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-PLANCONV
            MOVE 'PLANT-DIAS-LEMBRETE' TO WL-CFG-CHAVE
            MOVE WS-CFG-PLANT-DIAS-LEMBRETE TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-CFG-PLANT-DIAS-LEMBRETE
            IF WS-CFG-PLANT-DIAS-LEMBRETE(1:2) NUMERIC AND
               WS-CFG-PLANT-DIAS-LEMBRETE(1:2) NOT EQUAL '00'
                MOVE WS-CFG-PLANT-DIAS-LEMBRETE(1:2)
                    TO WS-PLANT-DIAS-LEMBRETE
            END-IF
            MOVE 'CONTROLE' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-CONTROLE TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG

      ******************************************************************
      * Author: ANDREI BATISTA
      * Date: 15/10/2026
      * Purpose: CONSELHO DE CLASSE NO FECHAMENTO DO TERMO - LISTA,
      *          POR TURMA, OS ALUNOS QUE FICARAM POUCO ABAIXO DA NOTA
      *          DE APROVACAO OU PERTO DO PISO DE FREQUENCIA, REGISTRA
      *          A DECISAO DO CONSELHO POR ALUNO E MATERIA
      *          (CONSELHO.DAT) E EMITE A ATA DO CONSELHO. A MEDIA DO
      *          BOLETIM NAO E TOCADA - SO O RESULTADO MUDA PARA
      *          APROV-CONSELHO OU DE RECUPERACAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISCONSE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
               SELECT CONSELHO ASSIGN TO WS-ARQ-CFG-D3-CONSELHO
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-CONSELHO
               FILE STATUS IS WS-FS.

               SELECT ALUNOS ASSIGN TO WS-ARQ-CFG-D3-REGISTRO
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS SEQUENTIAL
               RECORD  KEY  IS ID-ALUNO
               ALTERNATE RECORD KEY IS NM-ALUNO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-ALU.

               SELECT TODOS ASSIGN TO WS-ARQ-CFG-D3-TODOS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-BOLETIM
               ALTERNATE RECORD KEY IS ID-ALUNO-2
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-TOD.

               SELECT FREQUENCIA ASSIGN TO WS-ARQ-CFG-D3-FREQUENCIA
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-FREQUENCIA
               FILE STATUS IS WS-FS-FRQ.

               SELECT CALENDARIO ASSIGN TO WS-ARQ-CFG-CALENDARIO
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-CALENDARIO
               FILE STATUS IS WS-FS-CAL.

               SELECT ATA-OUT ASSIGN TO WS-ARQ-ATA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ATA.

       DATA DIVISION.
       FILE SECTION.
       FD CONSELHO.
          COPY FD_CONSE.
       FD ALUNOS.
          COPY FD_REGIS.
       FD TODOS.
          COPY FD_TODOS.
       FD FREQUENCIA.
          COPY FD_FREQU.
       FD CALENDARIO.
          COPY FD_CALEN.
       FD ATA-OUT.
       01 REG-ATA-OUT                      PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-FS                            PIC 99.
          88 FS-OK                         VALUE 0.
       77 WS-FS-ALU                        PIC 99.
          88 FS-ALU-OK                     VALUE 0.
       77 WS-FS-TOD                        PIC 99.
          88 FS-TOD-OK                     VALUE 0.
       77 WS-FS-FRQ                        PIC 99.
          88 FS-FRQ-OK                     VALUE 0.
       77 WS-FS-CAL                        PIC 99.
          88 FS-CAL-OK                     VALUE 0.
       77 WS-FS-ATA                        PIC 99.
          88 FS-ATA-OK                     VALUE 0.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE 'S' FALSE 'N'.
       77 WS-EOF-FRQ                       PIC X.
          88 EOF-FRQ-OK                    VALUE 'S' FALSE 'N'.
       77 WS-OPCAO                         PIC X.
       77 WS-TURMA-FILTRO                  PIC X(10).
       77 WS-MEMBROS                       PIC X(60).
       77 WS-JUSTIFICATIVA                 PIC X(60).
       77 WS-DECISAO                       PIC X(01).
          88 DECISAO-VALIDA                VALUE 'A' 'M' 'R' 'P'.
          88 DECISAO-PULAR                 VALUE 'P'.
       77 WS-DATA-HOJE-8                   PIC 9(08).
       77 WS-DT-INI-TERMO                  PIC 9(08) VALUE ZEROS.
       77 WS-QTD-ALUNOS                    PIC 9(03) VALUE ZEROS.
       01 WS-TABELA-ALUNOS-TURMA.
          03 WS-TAB-ALUNO-ID               PIC 9(06) OCCURS 500 TIMES.
       77 WS-IND-ALU                       PIC 9(03).
       77 WS-ACHOU                         PIC X VALUE 'N'.
          88 ACHOU-OK                      VALUE 'S' FALSE 'N'.
       77 WS-CANDIDATO                     PIC X VALUE 'N'.
          88 CANDIDATO-OK                  VALUE 'S' FALSE 'N'.
       77 WS-JA-DELIBERADO                 PIC X VALUE 'N'.
          88 JA-DELIBERADO                 VALUE 'S' FALSE 'N'.
       77 WS-QTD-CANDIDATOS                PIC 9(04) VALUE ZEROS.
       77 WS-QTD-DECISOES                  PIC 9(04) VALUE ZEROS.
       77 WS-QTD-APROV-CNS                 PIC 9(04) VALUE ZEROS.
       77 WS-QTD-MANTIDOS                  PIC 9(04) VALUE ZEROS.
       77 WS-QTD-RECUP-CNS                 PIC 9(04) VALUE ZEROS.
       77 WS-DIFERENCA                     PIC 9(02)V99.
      * MARGEM ABAIXO DA NOTA DE APROVACAO (CONFIGSYS
      * 'CONSELHO-MARGEM', EM CENTESIMOS DE PONTO: 050 = 0,50) E
      * MARGEM ABAIXO DO PISO DE FREQUENCIA ('CONSELHO-MARGEM-FREQ',
      * EM PONTOS PERCENTUAIS)
       77 WS-MARGEM-NOTA                   PIC 9(02)V99 VALUE 0,50.
       77 WS-MARGEM-CENT                   PIC 9(03).
       77 WS-CFG-MARGEM-NOTA               PIC X(60) VALUE SPACES.
       77 WS-MARGEM-FREQ                   PIC 9(03) VALUE 5.
       77 WS-CFG-MARGEM-FREQ               PIC X(60) VALUE SPACES.
       77 WS-FREQ-MINIMA                   PIC 9(03) VALUE 75.
       77 WS-CFG-FREQ-MINIMA               PIC X(60) VALUE SPACES.
       77 WS-QTD-FALTAS-FRQ                PIC 9(04) VALUE ZEROS.
       77 WS-PC-FREQUENCIA                 PIC 9(03)V99 VALUE ZEROS.
       77 WS-FREQ-INFERIOR                 PIC 9(03)V99.
       77 WS-NOVO-RESULTADO                PIC X(14).
       77 WS-LINHA-ATA                     PIC X(80) VALUE SPACES.
       77 WS-SEQ-LINHA                     PIC 9(03) VALUE ZEROS.
       77 WS-DS-DECISAO                    PIC X(22).
       01 WS-CHAVE-AUDIT.
          03 WS-CHA-ID-ALUNO               PIC 9(06).
          03 FILLER                        PIC X(01) VALUE '/'.
          03 WS-CHA-ID-MATERIA             PIC 9(03).
       01 WS-VALOR-DECISAO.
          03 WS-VLD-DECISAO                PIC X(01).
          03 FILLER                        PIC X(01) VALUE SPACE.
          03 WS-VLD-RESULTADO              PIC X(14).
          03 FILLER                        PIC X(01) VALUE SPACE.
          03 WS-VLD-MEDIA                  PIC 9(02)V99.
       01 WL-PARAMETROS-AULAS.
          03 WL-AUL-ID-MATERIA             PIC 9(03).
          03 WL-AUL-DT-INICIO              PIC 9(08).
          03 WL-AUL-DT-FIM                 PIC 9(08).
          03 WL-AUL-QT-AULAS               PIC 9(04).
          03 WL-AUL-QT-PERDIDAS            PIC 9(04).
          03 WL-AUL-QT-REPOSICOES          PIC 9(04).
       01 WL-AUDITORIA.
          03 WL-PROGRAMA                   PIC X(12)
             VALUE 'SISCONSE'.
          03 WL-OPERACAO                   PIC X(10).
          03 WL-CHAVE                      PIC X(10).
          03 WL-VALOR-ANTIGO               PIC X(50).
          03 WL-VALOR-NOVO                 PIC X(50).
       01 WS-ARQ-ATA                       PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\ATA_CONSELHO.TXT'.
       01 WL-SPOOL.
          03 WL-SPL-RELATORIO              PIC X(12).
          03 WL-SPL-ARQUIVO                PIC X(60).
          03 WL-SPL-OK                     PIC X(01).
             88 WL-SPOOL-ABERTO            VALUE 'S'.
             88 WL-SPOOL-FALHOU            VALUE 'N'.

       01 WS-ARQ-CFG-D3-CONSELHO           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\CONSELHO.DAT'.
       01 WS-ARQ-CFG-D3-REGISTRO           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\REGISTRO.DAT'.
       01 WS-ARQ-CFG-D3-TODOS              PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\TODOS.DAT'.
       01 WS-ARQ-CFG-D3-FREQUENCIA         PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\FREQUENCIA.DAT'.
       01 WS-ARQ-CFG-CALENDARIO            PIC X(60) VALUE
          'C:\COBOL\CALENDARIO.DAT'.
          COPY CFG_AREA.
       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM                   PIC X(50).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            PERFORM P050-CONFIGURA THRU P050-FIM
            PERFORM P100-ACHA-TERMO THRU P100-FIM
            PERFORM P300-PROCESSA  THRU P300-FIM
                                    UNTIL WS-OPCAO = 'F' OR 'f'
            PERFORM P900-FIM
            .
      * AS DELIBERACOES FICAM AMARRADAS AO TERMO CORRENTE DO
      * CALENDARIO ACADEMICO (EVENTO 'T' QUE COBRE A DATA DE HOJE),
      * QUE TAMBEM E O INTERVALO DA APURACAO DE FREQUENCIA
       P100-ACHA-TERMO.
            MOVE ZEROS            TO WS-DT-INI-TERMO
            ACCEPT WS-DATA-HOJE-8 FROM DATE YYYYMMDD
            SET EOF-OK            TO FALSE
            SET FS-CAL-OK         TO TRUE
            OPEN INPUT CALENDARIO
            IF FS-CAL-OK
                PERFORM UNTIL EOF-OK
                    READ CALENDARIO NEXT
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            IF EVENTO-TERMO AND
                               DT-EVENTO-CAL <= WS-DATA-HOJE-8 AND
                               DT-FIM-EVENTO-CAL >= WS-DATA-HOJE-8
                                MOVE DT-EVENTO-CAL
                                    TO WS-DT-INI-TERMO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CALENDARIO
            END-IF
            IF WS-DT-INI-TERMO EQUAL ZEROS
                DISPLAY 'SEM TERMO CORRENTE NO CALENDARIO - '
                        'CONSELHO SEM APURACAO DE FREQUENCIA.'
            END-IF
            .
       P100-FIM.
       P300-PROCESSA.
            MOVE SPACES             TO WS-OPCAO
            DISPLAY '**************************************************'
            DISPLAY '***           CONSELHO DE CLASSE               ***'
            DISPLAY '**************************************************'
            DISPLAY '*** 1 - Sessao do conselho (deliberar turma)   ***'
            DISPLAY '*** 2 - Reemitir ata do conselho da turma      ***'
            DISPLAY '***          <TECLE F PARA FINALIZAR>          ***'
            DISPLAY '**************************************************'
            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN '1'
                    PERFORM P310-SESSAO  THRU P310-FIM
                WHEN '2'
                    DISPLAY 'Informe a turma: '
                    ACCEPT WS-TURMA-FILTRO
                    MOVE SPACES       TO WS-MEMBROS
                    PERFORM P400-ATA THRU P400-FIM
                WHEN 'F'
                    CONTINUE
                WHEN 'f'
                    CONTINUE
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA! '
            END-EVALUATE
            .
       P300-FIM.
       P310-SESSAO.
            DISPLAY 'Informe a turma: '
            ACCEPT WS-TURMA-FILTRO
            MOVE SPACES           TO WS-MEMBROS
            DISPLAY 'Membros presentes ao conselho: '
            ACCEPT WS-MEMBROS
            IF WS-MEMBROS EQUAL SPACES
                DISPLAY 'INFORME OS MEMBROS PRESENTES - A ATA NAO '
                        'PODE SAIR SEM ELES. '
                GO TO P310-FIM
            END-IF
            PERFORM P320-CARREGA-TURMA THRU P320-FIM
            IF WS-QTD-ALUNOS EQUAL ZEROS
                DISPLAY 'NENHUM ALUNO ATIVO NA TURMA. '
                GO TO P310-FIM
            END-IF
            MOVE ZEROS            TO WS-QTD-CANDIDATOS WS-QTD-DECISOES
            SET FS-OK             TO TRUE
            OPEN I-O CONSELHO
            IF WS-FS EQUAL 35 THEN
                OPEN OUTPUT CONSELHO
                CLOSE CONSELHO
                OPEN I-O CONSELHO
            END-IF
            IF NOT FS-OK
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DO CONSELHO. '
                DISPLAY 'FILE STATUS: ' WS-FS
                CLOSE CONSELHO
                GO TO P310-FIM
            END-IF
            SET EOF-OK            TO FALSE
            SET FS-TOD-OK         TO TRUE
            OPEN I-O TODOS
            IF FS-TOD-OK
                PERFORM UNTIL EOF-OK
                    READ TODOS NEXT
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            PERFORM P330-AVALIA THRU P330-FIM
                    END-READ
                END-PERFORM
            ELSE
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE BOLETINS. '
                DISPLAY 'FILE STATUS: ' WS-FS-TOD
            END-IF
            CLOSE TODOS
            CLOSE CONSELHO
            DISPLAY WS-QTD-CANDIDATOS ' caso(s) levado(s) ao conselho, '
                    WS-QTD-DECISOES ' deliberado(s) nesta sessao.'
            IF WS-QTD-DECISOES > 0
                PERFORM P400-ATA THRU P400-FIM
            END-IF
            .
       P310-FIM.
       P320-CARREGA-TURMA.
            MOVE ZEROS            TO WS-QTD-ALUNOS
            SET EOF-OK            TO FALSE
            SET FS-ALU-OK         TO TRUE
            OPEN INPUT ALUNOS
            IF FS-ALU-OK
                PERFORM UNTIL EOF-OK
                    READ ALUNOS
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            IF ALUNO-ATIVO AND
                               TURMA EQUAL WS-TURMA-FILTRO AND
                               WS-QTD-ALUNOS < 500
                                ADD 1 TO WS-QTD-ALUNOS
                                MOVE ID-ALUNO TO
                                    WS-TAB-ALUNO-ID(WS-QTD-ALUNOS)
                            END-IF
                    END-READ
                END-PERFORM
            ELSE
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ALUNOS. '
                DISPLAY 'FILE STATUS: ' WS-FS-ALU
            END-IF
            CLOSE ALUNOS
            .
       P320-FIM.
      * SO VAI AO CONSELHO QUEM NAO PASSOU E FICOU DENTRO DA MARGEM
      * DA NOTA OU PERTO DO PISO DE FREQUENCIA; QUEM JA TEM DECISAO
      * NO TERMO NAO VOLTA A PAUTA
       P330-AVALIA.
            IF RESULTADO-BOLETIM NOT EQUAL 'REPROVADO' AND
               RESULTADO-BOLETIM NOT EQUAL 'REPROV-FALTA' AND
               RESULTADO-BOLETIM NOT EQUAL 'DE RECUPERACAO'
                GO TO P330-FIM
            END-IF
            SET ACHOU-OK          TO FALSE
            PERFORM VARYING WS-IND-ALU FROM 1 BY 1
                    UNTIL WS-IND-ALU > WS-QTD-ALUNOS OR ACHOU-OK
                IF WS-TAB-ALUNO-ID(WS-IND-ALU) EQUAL ID-ALUNO-2
                    SET ACHOU-OK  TO TRUE
                END-IF
            END-PERFORM
            IF NOT ACHOU-OK
                GO TO P330-FIM
            END-IF
            MOVE WS-DT-INI-TERMO  TO DT-TERMO-CNS
            MOVE ID-ALUNO-2       TO ID-ALUNO-CNS
            MOVE ID-MATERIA-2     TO ID-MATERIA-CNS
            SET JA-DELIBERADO     TO TRUE
            READ CONSELHO
                INVALID KEY
                    SET JA-DELIBERADO TO FALSE
            END-READ
            IF JA-DELIBERADO
                GO TO P330-FIM
            END-IF
            PERFORM P340-FREQUENCIA THRU P340-FIM
            SET CANDIDATO-OK      TO TRUE
            IF MEDIA-BOLETIM < NT-APROVACAO-2
                COMPUTE WS-DIFERENCA = NT-APROVACAO-2 - MEDIA-BOLETIM
                IF WS-DIFERENCA > WS-MARGEM-NOTA
                    SET CANDIDATO-OK TO FALSE
                END-IF
            END-IF
      * REPROVADO POR FALTA SO VAI A PAUTA SE FICOU POUCO ABAIXO DO
      * PISO DE FREQUENCIA (E COM A NOTA DENTRO DA MARGEM)
            IF RESULTADO-BOLETIM EQUAL 'REPROV-FALTA' AND
               WS-PC-FREQUENCIA < WS-FREQ-INFERIOR
                SET CANDIDATO-OK  TO FALSE
            END-IF
            IF NOT CANDIDATO-OK
                GO TO P330-FIM
            END-IF
            ADD 1 TO WS-QTD-CANDIDATOS
            PERFORM P350-DELIBERA THRU P350-FIM
            .
       P330-FIM.
      * MESMA APURACAO DO FECHAMENTO (SISCOMPT): AULAS DADAS NO TERMO
      * PELO CHKAULAS CONTRA AS FALTAS DO DIARIO; SEM TERMO OU SEM
      * AULAS A FREQUENCIA E TIDA COMO INTEGRAL
       P340-FREQUENCIA.
            MOVE 100              TO WS-PC-FREQUENCIA
            IF WS-DT-INI-TERMO EQUAL ZEROS
                GO TO P340-FIM
            END-IF
            MOVE ID-MATERIA-2     TO WL-AUL-ID-MATERIA
            MOVE WS-DT-INI-TERMO  TO WL-AUL-DT-INICIO
            MOVE WS-DATA-HOJE-8   TO WL-AUL-DT-FIM
            CALL 'CHKAULAS' USING WL-PARAMETROS-AULAS
            IF WL-AUL-QT-AULAS EQUAL ZEROS
                GO TO P340-FIM
            END-IF
            MOVE ZEROS            TO WS-QTD-FALTAS-FRQ
            SET EOF-FRQ-OK        TO FALSE
            SET FS-FRQ-OK         TO TRUE
            OPEN INPUT FREQUENCIA
            IF FS-FRQ-OK
                MOVE ID-MATERIA-2     TO ID-MATERIA-FRQ
                MOVE WS-DT-INI-TERMO  TO DT-AULA-FRQ
                MOVE ZEROS            TO PERIODO-FRQ ID-ALUNO-FRQ
                START FREQUENCIA KEY IS NOT LESS THAN CHAVE-FREQUENCIA
                    INVALID KEY
                        SET EOF-FRQ-OK TO TRUE
                END-START
                PERFORM UNTIL EOF-FRQ-OK
                    READ FREQUENCIA NEXT
                        AT END
                            SET EOF-FRQ-OK TO TRUE
                        NOT AT END
                            IF ID-MATERIA-FRQ NOT EQUAL ID-MATERIA-2
                               OR DT-AULA-FRQ > WS-DATA-HOJE-8
                                SET EOF-FRQ-OK TO TRUE
                            ELSE
                                IF ID-ALUNO-FRQ EQUAL ID-ALUNO-2
                                    ADD 1 TO WS-QTD-FALTAS-FRQ
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE FREQUENCIA
            END-IF
            IF WS-QTD-FALTAS-FRQ > WL-AUL-QT-AULAS
                MOVE WL-AUL-QT-AULAS TO WS-QTD-FALTAS-FRQ
            END-IF
            COMPUTE WS-PC-FREQUENCIA ROUNDED =
                    ((WL-AUL-QT-AULAS - WS-QTD-FALTAS-FRQ) * 100)
                    / WL-AUL-QT-AULAS
            .
       P340-FIM.
       P350-DELIBERA.
            DISPLAY '--------------------------------------------------'
            DISPLAY 'ALUNO: ' ID-ALUNO-2 ' - ' NM-ALUNO-2
            DISPLAY 'MATERIA: ' ID-MATERIA-2 ' - ' NM-MATERIA-2
            DISPLAY 'MEDIA: ' MEDIA-BOLETIM
                    '  NOTA DE APROVACAO: ' NT-APROVACAO-2
                    '  FREQUENCIA: ' WS-PC-FREQUENCIA '% (MINIMO '
                    WS-FREQ-MINIMA '%)'
            DISPLAY 'RESULTADO ATUAL: ' RESULTADO-BOLETIM
            MOVE SPACES           TO WS-DECISAO
            PERFORM UNTIL DECISAO-VALIDA
                DISPLAY 'Decisao (A-Aprovado pelo conselho / '
                        'M-Mantido / R-Recuperacao / P-Pular): '
                ACCEPT WS-DECISAO
                INSPECT WS-DECISAO CONVERTING 'amrp' TO 'AMRP'
                IF NOT DECISAO-VALIDA
                    DISPLAY 'DECISAO INVALIDA! '
                END-IF
            END-PERFORM
            IF DECISAO-PULAR
                GO TO P350-FIM
            END-IF
            MOVE SPACES           TO WS-JUSTIFICATIVA
            PERFORM UNTIL WS-JUSTIFICATIVA NOT EQUAL SPACES
                DISPLAY 'Justificativa da decisao: '
                ACCEPT WS-JUSTIFICATIVA
            END-PERFORM
            EVALUATE WS-DECISAO
                WHEN 'A'
                    MOVE 'APROV-CONSELHO'    TO WS-NOVO-RESULTADO
                WHEN 'R'
                    MOVE 'DE RECUPERACAO'    TO WS-NOVO-RESULTADO
                WHEN OTHER
                    MOVE RESULTADO-BOLETIM   TO WS-NOVO-RESULTADO
            END-EVALUATE
            MOVE WS-DT-INI-TERMO     TO DT-TERMO-CNS
            MOVE ID-ALUNO-2          TO ID-ALUNO-CNS
            MOVE ID-MATERIA-2        TO ID-MATERIA-CNS
            MOVE WS-TURMA-FILTRO     TO TURMA-CNS
            MOVE NM-ALUNO-2          TO NM-ALUNO-CNS
            MOVE NM-MATERIA-2        TO NM-MATERIA-CNS
            MOVE WS-DATA-HOJE-8      TO DT-CONSELHO
            MOVE MEDIA-BOLETIM       TO MEDIA-CNS
            MOVE NT-APROVACAO-2      TO NT-APROVACAO-CNS
            MOVE WS-PC-FREQUENCIA    TO PC-FREQUENCIA-CNS
            MOVE RESULTADO-BOLETIM   TO RESULTADO-ANTERIOR-CNS
            MOVE WS-DECISAO          TO DECISAO-CNS
            MOVE WS-JUSTIFICATIVA    TO JUSTIFICATIVA-CNS
            MOVE WS-MEMBROS          TO MEMBROS-CNS
            WRITE REG-CONSELHO
                INVALID KEY
                    DISPLAY 'DECISAO JA REGISTRADA PARA ESTE ALUNO '
                            'E MATERIA. '
                    GO TO P350-FIM
            END-WRITE
            IF WS-NOVO-RESULTADO NOT EQUAL RESULTADO-BOLETIM
                MOVE WS-NOVO-RESULTADO TO RESULTADO-BOLETIM
                REWRITE REG-BOLETIM
                IF NOT FS-TOD-OK
                    DISPLAY 'ERRO AO REGRAVAR O BOLETIM. '
                    DISPLAY 'FILE STATUS: ' WS-FS-TOD
                END-IF
            END-IF
            ADD 1 TO WS-QTD-DECISOES
            DISPLAY 'Decisao registrada - resultado: '
                    RESULTADO-BOLETIM
            MOVE 'CONSELHO'          TO WL-OPERACAO
            MOVE ID-ALUNO-2          TO WS-CHA-ID-ALUNO
            MOVE ID-MATERIA-2        TO WS-CHA-ID-MATERIA
            MOVE WS-CHAVE-AUDIT      TO WL-CHAVE
            MOVE RESULTADO-ANTERIOR-CNS TO WL-VALOR-ANTIGO
            MOVE WS-DECISAO          TO WS-VLD-DECISAO
            MOVE RESULTADO-BOLETIM   TO WS-VLD-RESULTADO
            MOVE MEDIA-BOLETIM       TO WS-VLD-MEDIA
            MOVE WS-VALOR-DECISAO    TO WL-VALOR-NOVO
            CALL 'AUDITLOG' USING WL-AUDITORIA
            .
       P350-FIM.
      * ATA DO CONSELHO: TODAS AS DECISOES DA TURMA NO TERMO, COM A
      * JUSTIFICATIVA DE CADA UMA E OS MEMBROS PRESENTES
       P400-ATA.
            MOVE ZEROS            TO WS-SEQ-LINHA WS-QTD-APROV-CNS
                                     WS-QTD-MANTIDOS WS-QTD-RECUP-CNS
            SET EOF-OK            TO FALSE
            SET FS-OK             TO TRUE
            OPEN INPUT CONSELHO
            IF NOT FS-OK
                DISPLAY 'NENHUMA DELIBERACAO DO CONSELHO REGISTRADA. '
                GO TO P400-FIM
            END-IF
            MOVE 'ATACONSELHO'    TO WL-SPL-RELATORIO
            CALL 'SPOOLREG' USING WL-SPOOL
            IF WL-SPOOL-ABERTO
                MOVE WL-SPL-ARQUIVO TO WS-ARQ-ATA
            ELSE
                MOVE 'C:\COBOL\Desafio-modulo-3\ATA_CONSELHO.TXT'
                    TO WS-ARQ-ATA
            END-IF
            SET FS-ATA-OK         TO TRUE
            OPEN OUTPUT ATA-OUT
            IF NOT FS-ATA-OK
                DISPLAY 'ERRO AO GRAVAR A ATA DO CONSELHO. '
                DISPLAY 'FILE STATUS: ' WS-FS-ATA
                CLOSE CONSELHO
                GO TO P400-FIM
            END-IF
            MOVE WS-DT-INI-TERMO  TO DT-TERMO-CNS
            MOVE ZEROS            TO ID-ALUNO-CNS ID-MATERIA-CNS
            START CONSELHO KEY IS NOT LESS THAN CHAVE-CONSELHO
                INVALID KEY
                    SET EOF-OK    TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ CONSELHO NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF DT-TERMO-CNS NOT EQUAL WS-DT-INI-TERMO
                            SET EOF-OK TO TRUE
                        ELSE
                            IF TURMA-CNS EQUAL WS-TURMA-FILTRO
                                PERFORM P410-LINHA-ATA THRU P410-FIM
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            IF WS-SEQ-LINHA EQUAL ZEROS
                MOVE 'NENHUMA DELIBERACAO DO CONSELHO PARA A TURMA.'
                    TO REG-ATA-OUT
                WRITE REG-ATA-OUT
                DISPLAY 'NENHUMA DELIBERACAO DO CONSELHO PARA A '
                        'TURMA NESTE TERMO. '
            ELSE
                PERFORM P430-RODAPE THRU P430-FIM
                DISPLAY 'ATA DO CONSELHO GERADA EM ATA_CONSELHO.TXT ('
                        WS-SEQ-LINHA ' deliberacao(oes)).'
            END-IF
            CLOSE ATA-OUT
            CLOSE CONSELHO
            .
       P400-FIM.
       P410-LINHA-ATA.
            IF WS-SEQ-LINHA EQUAL ZEROS
                IF WS-MEMBROS EQUAL SPACES
                    MOVE MEMBROS-CNS TO WS-MEMBROS
                END-IF
                PERFORM P420-CABECALHO THRU P420-FIM
            END-IF
            ADD 1 TO WS-SEQ-LINHA
            EVALUATE TRUE
                WHEN CNS-APROVADO
                    ADD 1 TO WS-QTD-APROV-CNS
                    MOVE 'APROVADO PELO CONSELHO' TO WS-DS-DECISAO
                WHEN CNS-RECUPERACAO
                    ADD 1 TO WS-QTD-RECUP-CNS
                    MOVE 'ENCAMINHADO A RECUP.'   TO WS-DS-DECISAO
                WHEN OTHER
                    ADD 1 TO WS-QTD-MANTIDOS
                    MOVE 'RESULTADO MANTIDO'      TO WS-DS-DECISAO
            END-EVALUATE
            MOVE SPACES TO WS-LINHA-ATA
            STRING WS-SEQ-LINHA         DELIMITED BY SIZE
                   '  '                 DELIMITED BY SIZE
                   NM-ALUNO-CNS         DELIMITED BY SIZE
                   '  '                 DELIMITED BY SIZE
                   NM-MATERIA-CNS       DELIMITED BY SIZE
                   '  '                 DELIMITED BY SIZE
                   MEDIA-CNS            DELIMITED BY SIZE
                   '  '                 DELIMITED BY SIZE
                   PC-FREQUENCIA-CNS    DELIMITED BY SIZE
                   '%'                  DELIMITED BY SIZE
                   INTO WS-LINHA-ATA
            MOVE WS-LINHA-ATA TO REG-ATA-OUT
            WRITE REG-ATA-OUT
            MOVE SPACES TO WS-LINHA-ATA
            STRING '     DE: '          DELIMITED BY SIZE
                   RESULTADO-ANTERIOR-CNS DELIMITED BY SIZE
                   '  DECISAO: '        DELIMITED BY SIZE
                   WS-DS-DECISAO        DELIMITED BY SIZE
                   INTO WS-LINHA-ATA
            MOVE WS-LINHA-ATA TO REG-ATA-OUT
            WRITE REG-ATA-OUT
            MOVE SPACES TO WS-LINHA-ATA
            STRING '     MOTIVO: '      DELIMITED BY SIZE
                   JUSTIFICATIVA-CNS    DELIMITED BY SIZE
                   INTO WS-LINHA-ATA
            MOVE WS-LINHA-ATA TO REG-ATA-OUT
            WRITE REG-ATA-OUT
            .
       P410-FIM.
       P420-CABECALHO.
            MOVE ALL '=' TO REG-ATA-OUT
            WRITE REG-ATA-OUT
            MOVE '        ATA DO CONSELHO DE CLASSE' TO REG-ATA-OUT
            WRITE REG-ATA-OUT
            MOVE SPACES TO WS-LINHA-ATA
            STRING 'TURMA: ' WS-TURMA-FILTRO
                   '   DATA DO CONSELHO: ' DT-CONSELHO
                   DELIMITED BY SIZE
                   INTO WS-LINHA-ATA
            MOVE WS-LINHA-ATA TO REG-ATA-OUT
            WRITE REG-ATA-OUT
            MOVE SPACES TO WS-LINHA-ATA
            STRING 'MEMBROS PRESENTES: ' WS-MEMBROS
                   DELIMITED BY SIZE
                   INTO WS-LINHA-ATA
            MOVE WS-LINHA-ATA TO REG-ATA-OUT
            WRITE REG-ATA-OUT
            MOVE SPACES TO WS-LINHA-ATA
            STRING 'DATA DE EMISSAO: ' WS-DATA-HOJE-8
                   DELIMITED BY SIZE
                   INTO WS-LINHA-ATA
            MOVE WS-LINHA-ATA TO REG-ATA-OUT
            WRITE REG-ATA-OUT
            MOVE ALL '=' TO REG-ATA-OUT
            WRITE REG-ATA-OUT
            MOVE 'NR   ALUNO                 MATERIA               '
                 TO WS-LINHA-ATA
            MOVE 'MEDIA  FREQ.'  TO WS-LINHA-ATA(50:12)
            MOVE WS-LINHA-ATA TO REG-ATA-OUT
            WRITE REG-ATA-OUT
            MOVE ALL '-' TO REG-ATA-OUT
            WRITE REG-ATA-OUT
            .
       P420-FIM.
       P430-RODAPE.
            MOVE ALL '-' TO REG-ATA-OUT
            WRITE REG-ATA-OUT
            MOVE SPACES TO WS-LINHA-ATA
            STRING 'APROVADOS PELO CONSELHO: ' WS-QTD-APROV-CNS
                   '  MANTIDOS: ' WS-QTD-MANTIDOS
                   '  RECUPERACAO: ' WS-QTD-RECUP-CNS
                   DELIMITED BY SIZE
                   INTO WS-LINHA-ATA
            MOVE WS-LINHA-ATA TO REG-ATA-OUT
            WRITE REG-ATA-OUT
            MOVE 'MEDIAS CONFORME O BOLETIM, SEM ALTERACAO.'
                 TO REG-ATA-OUT
            WRITE REG-ATA-OUT
            MOVE SPACES TO REG-ATA-OUT
            WRITE REG-ATA-OUT
            MOVE 'PRESIDENTE:  ______________________________'
                 TO REG-ATA-OUT
            WRITE REG-ATA-OUT
            MOVE 'COORDENACAO: ______________________________'
                 TO REG-ATA-OUT
            WRITE REG-ATA-OUT
            MOVE 'SECRETARIA:  ______________________________'
                 TO REG-ATA-OUT
            WRITE REG-ATA-OUT
            MOVE ALL '=' TO REG-ATA-OUT
            WRITE REG-ATA-OUT
            .
       P430-FIM.
       P900-FIM.
            GOBACK.
      * RESOLVE OS CAMINHOS FISICOS PELO CONFIGSYS (PRODUCAO OU
      * TESTE); SEM CONFIGURACAO VALEM OS PADROES ACIMA
       P050-CONFIGURA.
            MOVE 'D3-CONSELHO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-CONSELHO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-CONSELHO
            MOVE 'D3-REGISTRO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-REGISTRO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-REGISTRO
            MOVE 'D3-TODOS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-TODOS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-TODOS
            MOVE 'D3-FREQUENCIA' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-FREQUENCIA TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-FREQUENCIA
            MOVE 'CALENDARIO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-CALENDARIO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-CALENDARIO
            MOVE 'FREQ-MINIMA' TO WL-CFG-CHAVE
            MOVE WS-CFG-FREQ-MINIMA TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-CFG-FREQ-MINIMA
            IF WS-CFG-FREQ-MINIMA(1:3) NUMERIC
                MOVE WS-CFG-FREQ-MINIMA(1:3) TO WS-FREQ-MINIMA
                IF WS-FREQ-MINIMA < 1 OR WS-FREQ-MINIMA > 100
                    MOVE 75 TO WS-FREQ-MINIMA
                END-IF
            END-IF
            MOVE 'CONSELHO-MARGEM' TO WL-CFG-CHAVE
            MOVE WS-CFG-MARGEM-NOTA TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-CFG-MARGEM-NOTA
            IF WS-CFG-MARGEM-NOTA(1:3) NUMERIC
                MOVE WS-CFG-MARGEM-NOTA(1:3) TO WS-MARGEM-CENT
                COMPUTE WS-MARGEM-NOTA = WS-MARGEM-CENT / 100
            END-IF
            MOVE 'CONSELHO-MARGEM-FREQ' TO WL-CFG-CHAVE
            MOVE WS-CFG-MARGEM-FREQ TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-CFG-MARGEM-FREQ
            IF WS-CFG-MARGEM-FREQ(1:2) NUMERIC
                MOVE WS-CFG-MARGEM-FREQ(1:2) TO WS-MARGEM-FREQ
            END-IF
      * FREQUENCIA MINIMA PARA O REPROVADO POR FALTA IR A PAUTA
            IF WS-MARGEM-FREQ > WS-FREQ-MINIMA
                MOVE ZEROS TO WS-FREQ-INFERIOR
            ELSE
                COMPUTE WS-FREQ-INFERIOR =
                        WS-FREQ-MINIMA - WS-MARGEM-FREQ
            END-IF
            .
       P050-FIM.
       END PROGRAM SISCONSE.

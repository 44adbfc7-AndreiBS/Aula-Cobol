      ******************************************************************
      * Author: ANDREI BATISTA
      * Date: 15/10/2026
      * Purpose: RENTABILIDADE POR TURMA E POR MATERIA - PARA UMA
      *          COMPETENCIA OU UM TERMO INTEIRO (CD-TERMO), SOMA A
      *          RECEITA FATURADA E RECEBIDA POR TURMA (MENSALID.DAT,
      *          LIQUIDA DOS DESCONTOS DE BOLSA E DE IRMAO), O CUSTO
      *          DOS PROFESSORES POR MATERIA (HISTORICO DA FOLHA,
      *          FOLHAHIS.DAT), RATEIA O CUSTO DA MATERIA ENTRE AS
      *          TURMAS PELO NUMERO DE MATRICULADOS (MATRICULAS.DAT) E
      *          IMPRIME A MARGEM POR TURMA E POR MATERIA NO SPOOL,
      *          DA PIOR PARA A MELHOR
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISRENTA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
               SELECT MENSALIDADES ASSIGN TO WS-ARQ-CFG-MENSALID
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-MENSALIDADE
               FILE STATUS IS WS-FS-MEN.

               SELECT HISTORICO ASSIGN TO WS-ARQ-CFG-FOLHAHIS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-FOLHA-HIST
               FILE STATUS IS WS-FS-HIS.

               SELECT MATRICULAS ASSIGN TO WS-ARQ-CFG-D3-MATRICULAS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-MATRICULA
               FILE STATUS IS WS-FS-MAT.

               SELECT ALUNOS ASSIGN TO WS-ARQ-CFG-D3-REGISTRO
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS ID-ALUNO
               ALTERNATE RECORD KEY IS NM-ALUNO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS.

               SELECT MATERIAS ASSIGN TO WS-ARQ-CFG-D3-MATERIAS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS ID-MATERIA
               FILE STATUS IS WS-FS-MATR.

               SELECT CALENDARIO ASSIGN TO WS-ARQ-CFG-CALENDARIO
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-CALENDARIO
               FILE STATUS IS WS-FS-CAL.

               SELECT RELATORIO-OUT ASSIGN TO WS-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

               SELECT ARQ-SORT ASSIGN TO WS-ARQ-CFG-SORT.

       DATA DIVISION.
       FILE SECTION.
       FD MENSALIDADES.
          COPY FD_MENSA.
       FD HISTORICO.
          COPY FD_FOLHA.
       FD MATRICULAS.
          COPY FD_MATRI.
       FD ALUNOS.
          COPY FD_REGIS.
       FD MATERIAS.
          COPY FD_MATER.
       FD CALENDARIO.
          COPY FD_CALEN.
       FD RELATORIO-OUT.
       01 REG-RELATORIO-OUT                PIC X(80).
      * TIPO '1' = TURMA, '2' = MATERIA; DENTRO DO TIPO, DA MENOR
      * MARGEM PARA A MAIOR
       SD ARQ-SORT.
       01 REG-SORT.
          03 SRT-TIPO                      PIC X(01).
          03 SRT-MARGEM                    PIC S9(09)V99.
          03 SRT-INDICE                    PIC 9(04).

       WORKING-STORAGE SECTION.
       77 WS-FS                            PIC 99.
          88 FS-OK                         VALUE 0.
       77 WS-FS-MEN                        PIC 99.
          88 FS-MEN-OK                     VALUE 0.
       77 WS-FS-HIS                        PIC 99.
          88 FS-HIS-OK                     VALUE 0.
       77 WS-FS-MAT                        PIC 99.
          88 FS-MAT-OK                     VALUE 0.
       77 WS-FS-MATR                       PIC 99.
          88 FS-MATR-OK                    VALUE 0.
       77 WS-FS-CAL                        PIC 99.
          88 FS-CAL-OK                     VALUE 0.
       77 WS-FS-REL                        PIC 99.
          88 FS-REL-OK                     VALUE 0.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE 'S' FALSE 'N'.
       77 WS-EOF-MAT                       PIC X.
          88 EOF-MAT-OK                    VALUE 'S' FALSE 'N'.
       77 WS-EOF-SORT                      PIC X.
          88 EOF-SORT-OK                   VALUE 'S' FALSE 'N'.
       77 WS-ACHOU                         PIC X VALUE 'N'.
          88 ACHOU                         VALUE 'S' FALSE 'N'.
       77 WS-FASE-MAT                      PIC X VALUE 'C'.
          88 FASE-CONTA                    VALUE 'C'.
          88 FASE-DISTRIBUI                VALUE 'D'.
       77 WS-BLOCO-MATERIA                 PIC X VALUE 'N'.
          88 BLOCO-MATERIA                 VALUE 'S' FALSE 'N'.
       77 WS-MODO                          PIC X(01) VALUE SPACES.
          88 MODO-COMPETENCIA              VALUE 'C' 'c'.
          88 MODO-TERMO                    VALUE 'T' 't'.
       01 WS-COMPETENCIA                   PIC 9(06) VALUE ZEROS.
       01 WS-COMPETENCIA-R REDEFINES WS-COMPETENCIA.
          03 WS-CMP-ANO                    PIC 9(04).
          03 WS-CMP-MES                    PIC 9(02).
       77 WS-CD-TERMO                      PIC X(06) VALUE SPACES.
       77 WS-CP-INICIO                     PIC 9(06) VALUE ZEROS.
       77 WS-CP-FIM                        PIC 9(06) VALUE ZEROS.
       77 WS-DS-PERIODO                    PIC X(30) VALUE SPACES.
      * TURMAS (RECEITA E CUSTO RATEADO)
       01 WS-TAB-TURMAS.
          03 WS-TUR OCCURS 300 TIMES.
             05 WS-TUR-CODIGO              PIC X(10).
             05 WS-TUR-BRUTO               PIC S9(09)V99.
             05 WS-TUR-LIQUIDO             PIC S9(09)V99.
             05 WS-TUR-RECEBIDO            PIC S9(09)V99.
             05 WS-TUR-CUSTO               PIC S9(09)V99.
       77 WS-QTD-TURMAS                    PIC 9(04) VALUE ZEROS.
      * MATERIAS, INDEXADAS PELO PROPRIO ID
       01 WS-TAB-MATERIAS.
          03 WS-MAT OCCURS 999 TIMES.
             05 WS-MAT-CUSTO               PIC S9(09)V99.
             05 WS-MAT-LIQUIDO             PIC S9(09)V99.
             05 WS-MAT-RECEBIDO            PIC S9(09)V99.
             05 WS-MAT-MATRICULADOS        PIC 9(05).
      * MATRICULADOS POR MATERIA E TURMA (BASE DO RATEIO)
       01 WS-TAB-RATEIO.
          03 WS-RAT OCCURS 5000 TIMES.
             05 WS-RAT-MATERIA             PIC 9(03).
             05 WS-RAT-TURMA               PIC 9(04).
             05 WS-RAT-QTD                 PIC 9(05).
       77 WS-QTD-RATEIO                    PIC 9(04) VALUE ZEROS.
       77 WS-IND                           PIC 9(04).
       77 WS-IND-TUR                       PIC 9(04).
       77 WS-IND-MAT                       PIC 9(04).
       77 WS-TURMA-BUSCA                   PIC X(10).
      * ALUNO EM QUEBRA NA LEITURA DAS MENSALIDADES
       77 WS-ID-ALUNO-ATUAL                PIC 9(06) VALUE ZEROS.
       77 WS-ALU-LIQUIDO                   PIC S9(09)V99 VALUE ZEROS.
       77 WS-ALU-RECEBIDO                  PIC S9(09)V99 VALUE ZEROS.
       77 WS-ALU-QTD-MATERIAS              PIC 9(03) VALUE ZEROS.
      * TOTAIS
       77 WS-TOT-BRUTO                     PIC S9(10)V99 VALUE ZEROS.
       77 WS-TOT-LIQUIDO                   PIC S9(10)V99 VALUE ZEROS.
       77 WS-TOT-RECEBIDO                  PIC S9(10)V99 VALUE ZEROS.
       77 WS-TOT-CUSTO                     PIC S9(10)V99 VALUE ZEROS.
       77 WS-TOT-SEM-RATEIO                PIC S9(10)V99 VALUE ZEROS.
       77 WS-TOT-SEM-MATERIA               PIC S9(10)V99 VALUE ZEROS.
       77 WS-MARGEM                        PIC S9(09)V99.
       77 WS-PC-MARGEM                     PIC S9(05)V99.
       77 WS-NM-MATERIA                    PIC X(20).
       77 WS-LINHA-REL                     PIC X(80) VALUE SPACES.
       01 WS-DET-RENTABILIDADE.
          03 DRT-DESCRICAO                 PIC X(20).
          03 DRT-RECEITA                   PIC -ZZZZ.ZZ9,99.
          03 DRT-RECEBIDO                  PIC -ZZZZ.ZZ9,99.
          03 DRT-CUSTO                     PIC -ZZZZ.ZZ9,99.
          03 DRT-MARGEM                    PIC -ZZZZ.ZZ9,99.
          03 FILLER                        PIC X(01) VALUE SPACES.
          03 DRT-PC-MARGEM                 PIC -ZZZ9,9.
          03 FILLER                        PIC X(01) VALUE '%'.
       01 WS-VL-EDITADO                    PIC -ZZZ.ZZZ.ZZ9,99.
       01 WL-SPOOL.
          03 WL-SPL-RELATORIO              PIC X(12).
          03 WL-SPL-ARQUIVO                PIC X(60).
          03 WL-SPL-OK                     PIC X(01).
             88 WL-SPOOL-ABERTO            VALUE 'S'.
             88 WL-SPOOL-FALHOU            VALUE 'N'.

       01 WS-ARQ-RELATORIO                 PIC X(60) VALUE
          'C:\COBOL\RENTAB.TXT'.
       01 WS-ARQ-CFG-MENSALID              PIC X(60) VALUE
          'C:\COBOL\MENSALID.DAT'.
       01 WS-ARQ-CFG-FOLHAHIS              PIC X(60) VALUE
          'C:\COBOL\FOLHAHIS.DAT'.
       01 WS-ARQ-CFG-D3-MATRICULAS         PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\MATRICULAS.DAT'.
       01 WS-ARQ-CFG-D3-REGISTRO           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\REGISTRO.DAT'.
       01 WS-ARQ-CFG-D3-MATERIAS           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\MATERIAS.DAT'.
       01 WS-ARQ-CFG-CALENDARIO            PIC X(60) VALUE
          'C:\COBOL\CALENDARIO.DAT'.
       01 WS-ARQ-CFG-SORT                  PIC X(60) VALUE
          'C:\COBOL\SISRENTA.SRT'.
          COPY CFG_AREA.
       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM                   PIC X(50).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            PERFORM P050-CONFIGURA THRU P050-FIM
            DISPLAY '*** RENTABILIDADE POR TURMA E POR MATERIA ***'
            PERFORM P100-PERIODO THRU P100-FIM
            IF WS-CP-INICIO EQUAL ZEROS
                MOVE 8 TO RETURN-CODE
                PERFORM P900-FIM
            END-IF
            INITIALIZE WS-TAB-TURMAS WS-TAB-MATERIAS WS-TAB-RATEIO
            PERFORM P200-CUSTOS      THRU P200-FIM
            PERFORM P300-MATRICULAS  THRU P300-FIM
            PERFORM P400-RECEITAS    THRU P400-FIM
            IF RETURN-CODE EQUAL 8
                PERFORM P900-FIM
            END-IF
            PERFORM P500-RATEIO      THRU P500-FIM

            SORT ARQ-SORT
                 ON ASCENDING KEY SRT-TIPO SRT-MARGEM
                 INPUT  PROCEDURE IS P600-CLASSIFICA THRU P600-FIM
                 OUTPUT PROCEDURE IS P700-IMPRIME    THRU P700-FIM

            DISPLAY 'RELATORIO: ' WS-ARQ-RELATORIO
            PERFORM P900-FIM
            .
      * COMPETENCIA UNICA OU TERMO; O TERMO VEM DO CALENDARIO
      * ACADEMICO E VIRA A FAIXA DE COMPETENCIAS DO CUSTO
       P100-PERIODO.
            MOVE ZEROS            TO WS-CP-INICIO WS-CP-FIM
            DISPLAY 'Apurar por <C>ompetencia ou por <T>ermo? '
            ACCEPT WS-MODO
            EVALUATE TRUE
                WHEN MODO-COMPETENCIA
                    DISPLAY 'Informe a competencia (AAAAMM): '
                    ACCEPT WS-COMPETENCIA
                    IF WS-CMP-MES < 1 OR WS-CMP-MES > 12
                        DISPLAY 'COMPETENCIA INVALIDA.'
                        GO TO P100-FIM
                    END-IF
                    MOVE WS-COMPETENCIA TO WS-CP-INICIO WS-CP-FIM
                    STRING 'COMPETENCIA ' WS-COMPETENCIA
                           DELIMITED BY SIZE INTO WS-DS-PERIODO
                WHEN MODO-TERMO
                    DISPLAY 'Informe o codigo do termo: '
                    ACCEPT WS-CD-TERMO
                    PERFORM P110-LIMITES-TERMO THRU P110-FIM
                    IF WS-CP-INICIO EQUAL ZEROS
                        DISPLAY 'TERMO NAO ENCONTRADO NO CALENDARIO.'
                        GO TO P100-FIM
                    END-IF
                    STRING 'TERMO ' WS-CD-TERMO ' (' WS-CP-INICIO
                           ' A ' WS-CP-FIM ')'
                           DELIMITED BY SIZE INTO WS-DS-PERIODO
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA! '
            END-EVALUATE
            .
       P100-FIM.
       P110-LIMITES-TERMO.
            SET FS-CAL-OK         TO TRUE
            OPEN INPUT CALENDARIO
            IF NOT FS-CAL-OK
                DISPLAY 'ERRO AO ABRIR O CALENDARIO ACADEMICO. '
                DISPLAY 'FILE STATUS: ' WS-FS-CAL
                GO TO P110-FIM
            END-IF
            SET EOF-OK            TO FALSE
            MOVE WS-CD-TERMO      TO CD-TERMO-CAL
            MOVE 'T'              TO TP-EVENTO-CAL
            MOVE ZEROS            TO DT-EVENTO-CAL
            START CALENDARIO KEY IS NOT LESS THAN CHAVE-CALENDARIO
                INVALID KEY
                    SET EOF-OK    TO TRUE
            END-START
            IF NOT EOF-OK
                READ CALENDARIO NEXT
                    AT END
                        CONTINUE
                    NOT AT END
                        IF CD-TERMO-CAL EQUAL WS-CD-TERMO
                           AND EVENTO-TERMO
                            MOVE DT-EVENTO-CAL(1:6)
                                TO WS-CP-INICIO
                            MOVE DT-FIM-EVENTO-CAL(1:6)
                                TO WS-CP-FIM
                        END-IF
                END-READ
            END-IF
            CLOSE CALENDARIO
            .
       P110-FIM.
      * CUSTO DOS PROFESSORES POR MATERIA: TUDO O QUE A FOLHA PAGOU
      * (NORMAIS E AJUSTES) PARA AS COMPETENCIAS DO PERIODO
       P200-CUSTOS.
            SET FS-HIS-OK         TO TRUE
            OPEN INPUT HISTORICO
            IF NOT FS-HIS-OK
                DISPLAY 'AVISO: SEM HISTORICO DA FOLHA - CUSTO ZERADO.'
                DISPLAY 'FILE STATUS: ' WS-FS-HIS
                CLOSE HISTORICO
                GO TO P200-FIM
            END-IF
            SET EOF-OK            TO FALSE
            MOVE WS-CP-INICIO     TO CP-REFERENCIA-FH
            MOVE ZEROS            TO ID-PROFESSOR-FH ID-MATERIA-FH
                                     NR-SEQUENCIA-FH
            START HISTORICO KEY IS NOT LESS THAN CHAVE-FOLHA-HIST
                INVALID KEY
                    SET EOF-OK    TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ HISTORICO NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF CP-REFERENCIA-FH > WS-CP-FIM
                            SET EOF-OK TO TRUE
                        ELSE
                            IF ID-MATERIA-FH > ZEROS
                                COMPUTE WS-MAT-CUSTO(ID-MATERIA-FH) =
                                        WS-MAT-CUSTO(ID-MATERIA-FH)
                                      + VL-AULAS-FH + VL-HORA-ATIV-FH
                                      + VL-DSR-FH
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE HISTORICO
            .
       P200-FIM.
      * MATRICULADOS ATIVOS POR MATERIA E TURMA DO ALUNO
       P300-MATRICULAS.
            SET FS-MAT-OK         TO TRUE
            SET FS-OK             TO TRUE
            OPEN INPUT MATRICULAS
            OPEN INPUT ALUNOS
            IF NOT (FS-MAT-OK AND FS-OK)
                DISPLAY 'AVISO: MATRICULAS INDISPONIVEIS - CUSTO NAO '
                        'RATEADO.'
                DISPLAY 'FILE STATUS MATRICULAS: ' WS-FS-MAT
                DISPLAY 'FILE STATUS ALUNOS    : ' WS-FS
                CLOSE MATRICULAS
                CLOSE ALUNOS
                GO TO P300-FIM
            END-IF
            SET EOF-OK            TO FALSE
            PERFORM UNTIL EOF-OK
                READ MATRICULAS NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF MAT-ATIVA
                            PERFORM P310-UMA-MATRICULA THRU P310-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE MATRICULAS
            CLOSE ALUNOS
            .
       P300-FIM.
       P310-UMA-MATRICULA.
            MOVE ID-ALUNO-MAT     TO ID-ALUNO
            READ ALUNOS
                INVALID KEY
                    GO TO P310-FIM
            END-READ
            IF NOT ALUNO-ATIVO
                GO TO P310-FIM
            END-IF
            MOVE TURMA            TO WS-TURMA-BUSCA
            PERFORM P910-ACHA-TURMA THRU P910-FIM
            IF WS-IND-TUR EQUAL ZEROS
                GO TO P310-FIM
            END-IF
            ADD 1 TO WS-MAT-MATRICULADOS(ID-MATERIA-MAT)
            SET ACHOU             TO FALSE
            PERFORM VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND > WS-QTD-RATEIO OR ACHOU
                IF WS-RAT-MATERIA(WS-IND) EQUAL ID-MATERIA-MAT
                   AND WS-RAT-TURMA(WS-IND) EQUAL WS-IND-TUR
                    ADD 1 TO WS-RAT-QTD(WS-IND)
                    SET ACHOU TO TRUE
                END-IF
            END-PERFORM
            IF NOT ACHOU AND WS-QTD-RATEIO < 5000
                ADD 1             TO WS-QTD-RATEIO
                MOVE ID-MATERIA-MAT TO WS-RAT-MATERIA(WS-QTD-RATEIO)
                MOVE WS-IND-TUR     TO WS-RAT-TURMA(WS-QTD-RATEIO)
                MOVE 1              TO WS-RAT-QTD(WS-QTD-RATEIO)
            END-IF
            .
       P310-FIM.
      * RECEITA: FATURADO BRUTO (VL-ORIGINAL), LIQUIDO DE BOLSA E
      * IRMAO (VL-MENSALIDADE) E RECEBIDO, POR TURMA DA MENSALIDADE;
      * A RECEITA DO ALUNO E DIVIDIDA IGUALMENTE ENTRE AS MATERIAS
      * EM QUE ESTA MATRICULADO
       P400-RECEITAS.
            SET FS-MEN-OK         TO TRUE
            SET FS-MAT-OK         TO TRUE
            OPEN INPUT MENSALIDADES
            OPEN INPUT MATRICULAS
            IF NOT FS-MEN-OK
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE MENSALIDADES. '
                DISPLAY 'FILE STATUS: ' WS-FS-MEN
                MOVE 8 TO RETURN-CODE
                CLOSE MENSALIDADES
                CLOSE MATRICULAS
                GO TO P400-FIM
            END-IF
            MOVE ZEROS            TO WS-ID-ALUNO-ATUAL
            MOVE ZEROS            TO WS-ALU-LIQUIDO WS-ALU-RECEBIDO
            SET EOF-OK            TO FALSE
            PERFORM UNTIL EOF-OK
                READ MENSALIDADES NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        PERFORM P410-UMA-MENSALIDADE THRU P410-FIM
                END-READ
            END-PERFORM
            IF WS-ID-ALUNO-ATUAL NOT EQUAL ZEROS
                PERFORM P420-DISTRIBUI-ALUNO THRU P420-FIM
            END-IF
            CLOSE MENSALIDADES
            CLOSE MATRICULAS
            .
       P400-FIM.
       P410-UMA-MENSALIDADE.
            IF MEN-CANCELADA
                GO TO P410-FIM
            END-IF
            IF MODO-COMPETENCIA
                IF CP-COMPETENCIA NOT EQUAL WS-COMPETENCIA
                    GO TO P410-FIM
                END-IF
            ELSE
                IF CD-TERMO-MEN NOT EQUAL WS-CD-TERMO
                    GO TO P410-FIM
                END-IF
            END-IF
            IF ID-ALUNO-MEN NOT EQUAL WS-ID-ALUNO-ATUAL
                IF WS-ID-ALUNO-ATUAL NOT EQUAL ZEROS
                    PERFORM P420-DISTRIBUI-ALUNO THRU P420-FIM
                END-IF
                MOVE ID-ALUNO-MEN TO WS-ID-ALUNO-ATUAL
                MOVE ZEROS        TO WS-ALU-LIQUIDO WS-ALU-RECEBIDO
            END-IF
            MOVE TURMA-MEN        TO WS-TURMA-BUSCA
            PERFORM P910-ACHA-TURMA THRU P910-FIM
            IF WS-IND-TUR EQUAL ZEROS
                GO TO P410-FIM
            END-IF
            ADD VL-ORIGINAL-MEN   TO WS-TUR-BRUTO(WS-IND-TUR)
                                     WS-TOT-BRUTO
            ADD VL-MENSALIDADE    TO WS-TUR-LIQUIDO(WS-IND-TUR)
                                     WS-TOT-LIQUIDO
                                     WS-ALU-LIQUIDO
            IF MEN-PAGA
                ADD VL-PAGO-MEN   TO WS-TUR-RECEBIDO(WS-IND-TUR)
                                     WS-TOT-RECEBIDO
                                     WS-ALU-RECEBIDO
            END-IF
            .
       P410-FIM.
       P420-DISTRIBUI-ALUNO.
            IF NOT FS-MAT-OK
                ADD WS-ALU-LIQUIDO TO WS-TOT-SEM-MATERIA
                GO TO P420-FIM
            END-IF
            MOVE ZEROS            TO WS-ALU-QTD-MATERIAS
            SET FASE-CONTA        TO TRUE
            PERFORM P430-LE-MATRICULAS THRU P430-FIM
            IF WS-ALU-QTD-MATERIAS EQUAL ZEROS
                ADD WS-ALU-LIQUIDO TO WS-TOT-SEM-MATERIA
                GO TO P420-FIM
            END-IF
            SET FASE-DISTRIBUI    TO TRUE
            PERFORM P430-LE-MATRICULAS THRU P430-FIM
            .
       P420-FIM.
      * PRIMEIRA PASSADA CONTA AS MATERIAS DO ALUNO; A SEGUNDA (COM
      * A CONTAGEM JA FEITA) DISTRIBUI A RECEITA
       P430-LE-MATRICULAS.
            SET EOF-MAT-OK        TO FALSE
            MOVE WS-ID-ALUNO-ATUAL TO ID-ALUNO-MAT
            MOVE ZEROS            TO ID-MATERIA-MAT
            START MATRICULAS KEY IS NOT LESS THAN CHAVE-MATRICULA
                INVALID KEY
                    SET EOF-MAT-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-MAT-OK
                READ MATRICULAS NEXT
                    AT END
                        SET EOF-MAT-OK TO TRUE
                    NOT AT END
                        IF ID-ALUNO-MAT NOT EQUAL WS-ID-ALUNO-ATUAL
                            SET EOF-MAT-OK TO TRUE
                        ELSE
                            IF MAT-ATIVA AND ID-MATERIA-MAT > ZEROS
                                PERFORM P440-UMA-MATERIA THRU P440-FIM
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            .
       P430-FIM.
       P440-UMA-MATERIA.
            IF FASE-DISTRIBUI
                COMPUTE WS-MAT-LIQUIDO(ID-MATERIA-MAT) ROUNDED =
                        WS-MAT-LIQUIDO(ID-MATERIA-MAT)
                      + WS-ALU-LIQUIDO / WS-ALU-QTD-MATERIAS
                COMPUTE WS-MAT-RECEBIDO(ID-MATERIA-MAT) ROUNDED =
                        WS-MAT-RECEBIDO(ID-MATERIA-MAT)
                      + WS-ALU-RECEBIDO / WS-ALU-QTD-MATERIAS
            ELSE
                ADD 1             TO WS-ALU-QTD-MATERIAS
            END-IF
            .
       P440-FIM.
      * CUSTO DA MATERIA RATEADO ENTRE AS TURMAS PELOS MATRICULADOS
       P500-RATEIO.
            PERFORM VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND > WS-QTD-RATEIO
                MOVE WS-RAT-MATERIA(WS-IND) TO WS-IND-MAT
                MOVE WS-RAT-TURMA(WS-IND)   TO WS-IND-TUR
                COMPUTE WS-TUR-CUSTO(WS-IND-TUR) ROUNDED =
                        WS-TUR-CUSTO(WS-IND-TUR)
                      + WS-MAT-CUSTO(WS-IND-MAT)
                      * WS-RAT-QTD(WS-IND)
                      / WS-MAT-MATRICULADOS(WS-IND-MAT)
            END-PERFORM
            PERFORM VARYING WS-IND-MAT FROM 1 BY 1
                    UNTIL WS-IND-MAT > 999
                ADD WS-MAT-CUSTO(WS-IND-MAT) TO WS-TOT-CUSTO
                IF WS-MAT-MATRICULADOS(WS-IND-MAT) EQUAL ZEROS
                    ADD WS-MAT-CUSTO(WS-IND-MAT) TO WS-TOT-SEM-RATEIO
                END-IF
            END-PERFORM
            .
       P500-FIM.
       P600-CLASSIFICA.
            PERFORM VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND > WS-QTD-TURMAS
                MOVE '1'          TO SRT-TIPO
                COMPUTE SRT-MARGEM = WS-TUR-LIQUIDO(WS-IND)
                                   - WS-TUR-CUSTO(WS-IND)
                MOVE WS-IND       TO SRT-INDICE
                RELEASE REG-SORT
            END-PERFORM
            PERFORM VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND > 999
                IF WS-MAT-CUSTO(WS-IND) NOT EQUAL ZEROS
                   OR WS-MAT-LIQUIDO(WS-IND) NOT EQUAL ZEROS
                    MOVE '2'      TO SRT-TIPO
                    COMPUTE SRT-MARGEM = WS-MAT-LIQUIDO(WS-IND)
                                       - WS-MAT-CUSTO(WS-IND)
                    MOVE WS-IND   TO SRT-INDICE
                    RELEASE REG-SORT
                END-IF
            END-PERFORM
            .
       P600-FIM.
       P700-IMPRIME.
            MOVE 'RENTAB'         TO WL-SPL-RELATORIO
            CALL 'SPOOLREG' USING WL-SPOOL
            IF WL-SPOOL-ABERTO
                MOVE WL-SPL-ARQUIVO TO WS-ARQ-RELATORIO
            END-IF
            SET FS-REL-OK         TO TRUE
            OPEN OUTPUT RELATORIO-OUT
            IF NOT FS-REL-OK
                DISPLAY 'ERRO AO ABRIR O RELATORIO. '
                DISPLAY 'FILE STATUS: ' WS-FS-REL
                MOVE 8 TO RETURN-CODE
                GO TO P700-FIM
            END-IF
            SET FS-MATR-OK        TO TRUE
            OPEN INPUT MATERIAS

            MOVE SPACES TO WS-LINHA-REL
            STRING 'RENTABILIDADE POR TURMA E MATERIA - '
                   WS-DS-PERIODO DELIMITED BY SIZE
                   INTO WS-LINHA-REL
            MOVE WS-LINHA-REL TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            MOVE ALL '=' TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            MOVE 'POR TURMA (PIOR MARGEM PRIMEIRO)' TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            PERFORM P710-CABECALHO THRU P710-FIM

            SET EOF-SORT-OK       TO FALSE
            PERFORM UNTIL EOF-SORT-OK
                RETURN ARQ-SORT
                    AT END
                        SET EOF-SORT-OK TO TRUE
                    NOT AT END
                        IF SRT-TIPO EQUAL '1'
                            PERFORM P720-LINHA-TURMA THRU P720-FIM
                        ELSE
                            IF NOT BLOCO-MATERIA
                                PERFORM P730-QUEBRA-MATERIA
                                    THRU P730-FIM
                            END-IF
                            PERFORM P740-LINHA-MATERIA THRU P740-FIM
                        END-IF
                END-RETURN
            END-PERFORM

            MOVE ALL '=' TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            MOVE 'TOTAL GERAL'    TO DRT-DESCRICAO
            MOVE WS-TOT-LIQUIDO   TO DRT-RECEITA
            MOVE WS-TOT-RECEBIDO  TO DRT-RECEBIDO
            MOVE WS-TOT-CUSTO     TO DRT-CUSTO
            COMPUTE WS-MARGEM = WS-TOT-LIQUIDO - WS-TOT-CUSTO
            MOVE WS-MARGEM        TO DRT-MARGEM
            MOVE ZEROS            TO WS-PC-MARGEM
            IF WS-TOT-LIQUIDO NOT EQUAL ZEROS
                COMPUTE WS-PC-MARGEM ROUNDED =
                        WS-MARGEM * 100 / WS-TOT-LIQUIDO
            END-IF
            MOVE WS-PC-MARGEM     TO DRT-PC-MARGEM
            WRITE REG-RELATORIO-OUT FROM WS-DET-RENTABILIDADE
            COMPUTE WS-MARGEM = WS-TOT-BRUTO - WS-TOT-LIQUIDO
            MOVE WS-MARGEM        TO WS-VL-EDITADO
            MOVE SPACES TO WS-LINHA-REL
            STRING 'DESCONTOS DE BOLSA E IRMAO NO PERIODO: '
                   WS-VL-EDITADO DELIMITED BY SIZE
                   INTO WS-LINHA-REL
            MOVE WS-LINHA-REL TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            IF WS-TOT-SEM-RATEIO NOT EQUAL ZEROS
                MOVE WS-TOT-SEM-RATEIO TO WS-VL-EDITADO
                MOVE SPACES TO WS-LINHA-REL
                STRING 'CUSTO DE MATERIA SEM MATRICULADOS (NAO '
                       'RATEADO): ' WS-VL-EDITADO
                       DELIMITED BY SIZE INTO WS-LINHA-REL
                MOVE WS-LINHA-REL TO REG-RELATORIO-OUT
                WRITE REG-RELATORIO-OUT
            END-IF
            IF WS-TOT-SEM-MATERIA NOT EQUAL ZEROS
                MOVE WS-TOT-SEM-MATERIA TO WS-VL-EDITADO
                MOVE SPACES TO WS-LINHA-REL
                STRING 'RECEITA DE ALUNOS SEM MATRICULA EM MATERIA: '
                       WS-VL-EDITADO
                       DELIMITED BY SIZE INTO WS-LINHA-REL
                MOVE WS-LINHA-REL TO REG-RELATORIO-OUT
                WRITE REG-RELATORIO-OUT
            END-IF
            CLOSE RELATORIO-OUT
            CLOSE MATERIAS
            .
       P700-FIM.
       P710-CABECALHO.
            MOVE ALL '-' TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            MOVE '                     RECEITA LIQ    RECEBIDO       '
                 & 'CUSTO      MARGEM   MARG%' TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            MOVE ALL '-' TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            .
       P710-FIM.
       P720-LINHA-TURMA.
            MOVE SRT-INDICE       TO WS-IND
            MOVE WS-TUR-CODIGO(WS-IND) TO DRT-DESCRICAO
            IF WS-TUR-CODIGO(WS-IND) EQUAL SPACES
                MOVE '(SEM TURMA)' TO DRT-DESCRICAO
            END-IF
            MOVE WS-TUR-LIQUIDO(WS-IND)  TO DRT-RECEITA
            MOVE WS-TUR-RECEBIDO(WS-IND) TO DRT-RECEBIDO
            MOVE WS-TUR-CUSTO(WS-IND)    TO DRT-CUSTO
            MOVE SRT-MARGEM              TO DRT-MARGEM
            MOVE ZEROS                   TO WS-PC-MARGEM
            IF WS-TUR-LIQUIDO(WS-IND) NOT EQUAL ZEROS
                COMPUTE WS-PC-MARGEM ROUNDED =
                        SRT-MARGEM * 100 / WS-TUR-LIQUIDO(WS-IND)
            END-IF
            MOVE WS-PC-MARGEM            TO DRT-PC-MARGEM
            WRITE REG-RELATORIO-OUT FROM WS-DET-RENTABILIDADE
            .
       P720-FIM.
      * PRIMEIRA MATERIA: FECHA O BLOCO DAS TURMAS
       P730-QUEBRA-MATERIA.
            SET BLOCO-MATERIA     TO TRUE
            MOVE SPACES TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            MOVE 'POR MATERIA (PIOR MARGEM PRIMEIRO)'
                TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            PERFORM P710-CABECALHO THRU P710-FIM
            .
       P730-FIM.
       P740-LINHA-MATERIA.
            MOVE SRT-INDICE       TO WS-IND
            MOVE SPACES           TO WS-NM-MATERIA
            IF FS-MATR-OK
                MOVE WS-IND       TO ID-MATERIA
                READ MATERIAS
                    INVALID KEY
                        MOVE SPACES   TO WS-NM-MATERIA
                    NOT INVALID KEY
                        MOVE NM-MATERIA TO WS-NM-MATERIA
                END-READ
            END-IF
            IF WS-NM-MATERIA EQUAL SPACES
                STRING 'MATERIA ' WS-IND(2:3)
                       DELIMITED BY SIZE INTO WS-NM-MATERIA
            END-IF
            MOVE WS-NM-MATERIA           TO DRT-DESCRICAO
            MOVE WS-MAT-LIQUIDO(WS-IND)  TO DRT-RECEITA
            MOVE WS-MAT-RECEBIDO(WS-IND) TO DRT-RECEBIDO
            MOVE WS-MAT-CUSTO(WS-IND)    TO DRT-CUSTO
            MOVE SRT-MARGEM              TO DRT-MARGEM
            MOVE ZEROS                   TO WS-PC-MARGEM
            IF WS-MAT-LIQUIDO(WS-IND) NOT EQUAL ZEROS
                COMPUTE WS-PC-MARGEM ROUNDED =
                        SRT-MARGEM * 100 / WS-MAT-LIQUIDO(WS-IND)
            END-IF
            MOVE WS-PC-MARGEM            TO DRT-PC-MARGEM
            WRITE REG-RELATORIO-OUT FROM WS-DET-RENTABILIDADE
            .
       P740-FIM.
      * POSICAO DA TURMA NA TABELA; INCLUI SE AINDA NAO EXISTE
       P910-ACHA-TURMA.
            MOVE ZEROS            TO WS-IND-TUR
            PERFORM VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND > WS-QTD-TURMAS
                       OR WS-IND-TUR NOT EQUAL ZEROS
                IF WS-TUR-CODIGO(WS-IND) EQUAL WS-TURMA-BUSCA
                    MOVE WS-IND   TO WS-IND-TUR
                END-IF
            END-PERFORM
            IF WS-IND-TUR EQUAL ZEROS
                IF WS-QTD-TURMAS < 300
                    ADD 1             TO WS-QTD-TURMAS
                    MOVE WS-QTD-TURMAS TO WS-IND-TUR
                    MOVE WS-TURMA-BUSCA
                        TO WS-TUR-CODIGO(WS-IND-TUR)
                ELSE
                    DISPLAY 'AVISO: LIMITE DE 300 TURMAS - TURMA '
                            WS-TURMA-BUSCA ' FORA DO RELATORIO.'
                END-IF
            END-IF
            .
       P910-FIM.
       P900-FIM.
            GOBACK.
      * RESOLVE OS CAMINHOS FISICOS PELO CONFIGSYS (PRODUCAO OU
      * TESTE); SEM CONFIGURACAO VALEM OS PADROES ACIMA
       P050-CONFIGURA.
            MOVE 'MENSALID' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-MENSALID TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-MENSALID
            MOVE 'FOLHAHIS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-FOLHAHIS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-FOLHAHIS
            MOVE 'D3-MATRICULAS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-MATRICULAS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-MATRICULAS
            MOVE 'D3-REGISTRO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-REGISTRO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-REGISTRO
            MOVE 'D3-MATERIAS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-MATERIAS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-MATERIAS
            MOVE 'CALENDARIO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-CALENDARIO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-CALENDARIO
            MOVE 'SISRENTA-SRT' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-SORT TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-SORT
            .
       P050-FIM.
       END PROGRAM SISRENTA.

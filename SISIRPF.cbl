      ******************************************************************
      * Author: ANDREI BATISTA
      * Date: 15/10/2026
      * Purpose: DEMONSTRATIVO ANUAL DE PAGAMENTOS PARA O IRPF - PARA
      *          O ANO-BASE INFORMADO SOMA O QUE FOI EFETIVAMENTE PAGO
      *          POR CPF DO RESPONSAVEL FINANCEIRO (RESPONSA.DAT) E
      *          POR ALUNO: MENSALIDADES, PARCELAS DE ACORDO E OS
      *          RECIBOS ESTORNADOS NO ANO (ESTORNOS.DAT), QUE SAO
      *          DEDUZIDOS; MENSALIDADES LIQUIDADAS POR FATURA DE
      *          CONVENIO (PAGAS PELA EMPRESA) FICAM DE FORA. ORDENA
      *          COM O VERBO SORT, IMPRIME UM DEMONSTRATIVO ASSINAVEL
      *          POR RESPONSAVEL VIA SPOOL (TODOS OS FILHOS NO MESMO)
      *          E GRAVA O RESUMO CSV PARA A CONTABILIDADE
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISIRPF.
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

               SELECT PARCELAS ASSIGN TO WS-ARQ-CFG-ACORPARC
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-PARCELA-ACORDO
               FILE STATUS IS WS-FS-PAR.

               SELECT ACORDOS ASSIGN TO WS-ARQ-CFG-ACORDOS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS NR-ACORDO
               FILE STATUS IS WS-FS-ACO.

               SELECT ESTORNOS ASSIGN TO WS-ARQ-CFG-ESTORNOS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS NR-RECIBO-EST
               FILE STATUS IS WS-FS-EST.

               SELECT FATURAS ASSIGN TO WS-ARQ-CFG-FATURAS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS NR-FATURA
               FILE STATUS IS WS-FS-FAT.

               SELECT RESPONSAVEIS ASSIGN TO WS-ARQ-CFG-RESPONSA
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-RESPONSAVEL
               FILE STATUS IS WS-FS-RSP.

               SELECT CONTATOS ASSIGN TO WS-ARQ-CFG-CONTATOS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CTT.

               SELECT ALUNOS ASSIGN TO WS-ARQ-CFG-D3-REGISTRO
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS ID-ALUNO
               ALTERNATE RECORD KEY IS NM-ALUNO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS.

               SELECT DEMONSTRATIVO-OUT ASSIGN TO WS-ARQ-DEMONSTRATIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DEM.

               SELECT RESUMO-CSV ASSIGN TO WS-ARQ-CFG-IRPF-RESUMO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CSV.

               SELECT ARQ-SORT ASSIGN TO WS-ARQ-CFG-SORT.

       DATA DIVISION.
       FILE SECTION.
       FD MENSALIDADES.
          COPY FD_MENSA.
       FD PARCELAS.
          COPY FD_ACPAR.
       FD ACORDOS.
          COPY FD_ACORD.
       FD ESTORNOS.
          COPY FD_ESTOR.
       FD FATURAS.
          COPY FD_FATUR.
       FD RESPONSAVEIS.
          COPY FD_RESPO.
       FD CONTATOS.
          COPY FD_CONTT.
       FD ALUNOS.
          COPY FD_REGIS.
       FD DEMONSTRATIVO-OUT.
       01 REG-DEMONSTRATIVO-OUT            PIC X(80).
       FD RESUMO-CSV.
       01 REG-CSV                          PIC X(120).
      * TIPO 'M' = MENSALIDADE, 'A' = PARCELA DE ACORDO, 'E' = RECIBO
      * ESTORNADO NO ANO; CPF ZERO = ALUNO SEM RESPONSAVEL COM CPF
       SD ARQ-SORT.
       01 REG-SORT.
          03 SRT-CPF                       PIC 9(11).
          03 SRT-ID-CONTATO                PIC 9(05).
          03 SRT-ID-ALUNO                  PIC 9(06).
          03 SRT-TIPO                      PIC X(01).
          03 SRT-DATA                      PIC 9(08).
          03 SRT-REFERENCIA                PIC 9(08).
          03 SRT-VALOR                     PIC 9(07)V99.

       WORKING-STORAGE SECTION.
       77 WS-FS                            PIC 99.
          88 FS-OK                         VALUE 0.
       77 WS-FS-MEN                        PIC 99.
          88 FS-MEN-OK                     VALUE 0.
       77 WS-FS-PAR                        PIC 99.
          88 FS-PAR-OK                     VALUE 0.
       77 WS-FS-ACO                        PIC 99.
          88 FS-ACO-OK                     VALUE 0.
       77 WS-FS-EST                        PIC 99.
          88 FS-EST-OK                     VALUE 0.
       77 WS-FS-FAT                        PIC 99.
          88 FS-FAT-OK                     VALUE 0.
       77 WS-FS-RSP                        PIC 99.
          88 FS-RSP-OK                     VALUE 0.
       77 WS-FS-CTT                        PIC 99.
          88 FS-CTT-OK                     VALUE 0.
       77 WS-FS-DEM                        PIC 99.
          88 FS-DEM-OK                     VALUE 0.
       77 WS-FS-CSV                        PIC 99.
          88 FS-CSV-OK                     VALUE 0.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE 'S' FALSE 'N'.
       77 WS-EOF-RSP                       PIC X.
          88 EOF-RSP-OK                    VALUE 'S' FALSE 'N'.
       77 WS-EOF-SORT                      PIC X.
          88 EOF-SORT-OK                   VALUE 'S' FALSE 'N'.
       77 WS-FAT-DISPONIVEL                PIC X VALUE 'N'.
          88 FAT-DISPONIVEL                VALUE 'S' FALSE 'N'.
       77 WS-PAGO-EMPRESA                  PIC X VALUE 'N'.
          88 PAGO-EMPRESA                  VALUE 'S' FALSE 'N'.
       77 WS-TEM-DECLARANTE                PIC X VALUE 'N'.
          88 TEM-DECLARANTE                VALUE 'S' FALSE 'N'.
       77 WS-TEM-ALUNO                     PIC X VALUE 'N'.
          88 TEM-ALUNO                     VALUE 'S' FALSE 'N'.
       01 WS-DATA-HOJE-8                   PIC 9(08).
       01 WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE-8.
          03 WS-HOJE-ANO                   PIC 9(04).
          03 FILLER                        PIC 9(04).
       77 WS-ANO-BASE                      PIC 9(04) VALUE ZEROS.
      * RESPONSAVEL DO ULTIMO ALUNO PESQUISADO (AS FONTES VEM EM
      * ORDEM DE ALUNO, ENTAO A PESQUISA SE REPETE POUCO)
       77 WS-ID-ALUNO-BUSCA                PIC 9(06) VALUE ZEROS.
       77 WS-ID-ALUNO-CACHE                PIC 9(06) VALUE ZEROS.
       77 WS-CPF-CACHE                     PIC 9(11) VALUE ZEROS.
       77 WS-ID-CONTATO-CACHE              PIC 9(05) VALUE ZEROS.
      * QUEBRAS DO DEMONSTRATIVO
       77 WS-CPF-ATUAL                     PIC 9(11) VALUE ZEROS.
       77 WS-ID-ALUNO-ATUAL                PIC 9(06) VALUE ZEROS.
       77 WS-NM-RESPONSAVEL                PIC X(20) VALUE SPACES.
       77 WS-NM-ALUNO                      PIC X(20) VALUE SPACES.
       77 WS-VL-PAGO-ALUNO                 PIC 9(08)V99 VALUE ZEROS.
       77 WS-VL-ESTORNO-ALUNO              PIC 9(08)V99 VALUE ZEROS.
       77 WS-VL-LIQUIDO-ALUNO              PIC S9(08)V99 VALUE ZEROS.
       77 WS-VL-TOTAL-DECLARANTE           PIC S9(08)V99 VALUE ZEROS.
       77 WS-VL-TOTAL-GERAL                PIC S9(10)V99 VALUE ZEROS.
      * TOTAIS DO PROCESSAMENTO
       77 WS-QTD-LANCAMENTOS               PIC 9(07) VALUE ZEROS.
       77 WS-QTD-EMPRESA                   PIC 9(05) VALUE ZEROS.
       77 WS-QTD-DEMONSTRATIVOS            PIC 9(05) VALUE ZEROS.
       77 WS-QTD-ALUNOS-CSV                PIC 9(05) VALUE ZEROS.
       77 WS-QTD-SEM-CPF                   PIC 9(05) VALUE ZEROS.
       77 WS-LINHA-DEM                     PIC X(80) VALUE SPACES.
       77 WS-LINHA-CSV                     PIC X(120) VALUE SPACES.
       77 WS-NM-ESCOLA                     PIC X(40) VALUE
          'ESCOLA'.
       77 WS-CNPJ-ESCOLA                   PIC X(18) VALUE SPACES.
       01 WS-CPF-EDITADO.
          03 WS-CPF-ED-1                   PIC 9(03).
          03 FILLER                        PIC X(01) VALUE '.'.
          03 WS-CPF-ED-2                   PIC 9(03).
          03 FILLER                        PIC X(01) VALUE '.'.
          03 WS-CPF-ED-3                   PIC 9(03).
          03 FILLER                        PIC X(01) VALUE '-'.
          03 WS-CPF-ED-DV                  PIC 9(02).
       01 WS-CPF-NUMERO                    PIC 9(11).
       01 WS-CPF-NUMERO-R REDEFINES WS-CPF-NUMERO.
          03 WS-CPF-N-1                    PIC 9(03).
          03 WS-CPF-N-2                    PIC 9(03).
          03 WS-CPF-N-3                    PIC 9(03).
          03 WS-CPF-N-DV                   PIC 9(02).
       01 WS-VL-EDITADO                    PIC -ZZZ.ZZZ.ZZ9,99.
       01 WS-VL-CSV                        PIC -9(09),99.
       01 WS-REFERENCIA-ACORDO             PIC 9(08).
       01 WS-REFERENCIA-ACORDO-R REDEFINES WS-REFERENCIA-ACORDO.
          03 WS-REF-NR-ACORDO              PIC 9(06).
          03 WS-REF-NR-PARCELA             PIC 9(02).
       01 WS-DET-DEMONSTRATIVO.
          03 FILLER                        PIC X(02) VALUE SPACES.
          03 DDM-DESCRICAO                 PIC X(16).
          03 DDM-REFERENCIA                PIC X(12).
          03 FILLER                        PIC X(02) VALUE SPACES.
          03 DDM-DATA                      PIC 9(08).
          03 FILLER                        PIC X(04) VALUE SPACES.
          03 DDM-VALOR                     PIC -ZZZ.ZZZ.ZZ9,99.
       01 WL-SPOOL.
          03 WL-SPL-RELATORIO              PIC X(12).
          03 WL-SPL-ARQUIVO                PIC X(60).
          03 WL-SPL-OK                     PIC X(01).
             88 WL-SPOOL-ABERTO            VALUE 'S'.
             88 WL-SPOOL-FALHOU            VALUE 'N'.

       01 WS-ARQ-DEMONSTRATIVO             PIC X(60) VALUE
          'C:\COBOL\IRPF.TXT'.
       01 WS-ARQ-CFG-MENSALID              PIC X(60) VALUE
          'C:\COBOL\MENSALID.DAT'.
       01 WS-ARQ-CFG-ACORPARC              PIC X(60) VALUE
          'C:\COBOL\ACORPARC.DAT'.
       01 WS-ARQ-CFG-ACORDOS               PIC X(60) VALUE
          'C:\COBOL\ACORDOS.DAT'.
       01 WS-ARQ-CFG-ESTORNOS              PIC X(60) VALUE
          'C:\COBOL\ESTORNOS.DAT'.
       01 WS-ARQ-CFG-FATURAS               PIC X(60) VALUE
          'C:\COBOL\FATURAS.DAT'.
       01 WS-ARQ-CFG-RESPONSA              PIC X(60) VALUE
          'C:\COBOL\RESPONSA.DAT'.
       01 WS-ARQ-CFG-CONTATOS              PIC X(60) VALUE
          'C:\COBOL\CONTATOS.DAT'.
       01 WS-ARQ-CFG-D3-REGISTRO           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\REGISTRO.DAT'.
       01 WS-ARQ-CFG-IRPF-RESUMO           PIC X(60) VALUE
          'C:\COBOL\IRPFRES.CSV'.
       01 WS-ARQ-CFG-SORT                  PIC X(60) VALUE
          'C:\COBOL\SISIRPF.SRT'.
          COPY CFG_AREA.
       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM                   PIC X(50).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            PERFORM P050-CONFIGURA THRU P050-FIM
            DISPLAY '*** DEMONSTRATIVO ANUAL PARA O IRPF ***'
            ACCEPT WS-DATA-HOJE-8 FROM DATE YYYYMMDD
            DISPLAY 'Informe o ano-base (AAAA, ENTER = ano anterior): '
            ACCEPT WS-ANO-BASE
            IF WS-ANO-BASE EQUAL ZEROS
                COMPUTE WS-ANO-BASE = WS-HOJE-ANO - 1
            END-IF
            IF WS-ANO-BASE NOT < WS-HOJE-ANO
                DISPLAY 'ANO-BASE DEVE SER ANTERIOR AO ANO CORRENTE.'
                PERFORM P900-FIM
            END-IF

            SORT ARQ-SORT
                 ON ASCENDING KEY SRT-CPF SRT-ID-ALUNO
                                  SRT-TIPO SRT-DATA
                 INPUT  PROCEDURE IS P200-SELECIONA THRU P200-FIM
                 OUTPUT PROCEDURE IS P300-EMITE     THRU P300-FIM

            DISPLAY '*************************************************'
            DISPLAY 'ANO-BASE ' WS-ANO-BASE
            DISPLAY 'LANCAMENTOS CONSIDERADOS    : ' WS-QTD-LANCAMENTOS
            DISPLAY 'PAGOS POR EMPRESA (FORA)    : ' WS-QTD-EMPRESA
            DISPLAY 'DEMONSTRATIVOS EMITIDOS     : '
                    WS-QTD-DEMONSTRATIVOS
            DISPLAY 'ALUNOS SEM CPF DO RESPONSAVEL: ' WS-QTD-SEM-CPF
            DISPLAY '*************************************************'
            PERFORM P900-FIM
            .
      ******************************************************************
      * SELECAO: PAGAMENTOS DO ANO-BASE E ESTORNOS DO ANO-BASE, JA
      * COM O CPF DO RESPONSAVEL PARA A ORDENACAO
      ******************************************************************
       P200-SELECIONA.
            PERFORM P210-MENSALIDADES THRU P210-FIM
            PERFORM P220-PARCELAS     THRU P220-FIM
            PERFORM P230-ESTORNOS     THRU P230-FIM
            .
       P200-FIM.
       P210-MENSALIDADES.
            SET FAT-DISPONIVEL    TO FALSE
            SET FS-FAT-OK         TO TRUE
            OPEN INPUT FATURAS
            IF FS-FAT-OK
                SET FAT-DISPONIVEL TO TRUE
            END-IF
            SET EOF-OK            TO FALSE
            SET FS-MEN-OK         TO TRUE
            OPEN INPUT MENSALIDADES
            IF NOT FS-MEN-OK
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE MENSALIDADES. '
                DISPLAY 'FILE STATUS: ' WS-FS-MEN
                MOVE 8 TO RETURN-CODE
                CLOSE FATURAS
                GO TO P210-FIM
            END-IF
            PERFORM UNTIL EOF-OK
                READ MENSALIDADES NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF MEN-PAGA AND
                           DT-PAGAMENTO-MEN(1:4) EQUAL WS-ANO-BASE
                            PERFORM P215-PAGO-EMPRESA THRU P215-FIM
                            IF PAGO-EMPRESA
                                ADD 1 TO WS-QTD-EMPRESA
                            ELSE
                                MOVE ID-ALUNO-MEN TO WS-ID-ALUNO-BUSCA
                                PERFORM P250-RESPONSAVEL THRU P250-FIM
                                MOVE ID-ALUNO-MEN     TO SRT-ID-ALUNO
                                MOVE 'M'              TO SRT-TIPO
                                MOVE DT-PAGAMENTO-MEN TO SRT-DATA
                                MOVE CP-COMPETENCIA   TO SRT-REFERENCIA
                                MOVE VL-PAGO-MEN      TO SRT-VALOR
                                RELEASE REG-SORT
                                ADD 1 TO WS-QTD-LANCAMENTOS
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE MENSALIDADES
            CLOSE FATURAS
            .
       P210-FIM.
      * A LIQUIDACAO DA FATURA DE CONVENIO GRAVA O NUMERO DA FATURA
      * NO LUGAR DO RECIBO, COM A DATA DA LIQUIDACAO - SE A FATURA
      * DA MESMA COMPETENCIA ESTA PAGA NAQUELE DIA, QUEM PAGOU FOI A
      * EMPRESA E O VALOR NAO E DEDUTIVEL PARA A FAMILIA
       P215-PAGO-EMPRESA.
            SET PAGO-EMPRESA      TO FALSE
            IF NOT FAT-DISPONIVEL OR NR-RECIBO-MEN EQUAL ZEROS
                GO TO P215-FIM
            END-IF
            MOVE NR-RECIBO-MEN    TO NR-FATURA
            READ FATURAS
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF FAT-PAGA AND
                       CP-COMPETENCIA-FAT EQUAL CP-COMPETENCIA AND
                       DT-PAGAMENTO-FAT EQUAL DT-PAGAMENTO-MEN
                        SET PAGO-EMPRESA TO TRUE
                    END-IF
            END-READ
            .
       P215-FIM.
       P220-PARCELAS.
            SET EOF-OK            TO FALSE
            SET FS-PAR-OK         TO TRUE
            SET FS-ACO-OK         TO TRUE
            OPEN INPUT PARCELAS
            OPEN INPUT ACORDOS
            IF NOT (FS-PAR-OK AND FS-ACO-OK)
                DISPLAY 'AVISO: PARCELAS DE ACORDO NAO CONSIDERADAS. '
                DISPLAY 'FILE STATUS PARCELAS: ' WS-FS-PAR
                DISPLAY 'FILE STATUS ACORDOS : ' WS-FS-ACO
                CLOSE PARCELAS
                CLOSE ACORDOS
                GO TO P220-FIM
            END-IF
            PERFORM UNTIL EOF-OK
                READ PARCELAS NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF AP-PAGA AND
                           DT-PAGAMENTO-AP(1:4) EQUAL WS-ANO-BASE
                            MOVE NR-ACORDO-AP TO NR-ACORDO
                            READ ACORDOS
                                INVALID KEY
                                    DISPLAY 'AVISO: ACORDO '
                                            NR-ACORDO-AP
                                            ' NAO ENCONTRADO.'
                                NOT INVALID KEY
                                    PERFORM P225-RELEASE-PARCELA
                                        THRU P225-FIM
                            END-READ
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PARCELAS
            CLOSE ACORDOS
            .
       P220-FIM.
       P225-RELEASE-PARCELA.
            MOVE ID-ALUNO-ACO     TO WS-ID-ALUNO-BUSCA
            PERFORM P250-RESPONSAVEL THRU P250-FIM
            MOVE NR-ACORDO-AP     TO WS-REF-NR-ACORDO
            MOVE NR-PARCELA-AP    TO WS-REF-NR-PARCELA
            MOVE ID-ALUNO-ACO     TO SRT-ID-ALUNO
            MOVE 'A'              TO SRT-TIPO
            MOVE DT-PAGAMENTO-AP  TO SRT-DATA
            MOVE WS-REFERENCIA-ACORDO TO SRT-REFERENCIA
            MOVE VL-PAGO-AP       TO SRT-VALOR
            RELEASE REG-SORT
            ADD 1                 TO WS-QTD-LANCAMENTOS
            .
       P225-FIM.
      * O ESTORNO REABRE O TITULO E LIMPA O PAGAMENTO; O RECIBO
      * ESTORNADO ENTRA NO DEMONSTRATIVO COMO RECEBIDO E DEDUZIDO,
      * PARA QUE O TOTAL LIQUIDO CONFIRA COM O CAIXA
       P230-ESTORNOS.
            SET EOF-OK            TO FALSE
            SET FS-EST-OK         TO TRUE
            OPEN INPUT ESTORNOS
            IF NOT FS-EST-OK
                DISPLAY 'AVISO: NENHUM ESTORNO CONSIDERADO. '
                DISPLAY 'FILE STATUS: ' WS-FS-EST
                CLOSE ESTORNOS
                GO TO P230-FIM
            END-IF
            PERFORM UNTIL EOF-OK
                READ ESTORNOS NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF DT-ESTORNO(1:4) EQUAL WS-ANO-BASE
                            MOVE ID-ALUNO-EST TO WS-ID-ALUNO-BUSCA
                            PERFORM P250-RESPONSAVEL THRU P250-FIM
                            MOVE ID-ALUNO-EST  TO SRT-ID-ALUNO
                            MOVE 'E'           TO SRT-TIPO
                            MOVE DT-ESTORNO    TO SRT-DATA
                            MOVE NR-RECIBO-EST TO SRT-REFERENCIA
                            MOVE VL-ESTORNADO  TO SRT-VALOR
                            RELEASE REG-SORT
                            ADD 1 TO WS-QTD-LANCAMENTOS
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ESTORNOS
            .
       P230-FIM.
      * MESMO CRITERIO DO TOMADOR DO RPS: PRIMEIRO PAI/MAE/RESPONSAVEL
      * DO ALUNO COM CPF INFORMADO - UM ALUNO NUNCA SAI EM DOIS
      * DEMONSTRATIVOS
       P250-RESPONSAVEL.
            IF WS-ID-ALUNO-BUSCA EQUAL WS-ID-ALUNO-CACHE
               AND WS-ID-ALUNO-CACHE NOT EQUAL ZEROS
                MOVE WS-CPF-CACHE        TO SRT-CPF
                MOVE WS-ID-CONTATO-CACHE TO SRT-ID-CONTATO
                GO TO P250-FIM
            END-IF
            MOVE WS-ID-ALUNO-BUSCA TO WS-ID-ALUNO-CACHE
            MOVE ZEROS            TO WS-CPF-CACHE WS-ID-CONTATO-CACHE
            SET EOF-RSP-OK        TO FALSE
            SET FS-RSP-OK         TO TRUE
            OPEN INPUT RESPONSAVEIS
            IF FS-RSP-OK
                PERFORM UNTIL EOF-RSP-OK
                    READ RESPONSAVEIS NEXT
                        AT END
                            SET EOF-RSP-OK TO TRUE
                        NOT AT END
                            IF ID-ALUNO-RSP EQUAL WS-ID-ALUNO-BUSCA
                               AND (VINCULO-PAI OR VINCULO-MAE OR
                                    VINCULO-RESPONSAVEL)
                               AND NR-CPF-RSP > 0
                                MOVE NR-CPF-RSP
                                    TO WS-CPF-CACHE
                                MOVE ID-CONTATO-RSP
                                    TO WS-ID-CONTATO-CACHE
                                SET EOF-RSP-OK TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
            END-IF
            CLOSE RESPONSAVEIS
            MOVE WS-CPF-CACHE        TO SRT-CPF
            MOVE WS-ID-CONTATO-CACHE TO SRT-ID-CONTATO
            .
       P250-FIM.
      ******************************************************************
      * EMISSAO: UM DEMONSTRATIVO POR CPF (QUEBRA), UM BLOCO POR ALUNO
      ******************************************************************
       P300-EMITE.
            MOVE 'IRPF'           TO WL-SPL-RELATORIO
            CALL 'SPOOLREG' USING WL-SPOOL
            IF WL-SPOOL-ABERTO
                MOVE WL-SPL-ARQUIVO TO WS-ARQ-DEMONSTRATIVO
            ELSE
                MOVE 'C:\COBOL\IRPF.TXT' TO WS-ARQ-DEMONSTRATIVO
            END-IF
            SET FS-DEM-OK         TO TRUE
            SET FS-CSV-OK         TO TRUE
            OPEN OUTPUT DEMONSTRATIVO-OUT
            OPEN OUTPUT RESUMO-CSV
            OPEN INPUT  CONTATOS
            OPEN INPUT  ALUNOS
            IF NOT (FS-DEM-OK AND FS-CSV-OK)
                DISPLAY 'ERRO AO ABRIR OS ARQUIVOS DE SAIDA. '
                DISPLAY 'FILE STATUS DEMONSTRATIVO: ' WS-FS-DEM
                DISPLAY 'FILE STATUS RESUMO       : ' WS-FS-CSV
                MOVE 8 TO RETURN-CODE
                GO TO P300-FECHA
            END-IF
            MOVE SPACES           TO WS-LINHA-CSV
            STRING 'HEADER;' WS-ANO-BASE ';' WS-DATA-HOJE-8
                   DELIMITED BY SIZE INTO WS-LINHA-CSV
            MOVE WS-LINHA-CSV     TO REG-CSV
            WRITE REG-CSV
            MOVE SPACES           TO WS-LINHA-CSV
            STRING 'CPF;RESPONSAVEL;ALUNO;NOME DO ALUNO;RECEBIDO;'
                   'ESTORNADO;LIQUIDO'
                   DELIMITED BY SIZE INTO WS-LINHA-CSV
            MOVE WS-LINHA-CSV     TO REG-CSV
            WRITE REG-CSV

            SET TEM-DECLARANTE    TO FALSE
            SET TEM-ALUNO         TO FALSE
            SET EOF-SORT-OK       TO FALSE
            PERFORM UNTIL EOF-SORT-OK
                RETURN ARQ-SORT
                    AT END
                        SET EOF-SORT-OK TO TRUE
                    NOT AT END
                        PERFORM P305-LANCAMENTO THRU P305-FIM
                END-RETURN
            END-PERFORM
            IF TEM-ALUNO
                PERFORM P325-FECHA-ALUNO THRU P325-FIM
            END-IF
            IF TEM-DECLARANTE
                PERFORM P335-FECHA-DECLARANTE THRU P335-FIM
            END-IF

            MOVE WS-VL-TOTAL-GERAL TO WS-VL-CSV
            MOVE SPACES           TO WS-LINHA-CSV
            STRING 'TRAILER;' WS-QTD-ALUNOS-CSV ';' WS-VL-CSV
                   DELIMITED BY SIZE INTO WS-LINHA-CSV
            MOVE WS-LINHA-CSV     TO REG-CSV
            WRITE REG-CSV
            .
       P300-FECHA.
            CLOSE DEMONSTRATIVO-OUT
            CLOSE RESUMO-CSV
            CLOSE CONTATOS
            CLOSE ALUNOS
            .
       P300-FIM.
       P305-LANCAMENTO.
            IF TEM-DECLARANTE AND SRT-CPF NOT EQUAL WS-CPF-ATUAL
                PERFORM P325-FECHA-ALUNO      THRU P325-FIM
                PERFORM P335-FECHA-DECLARANTE THRU P335-FIM
            END-IF
            IF NOT TEM-DECLARANTE
                PERFORM P310-ABRE-DECLARANTE THRU P310-FIM
            END-IF
            IF TEM-ALUNO AND SRT-ID-ALUNO NOT EQUAL WS-ID-ALUNO-ATUAL
                PERFORM P325-FECHA-ALUNO THRU P325-FIM
            END-IF
            IF NOT TEM-ALUNO
                PERFORM P315-ABRE-ALUNO THRU P315-FIM
            END-IF
            PERFORM P320-LINHA THRU P320-FIM
            .
       P305-FIM.
      * CABECALHO DO DEMONSTRATIVO - PAGINA NOVA POR RESPONSAVEL
       P310-ABRE-DECLARANTE.
            SET TEM-DECLARANTE    TO TRUE
            MOVE SRT-CPF          TO WS-CPF-ATUAL
            MOVE ZEROS            TO WS-VL-TOTAL-DECLARANTE
            MOVE SPACES           TO WS-NM-RESPONSAVEL
            IF WS-CPF-ATUAL EQUAL ZEROS
                GO TO P310-FIM
            END-IF
            MOVE SRT-ID-CONTATO   TO ID-CONTATO
            READ CONTATOS
                INVALID KEY
                    MOVE SPACES   TO WS-NM-RESPONSAVEL
                NOT INVALID KEY
                    MOVE NM-CONTATO TO WS-NM-RESPONSAVEL
            END-READ
            MOVE WS-CPF-ATUAL     TO WS-CPF-NUMERO
            MOVE WS-CPF-N-1       TO WS-CPF-ED-1
            MOVE WS-CPF-N-2       TO WS-CPF-ED-2
            MOVE WS-CPF-N-3       TO WS-CPF-ED-3
            MOVE WS-CPF-N-DV      TO WS-CPF-ED-DV
            ADD 1                 TO WS-QTD-DEMONSTRATIVOS

            MOVE ALL '=' TO REG-DEMONSTRATIVO-OUT
            IF WS-QTD-DEMONSTRATIVOS EQUAL 1
                WRITE REG-DEMONSTRATIVO-OUT
            ELSE
                WRITE REG-DEMONSTRATIVO-OUT AFTER ADVANCING PAGE
            END-IF
            MOVE '     DEMONSTRATIVO DE PAGAMENTOS - DESPESAS COM '
                 & 'INSTRUCAO' TO REG-DEMONSTRATIVO-OUT
            WRITE REG-DEMONSTRATIVO-OUT
            MOVE SPACES TO WS-LINHA-DEM
            STRING '                 PARA FINS DE IMPOSTO DE RENDA - '
                   'ANO-BASE ' WS-ANO-BASE
                   DELIMITED BY SIZE INTO WS-LINHA-DEM
            MOVE WS-LINHA-DEM TO REG-DEMONSTRATIVO-OUT
            WRITE REG-DEMONSTRATIVO-OUT
            MOVE ALL '=' TO REG-DEMONSTRATIVO-OUT
            WRITE REG-DEMONSTRATIVO-OUT
            MOVE SPACES TO WS-LINHA-DEM
            STRING 'INSTITUICAO: ' WS-NM-ESCOLA
                   DELIMITED BY SIZE INTO WS-LINHA-DEM
            MOVE WS-LINHA-DEM TO REG-DEMONSTRATIVO-OUT
            WRITE REG-DEMONSTRATIVO-OUT
            MOVE SPACES TO WS-LINHA-DEM
            STRING 'CNPJ: ' WS-CNPJ-ESCOLA
                   DELIMITED BY SIZE INTO WS-LINHA-DEM
            MOVE WS-LINHA-DEM TO REG-DEMONSTRATIVO-OUT
            WRITE REG-DEMONSTRATIVO-OUT
            MOVE SPACES TO REG-DEMONSTRATIVO-OUT
            WRITE REG-DEMONSTRATIVO-OUT
            MOVE SPACES TO WS-LINHA-DEM
            STRING 'RESPONSAVEL FINANCEIRO: ' WS-NM-RESPONSAVEL
                   DELIMITED BY SIZE INTO WS-LINHA-DEM
            MOVE WS-LINHA-DEM TO REG-DEMONSTRATIVO-OUT
            WRITE REG-DEMONSTRATIVO-OUT
            MOVE SPACES TO WS-LINHA-DEM
            STRING 'CPF: ' WS-CPF-EDITADO
                   DELIMITED BY SIZE INTO WS-LINHA-DEM
            MOVE WS-LINHA-DEM TO REG-DEMONSTRATIVO-OUT
            WRITE REG-DEMONSTRATIVO-OUT
            .
       P310-FIM.
       P315-ABRE-ALUNO.
            SET TEM-ALUNO         TO TRUE
            MOVE SRT-ID-ALUNO     TO WS-ID-ALUNO-ATUAL
            MOVE ZEROS            TO WS-VL-PAGO-ALUNO
                                     WS-VL-ESTORNO-ALUNO
            MOVE SRT-ID-ALUNO     TO ID-ALUNO
            READ ALUNOS
                INVALID KEY
                    MOVE SPACES   TO WS-NM-ALUNO
                NOT INVALID KEY
                    MOVE NM-ALUNO TO WS-NM-ALUNO
            END-READ
            IF WS-CPF-ATUAL EQUAL ZEROS
                GO TO P315-FIM
            END-IF
            MOVE SPACES TO REG-DEMONSTRATIVO-OUT
            WRITE REG-DEMONSTRATIVO-OUT
            MOVE ALL '-' TO REG-DEMONSTRATIVO-OUT
            WRITE REG-DEMONSTRATIVO-OUT
            MOVE SPACES TO WS-LINHA-DEM
            STRING 'ALUNO(A): ' WS-ID-ALUNO-ATUAL ' - ' WS-NM-ALUNO
                   DELIMITED BY SIZE INTO WS-LINHA-DEM
            MOVE WS-LINHA-DEM TO REG-DEMONSTRATIVO-OUT
            WRITE REG-DEMONSTRATIVO-OUT
            MOVE '  LANCAMENTO      REFERENCIA    DATA PGTO  '
                 & '           VALOR' TO REG-DEMONSTRATIVO-OUT
            WRITE REG-DEMONSTRATIVO-OUT
            .
       P315-FIM.
       P320-LINHA.
            MOVE SPACES           TO DDM-REFERENCIA
            EVALUATE SRT-TIPO
                WHEN 'M'
                    ADD SRT-VALOR     TO WS-VL-PAGO-ALUNO
                    MOVE 'MENSALIDADE'    TO DDM-DESCRICAO
                    MOVE SRT-REFERENCIA(3:6) TO DDM-REFERENCIA
                    MOVE SRT-VALOR        TO DDM-VALOR
                WHEN 'A'
                    ADD SRT-VALOR     TO WS-VL-PAGO-ALUNO
                    MOVE SRT-REFERENCIA   TO WS-REFERENCIA-ACORDO
                    MOVE 'PARCELA ACORDO' TO DDM-DESCRICAO
                    STRING WS-REF-NR-ACORDO '/' WS-REF-NR-PARCELA
                           DELIMITED BY SIZE INTO DDM-REFERENCIA
                    MOVE SRT-VALOR        TO DDM-VALOR
                WHEN 'E'
                    ADD SRT-VALOR     TO WS-VL-PAGO-ALUNO
                    ADD SRT-VALOR     TO WS-VL-ESTORNO-ALUNO
                    MOVE 'RECIBO ESTORNADO' TO DDM-DESCRICAO
                    MOVE SRT-REFERENCIA(3:6) TO DDM-REFERENCIA
                    MOVE SRT-VALOR        TO DDM-VALOR
            END-EVALUATE
            IF WS-CPF-ATUAL EQUAL ZEROS
                GO TO P320-FIM
            END-IF
            MOVE SRT-DATA         TO DDM-DATA
            WRITE REG-DEMONSTRATIVO-OUT FROM WS-DET-DEMONSTRATIVO
            .
       P320-FIM.
      * TOTAIS DO ALUNO E LINHA DO RESUMO DA CONTABILIDADE
       P325-FECHA-ALUNO.
            SET TEM-ALUNO         TO FALSE
            COMPUTE WS-VL-LIQUIDO-ALUNO =
                    WS-VL-PAGO-ALUNO - WS-VL-ESTORNO-ALUNO
            ADD WS-VL-LIQUIDO-ALUNO TO WS-VL-TOTAL-DECLARANTE
            IF WS-CPF-ATUAL EQUAL ZEROS
                ADD 1             TO WS-QTD-SEM-CPF
                DISPLAY 'AVISO: ALUNO ' WS-ID-ALUNO-ATUAL ' - '
                        WS-NM-ALUNO ' SEM CPF DO RESPONSAVEL - '
                        'DEMONSTRATIVO NAO EMITIDO.'
            ELSE
                ADD WS-VL-LIQUIDO-ALUNO TO WS-VL-TOTAL-GERAL
                MOVE WS-VL-PAGO-ALUNO TO WS-VL-EDITADO
                MOVE SPACES TO WS-LINHA-DEM
                STRING '  TOTAL RECEBIDO NO ANO           '
                       WS-VL-EDITADO
                       DELIMITED BY SIZE INTO WS-LINHA-DEM
                MOVE WS-LINHA-DEM TO REG-DEMONSTRATIVO-OUT
                WRITE REG-DEMONSTRATIVO-OUT
                MOVE WS-VL-ESTORNO-ALUNO TO WS-VL-EDITADO
                MOVE SPACES TO WS-LINHA-DEM
                STRING '  (-) ESTORNOS                    '
                       WS-VL-EDITADO
                       DELIMITED BY SIZE INTO WS-LINHA-DEM
                MOVE WS-LINHA-DEM TO REG-DEMONSTRATIVO-OUT
                WRITE REG-DEMONSTRATIVO-OUT
                MOVE WS-VL-LIQUIDO-ALUNO TO WS-VL-EDITADO
                MOVE SPACES TO WS-LINHA-DEM
                STRING '  TOTAL PAGO PELO ALUNO(A)        '
                       WS-VL-EDITADO
                       DELIMITED BY SIZE INTO WS-LINHA-DEM
                MOVE WS-LINHA-DEM TO REG-DEMONSTRATIVO-OUT
                WRITE REG-DEMONSTRATIVO-OUT
            END-IF
            ADD 1                 TO WS-QTD-ALUNOS-CSV
            MOVE SPACES           TO WS-LINHA-CSV
            MOVE WS-VL-PAGO-ALUNO TO WS-VL-CSV
            STRING WS-CPF-ATUAL ';' WS-NM-RESPONSAVEL ';'
                   WS-ID-ALUNO-ATUAL ';' WS-NM-ALUNO ';'
                   WS-VL-CSV ';'
                   DELIMITED BY SIZE INTO WS-LINHA-CSV
            MOVE WS-VL-ESTORNO-ALUNO TO WS-VL-CSV
            MOVE WS-LINHA-CSV     TO REG-CSV
            MOVE SPACES           TO WS-LINHA-CSV
            STRING REG-CSV(1:81) WS-VL-CSV ';'
                   DELIMITED BY SIZE INTO WS-LINHA-CSV
            MOVE WS-VL-LIQUIDO-ALUNO TO WS-VL-CSV
            MOVE WS-LINHA-CSV     TO REG-CSV
            MOVE SPACES           TO WS-LINHA-CSV
            STRING REG-CSV(1:95) WS-VL-CSV
                   DELIMITED BY SIZE INTO WS-LINHA-CSV
            MOVE WS-LINHA-CSV     TO REG-CSV
            WRITE REG-CSV
            .
       P325-FIM.
      * TOTAL DO RESPONSAVEL, OBSERVACOES E ASSINATURA
       P335-FECHA-DECLARANTE.
            SET TEM-DECLARANTE    TO FALSE
            IF WS-CPF-ATUAL EQUAL ZEROS
                GO TO P335-FIM
            END-IF
            MOVE SPACES TO REG-DEMONSTRATIVO-OUT
            WRITE REG-DEMONSTRATIVO-OUT
            MOVE ALL '=' TO REG-DEMONSTRATIVO-OUT
            WRITE REG-DEMONSTRATIVO-OUT
            MOVE WS-VL-TOTAL-DECLARANTE TO WS-VL-EDITADO
            MOVE SPACES TO WS-LINHA-DEM
            STRING 'TOTAL PAGO NO ANO-BASE ' WS-ANO-BASE
                   '           ' WS-VL-EDITADO
                   DELIMITED BY SIZE INTO WS-LINHA-DEM
            MOVE WS-LINHA-DEM TO REG-DEMONSTRATIVO-OUT
            WRITE REG-DEMONSTRATIVO-OUT
            MOVE ALL '=' TO REG-DEMONSTRATIVO-OUT
            WRITE REG-DEMONSTRATIVO-OUT
            MOVE 'VALORES EFETIVAMENTE PAGOS PELO RESPONSAVEL NO ANO, '
                 & 'JA DEDUZIDOS OS' TO REG-DEMONSTRATIVO-OUT
            WRITE REG-DEMONSTRATIVO-OUT
            MOVE 'ESTORNOS. MENSALIDADES PAGAS POR EMPRESA CONVENIADA '
                 & 'NAO CONSTAM.' TO REG-DEMONSTRATIVO-OUT
            WRITE REG-DEMONSTRATIVO-OUT
            MOVE SPACES TO REG-DEMONSTRATIVO-OUT
            WRITE REG-DEMONSTRATIVO-OUT
            MOVE SPACES TO REG-DEMONSTRATIVO-OUT
            WRITE REG-DEMONSTRATIVO-OUT
            MOVE 'PELA ESCOLA:            ______________________'
                TO REG-DEMONSTRATIVO-OUT
            WRITE REG-DEMONSTRATIVO-OUT
            MOVE '                        SECRETARIA FINANCEIRA'
                TO REG-DEMONSTRATIVO-OUT
            WRITE REG-DEMONSTRATIVO-OUT
            MOVE SPACES TO REG-DEMONSTRATIVO-OUT
            WRITE REG-DEMONSTRATIVO-OUT
            MOVE SPACES TO WS-LINHA-DEM
            STRING 'LOCAL E DATA: _______________, ' WS-DATA-HOJE-8
                   DELIMITED BY SIZE INTO WS-LINHA-DEM
            MOVE WS-LINHA-DEM TO REG-DEMONSTRATIVO-OUT
            WRITE REG-DEMONSTRATIVO-OUT
            MOVE ALL '=' TO REG-DEMONSTRATIVO-OUT
            WRITE REG-DEMONSTRATIVO-OUT
            .
       P335-FIM.
       P900-FIM.
            GOBACK.
      * RESOLVE OS CAMINHOS FISICOS PELO CONFIGSYS (PRODUCAO OU
      * TESTE); SEM CONFIGURACAO VALEM OS PADROES ACIMA
       P050-CONFIGURA.
            MOVE 'MENSALID' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-MENSALID TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-MENSALID
            MOVE 'ACORPARC' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-ACORPARC TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-ACORPARC
            MOVE 'ACORDOS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-ACORDOS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-ACORDOS
            MOVE 'ESTORNOS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-ESTORNOS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-ESTORNOS
            MOVE 'FATURAS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-FATURAS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-FATURAS
            MOVE 'RESPONSA' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-RESPONSA TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-RESPONSA
            MOVE 'CONTATOS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-CONTATOS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-CONTATOS
            MOVE 'D3-REGISTRO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-REGISTRO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-REGISTRO
            MOVE 'IRPF-RESUMO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-IRPF-RESUMO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-IRPF-RESUMO
            MOVE 'SISIRPF-SRT' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-SORT TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-SORT
      * IDENTIFICACAO DA ESCOLA NO DEMONSTRATIVO
            MOVE 'ESCOLA-NOME' TO WL-CFG-CHAVE
            MOVE WS-NM-ESCOLA TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-NM-ESCOLA
            MOVE 'ESCOLA-CNPJ' TO WL-CFG-CHAVE
            MOVE WS-CNPJ-ESCOLA TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-CNPJ-ESCOLA
            .
       P050-FIM.
       END PROGRAM SISIRPF.

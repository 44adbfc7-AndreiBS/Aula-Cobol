      ******************************************************************
      * Author: ANDREI BATISTA
      * Date: 15/10/2026
      * Purpose: IMPRESSAO DE BOLETOS BANCARIOS - UM BOLETO POR PAGINA
      *          PARA CADA MENSALIDADE ABERTA (MENSALID.DAT) E PARCELA
      *          DE ACORDO ABERTA (ACORPARC.DAT) DE UM ALUNO OU DE
      *          TODOS OS ALUNOS ATIVOS DE UMA TURMA, PELO SPOOL
      *          (SPOOLREG). O NOSSO-NUMERO VEM DO NOSSONUM NA
      *          PRIMEIRA EMISSAO E FICA GRAVADO NO TITULO - A
      *          REIMPRESSAO USA O MESMO; O NUMERO DO DOCUMENTO E A
      *          MESMA REFERENCIA DA REMESSA (SISREMES) QUE O SISRETOR
      *          USA NA BAIXA. CODIGO DE BARRAS E LINHA DIGITAVEL NO
      *          PADRAO FEBRABAN (CODBARRA); DADOS DO BENEFICIARIO NO
      *          CONFIGSYS (BOL-BANCO, BOL-AGENCIA, BOL-CARTEIRA,
      *          BOL-CONTA, BOL-CEDENTE)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISBOLET.
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

               SELECT ACORDOS ASSIGN TO WS-ARQ-CFG-ACORDOS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS NR-ACORDO
               FILE STATUS IS WS-FS-ACO.

               SELECT PARCELAS-ACO ASSIGN TO WS-ARQ-CFG-ACORPARC
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-PARCELA-ACORDO
               FILE STATUS IS WS-FS-PAR.

               SELECT ALUNOS ASSIGN TO WS-ARQ-CFG-D3-REGISTRO
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS ID-ALUNO
               ALTERNATE RECORD KEY IS NM-ALUNO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS.

               SELECT BOLETOS-OUT ASSIGN TO WS-ARQ-BOLETOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BOL.

       DATA DIVISION.
       FILE SECTION.
       FD MENSALIDADES.
          COPY FD_MENSA.
       FD ACORDOS.
          COPY FD_ACORD.
       FD PARCELAS-ACO.
          COPY FD_ACPAR.
       FD ALUNOS.
          COPY FD_REGIS.
       FD BOLETOS-OUT.
       01 REG-BOLETO-OUT                   PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-FS                            PIC 99.
          88 FS-OK                         VALUE 0.
       77 WS-FS-MEN                        PIC 99.
          88 FS-MEN-OK                     VALUE 0.
       77 WS-FS-ACO                        PIC 99.
          88 FS-ACO-OK                     VALUE 0.
       77 WS-FS-PAR                        PIC 99.
          88 FS-PAR-OK                     VALUE 0.
       77 WS-FS-BOL                        PIC 99.
          88 FS-BOL-OK                     VALUE 0.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE 'S' FALSE 'N'.
       77 WS-EOF-ALU                       PIC X.
          88 EOF-ALU-OK                    VALUE 'S' FALSE 'N'.
       77 WS-EOF-ACO                       PIC X.
          88 EOF-ACO-OK                    VALUE 'S' FALSE 'N'.
       77 WS-EOF-PAR                       PIC X.
          88 EOF-PAR-OK                    VALUE 'S' FALSE 'N'.
       77 WS-OPCAO                         PIC X(01).
       77 WS-ID-ALUNO                      PIC 9(06).
       77 WS-TURMA                         PIC X(10).
       77 WS-QTD-BOLETOS                   PIC 9(05) VALUE ZEROS.
       77 WS-QTD-NOVOS-NN                  PIC 9(05) VALUE ZEROS.
       77 WS-DATA-HOJE-8                   PIC 9(08).
       77 WS-LINHA-BOL                     PIC X(80) VALUE SPACES.
       77 WS-NR-NOSSO-NUM                  PIC 9(11).
       77 WS-DESCRICAO                     PIC X(30).
       77 WS-VL-DOCUMENTO                  PIC 9(06)V99.
       77 WS-DT-VENCIMENTO                 PIC 9(08).
       01 WS-DOCUMENTO.
          03 WS-DOC-REFERENCIA             PIC 9(12).
          03 WS-DOC-DV                     PIC 9(01).
      * REFERENCIA DA PARCELA DE ACORDO NA REMESSA: ACORDO + PARCELA
       01 WS-REF-PARCELA.
          03 WS-REF-NR-ACORDO              PIC 9(06).
          03 FILLER                        PIC 9(04) VALUE ZEROS.
          03 WS-REF-NR-PARCELA             PIC 9(02).
       01 WS-REF-PARCELA-N REDEFINES WS-REF-PARCELA
                                           PIC 9(12).
       01 WS-REF-MENSALIDADE.
          03 WS-REF-ID-ALUNO               PIC 9(06).
          03 WS-REF-COMPETENCIA            PIC 9(06).
       01 WS-REF-MENSALIDADE-N REDEFINES WS-REF-MENSALIDADE
                                           PIC 9(12).
      * BENEFICIARIO E CAMPO LIVRE (AGENCIA, CARTEIRA, NOSSO-NUMERO,
      * CONTA E ZERO FINAL)
       01 WS-BOL-BANCO                     PIC X(03) VALUE '237'.
       01 WS-BOL-AGENCIA                   PIC X(04) VALUE '0001'.
       01 WS-BOL-CARTEIRA                  PIC X(02) VALUE '09'.
       01 WS-BOL-CONTA                     PIC X(07) VALUE '0000001'.
       01 WS-BOL-CEDENTE                   PIC X(40) VALUE
          'ESCOLA - SECRETARIA FINANCEIRA'.
       01 WS-CAMPO-LIVRE.
          03 WS-CL-AGENCIA                 PIC X(04).
          03 WS-CL-CARTEIRA                PIC X(02).
          03 WS-CL-NOSSO-NUM               PIC 9(11).
          03 WS-CL-CONTA                   PIC X(07).
          03 FILLER                        PIC X(01) VALUE '0'.
       01 WS-VL-EDITADO                    PIC ZZZ.ZZ9,99.
       01 WS-DT-EDITADA.
          03 WS-DTE-DIA                    PIC 9(02).
          03 FILLER                        PIC X(01) VALUE '/'.
          03 WS-DTE-MES                    PIC 9(02).
          03 FILLER                        PIC X(01) VALUE '/'.
          03 WS-DTE-ANO                    PIC 9(04).
       01 WL-NOSSO-NUMERO.
          03 WL-NN-NUMERO                  PIC 9(11).
          03 WL-NN-OK                      PIC X(01).
             88 WL-NN-GERADO               VALUE 'S'.
             88 WL-NN-FALHOU               VALUE 'N'.
       01 WL-PARAMETROS-BOLETO.
          03 WL-BOL-BANCO                  PIC 9(03).
          03 WL-BOL-DT-VENCIMENTO          PIC 9(08).
          03 WL-BOL-VALOR                  PIC 9(08)V99.
          03 WL-BOL-CAMPO-LIVRE            PIC X(25).
          03 WL-BOL-CODIGO-BARRAS          PIC X(44).
          03 WL-BOL-LINHA-DIGITAVEL        PIC X(54).
          03 WL-BOL-BARRAS-I25             PIC X(227).
       01 WL-PARAMETROS-DV.
          03 WL-DV-OPERACAO                PIC X(01).
          03 WL-DV-NUMERO                  PIC 9(12).
          03 WL-DV-DIGITO                  PIC 9(01).
          03 WL-DV-OK                      PIC X(01).
             88 WL-DV-VALIDO               VALUE 'S'.
             88 WL-DV-INVALIDO             VALUE 'N'.
       01 WL-SPOOL.
          03 WL-SPL-RELATORIO              PIC X(12).
          03 WL-SPL-ARQUIVO                PIC X(60).
          03 WL-SPL-OK                     PIC X(01).
             88 WL-SPOOL-ABERTO            VALUE 'S'.
             88 WL-SPOOL-FALHOU            VALUE 'N'.

       01 WS-ARQ-BOLETOS                   PIC X(60) VALUE
          'C:\COBOL\BOLETOS.TXT'.
       01 WS-ARQ-CFG-MENSALID              PIC X(60) VALUE
          'C:\COBOL\MENSALID.DAT'.
       01 WS-ARQ-CFG-ACORDOS               PIC X(60) VALUE
          'C:\COBOL\ACORDOS.DAT'.
       01 WS-ARQ-CFG-ACORPARC              PIC X(60) VALUE
          'C:\COBOL\ACORPARC.DAT'.
       01 WS-ARQ-CFG-D3-REGISTRO           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\REGISTRO.DAT'.
          COPY CFG_AREA.
       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM                   PIC X(50).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            PERFORM P050-CONFIGURA THRU P050-FIM
            DISPLAY '*** IMPRESSAO DE BOLETOS BANCARIOS ***'
            ACCEPT WS-DATA-HOJE-8 FROM DATE YYYYMMDD
            DISPLAY 'Boletos de (A=um aluno, T=uma turma): '
            ACCEPT WS-OPCAO
            EVALUATE WS-OPCAO
                WHEN 'A'
                WHEN 'a'
                    DISPLAY 'Informe o ID do aluno: '
                    ACCEPT WS-ID-ALUNO
                WHEN 'T'
                WHEN 't'
                    DISPLAY 'Informe a turma: '
                    ACCEPT WS-TURMA
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA! '
                    PERFORM P900-FIM
            END-EVALUATE

            MOVE 'BOLETOS'        TO WL-SPL-RELATORIO
            CALL 'SPOOLREG' USING WL-SPOOL
            IF WL-SPOOL-ABERTO
                MOVE WL-SPL-ARQUIVO TO WS-ARQ-BOLETOS
            END-IF
            SET FS-MEN-OK         TO TRUE
            SET FS-ACO-OK         TO TRUE
            SET FS-PAR-OK         TO TRUE
            SET FS-OK             TO TRUE
            SET FS-BOL-OK         TO TRUE
            OPEN I-O    MENSALIDADES
            OPEN INPUT  ACORDOS
            IF WS-FS-ACO EQUAL 35
                SET FS-ACO-OK     TO TRUE
                SET EOF-ACO-OK    TO TRUE
            END-IF
            OPEN I-O    PARCELAS-ACO
            IF WS-FS-PAR EQUAL 35
                SET FS-PAR-OK     TO TRUE
            END-IF
            OPEN INPUT  ALUNOS
            OPEN OUTPUT BOLETOS-OUT
            IF FS-MEN-OK AND FS-ACO-OK AND FS-PAR-OK AND FS-OK
               AND FS-BOL-OK
                IF WS-OPCAO EQUAL 'A' OR 'a'
                    MOVE WS-ID-ALUNO TO ID-ALUNO
                    READ ALUNOS
                        INVALID KEY
                            DISPLAY 'ALUNO NAO EXISTE! '
                        NOT INVALID KEY
                            PERFORM P300-BOLETOS-ALUNO THRU P300-FIM
                    END-READ
                ELSE
                    PERFORM P200-TURMA THRU P200-FIM
                END-IF
                DISPLAY WS-QTD-BOLETOS ' boleto(s) impresso(s), '
                        WS-QTD-NOVOS-NN ' nosso-numero(s) novo(s).'
            ELSE
                DISPLAY 'ERRO AO ABRIR OS ARQUIVOS DE BOLETOS. '
                DISPLAY 'FILE STATUS MENSALIDADES: ' WS-FS-MEN
                DISPLAY 'FILE STATUS ACORDOS     : ' WS-FS-ACO
                DISPLAY 'FILE STATUS PARCELAS    : ' WS-FS-PAR
                DISPLAY 'FILE STATUS ALUNOS      : ' WS-FS
                DISPLAY 'FILE STATUS BOLETOS     : ' WS-FS-BOL
            END-IF
            CLOSE MENSALIDADES ACORDOS PARCELAS-ACO ALUNOS
                  BOLETOS-OUT
            PERFORM P900-FIM
            .
      * TURMA: TODOS OS ALUNOS ATIVOS DA TURMA INFORMADA
       P200-TURMA.
            SET EOF-ALU-OK        TO FALSE
            MOVE ZEROS            TO ID-ALUNO
            START ALUNOS KEY IS NOT LESS THAN ID-ALUNO
                INVALID KEY
                    SET EOF-ALU-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-ALU-OK
                READ ALUNOS NEXT
                    AT END
                        SET EOF-ALU-OK TO TRUE
                    NOT AT END
                        IF TURMA EQUAL WS-TURMA AND ALUNO-ATIVO
                            MOVE ID-ALUNO TO WS-ID-ALUNO
                            PERFORM P300-BOLETOS-ALUNO THRU P300-FIM
                        END-IF
                END-READ
            END-PERFORM
            .
       P200-FIM.
      * TITULOS ABERTOS DO ALUNO: MENSALIDADES PELA CHAVE E PARCELAS
      * DOS ACORDOS ATIVOS DELE
       P300-BOLETOS-ALUNO.
            SET EOF-OK            TO FALSE
            MOVE WS-ID-ALUNO      TO ID-ALUNO-MEN
            MOVE ZEROS            TO CP-COMPETENCIA
            START MENSALIDADES KEY IS NOT LESS THAN CHAVE-MENSALIDADE
                INVALID KEY
                    SET EOF-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ MENSALIDADES NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF ID-ALUNO-MEN NOT EQUAL WS-ID-ALUNO
                            SET EOF-OK TO TRUE
                        ELSE
                            IF MEN-ABERTA
                                PERFORM P320-BOLETO-MENSALIDADE
                                    THRU P320-FIM
                            END-IF
                        END-IF
                END-READ
            END-PERFORM

            SET EOF-ACO-OK        TO FALSE
            MOVE ZEROS            TO NR-ACORDO
            START ACORDOS KEY IS NOT LESS THAN NR-ACORDO
                INVALID KEY
                    SET EOF-ACO-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-ACO-OK
                READ ACORDOS NEXT
                    AT END
                        SET EOF-ACO-OK TO TRUE
                    NOT AT END
                        IF ID-ALUNO-ACO EQUAL WS-ID-ALUNO AND
                           ACO-ATIVO
                            PERFORM P310-PARCELAS-ACORDO
                                THRU P310-FIM
                        END-IF
                END-READ
            END-PERFORM
            .
       P300-FIM.
       P310-PARCELAS-ACORDO.
            SET EOF-PAR-OK        TO FALSE
            MOVE NR-ACORDO        TO NR-ACORDO-AP
            MOVE ZEROS            TO NR-PARCELA-AP
            START PARCELAS-ACO KEY IS NOT LESS THAN
                  CHAVE-PARCELA-ACORDO
                INVALID KEY
                    SET EOF-PAR-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-PAR-OK
                READ PARCELAS-ACO NEXT
                    AT END
                        SET EOF-PAR-OK TO TRUE
                    NOT AT END
                        IF NR-ACORDO-AP NOT EQUAL NR-ACORDO
                            SET EOF-PAR-OK TO TRUE
                        ELSE
                            IF AP-ABERTA
                                PERFORM P330-BOLETO-PARCELA
                                    THRU P330-FIM
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            .
       P310-FIM.
       P320-BOLETO-MENSALIDADE.
            IF NR-NOSSO-NUM-MEN EQUAL ZEROS
                CALL 'NOSSONUM' USING WL-NOSSO-NUMERO
                IF WL-NN-FALHOU
                    DISPLAY 'BOLETO NAO EMITIDO - ALUNO ' ID-ALUNO-MEN
                            ' COMPETENCIA ' CP-COMPETENCIA
                    GO TO P320-FIM
                END-IF
                MOVE WL-NN-NUMERO TO NR-NOSSO-NUM-MEN
                REWRITE REG-MENSALIDADE
                IF NOT FS-MEN-OK
                    DISPLAY 'ERRO AO GRAVAR O NOSSO-NUMERO. '
                    DISPLAY 'FILE STATUS: ' WS-FS-MEN
                    GO TO P320-FIM
                END-IF
                ADD 1             TO WS-QTD-NOVOS-NN
            END-IF
            MOVE NR-NOSSO-NUM-MEN TO WS-NR-NOSSO-NUM
            MOVE ID-ALUNO-MEN     TO WS-REF-ID-ALUNO
            MOVE CP-COMPETENCIA   TO WS-REF-COMPETENCIA
            MOVE WS-REF-MENSALIDADE-N TO WS-DOC-REFERENCIA
            MOVE VL-MENSALIDADE   TO WS-VL-DOCUMENTO
            MOVE DT-VENCIMENTO-MEN TO WS-DT-VENCIMENTO
            MOVE SPACES           TO WS-DESCRICAO
            STRING 'MENSALIDADE ' CP-COMPETENCIA(5:2) '/'
                   CP-COMPETENCIA(1:4)
                   DELIMITED BY SIZE INTO WS-DESCRICAO
            PERFORM P350-IMPRIME  THRU P350-FIM
            .
       P320-FIM.
       P330-BOLETO-PARCELA.
            IF NR-NOSSO-NUM-AP EQUAL ZEROS
                CALL 'NOSSONUM' USING WL-NOSSO-NUMERO
                IF WL-NN-FALHOU
                    DISPLAY 'BOLETO NAO EMITIDO - ACORDO ' NR-ACORDO-AP
                            ' PARCELA ' NR-PARCELA-AP
                    GO TO P330-FIM
                END-IF
                MOVE WL-NN-NUMERO TO NR-NOSSO-NUM-AP
                REWRITE REG-PARCELA-ACORDO
                IF NOT FS-PAR-OK
                    DISPLAY 'ERRO AO GRAVAR O NOSSO-NUMERO. '
                    DISPLAY 'FILE STATUS: ' WS-FS-PAR
                    GO TO P330-FIM
                END-IF
                ADD 1             TO WS-QTD-NOVOS-NN
            END-IF
            MOVE NR-NOSSO-NUM-AP  TO WS-NR-NOSSO-NUM
            MOVE NR-ACORDO-AP     TO WS-REF-NR-ACORDO
            MOVE NR-PARCELA-AP    TO WS-REF-NR-PARCELA
            MOVE WS-REF-PARCELA-N TO WS-DOC-REFERENCIA
            MOVE VL-PARCELA-AP    TO WS-VL-DOCUMENTO
            MOVE DT-VENCIMENTO-AP TO WS-DT-VENCIMENTO
            MOVE SPACES           TO WS-DESCRICAO
            STRING 'ACORDO ' NR-ACORDO-AP ' PARCELA ' NR-PARCELA-AP
                   DELIMITED BY SIZE INTO WS-DESCRICAO
            PERFORM P350-IMPRIME  THRU P350-FIM
            .
       P330-FIM.
      * UM BOLETO POR PAGINA: RECIBO DO PAGADOR EM CIMA, FICHA DE
      * COMPENSACAO COM A LINHA DIGITAVEL E AS BARRAS EMBAIXO
       P350-IMPRIME.
            MOVE 'C'              TO WL-DV-OPERACAO
            MOVE WS-DOC-REFERENCIA TO WL-DV-NUMERO
            CALL 'DIGVERIF' USING WL-PARAMETROS-DV
            MOVE WL-DV-DIGITO     TO WS-DOC-DV

            MOVE WS-BOL-AGENCIA   TO WS-CL-AGENCIA
            MOVE WS-BOL-CARTEIRA  TO WS-CL-CARTEIRA
            MOVE WS-NR-NOSSO-NUM  TO WS-CL-NOSSO-NUM
            MOVE WS-BOL-CONTA     TO WS-CL-CONTA
            MOVE WS-BOL-BANCO     TO WL-BOL-BANCO
            MOVE WS-DT-VENCIMENTO TO WL-BOL-DT-VENCIMENTO
            MOVE WS-VL-DOCUMENTO  TO WL-BOL-VALOR
            MOVE WS-CAMPO-LIVRE   TO WL-BOL-CAMPO-LIVRE
            CALL 'CODBARRA' USING WL-PARAMETROS-BOLETO

            MOVE WS-VL-DOCUMENTO  TO WS-VL-EDITADO
            MOVE WS-DT-VENCIMENTO(7:2) TO WS-DTE-DIA
            MOVE WS-DT-VENCIMENTO(5:2) TO WS-DTE-MES
            MOVE WS-DT-VENCIMENTO(1:4) TO WS-DTE-ANO

            MOVE ALL '=' TO REG-BOLETO-OUT
            IF WS-QTD-BOLETOS EQUAL ZEROS
                WRITE REG-BOLETO-OUT
            ELSE
                WRITE REG-BOLETO-OUT AFTER ADVANCING PAGE
            END-IF
            ADD 1                 TO WS-QTD-BOLETOS
            MOVE SPACES TO WS-LINHA-BOL
            STRING 'RECIBO DO PAGADOR - ' WS-BOL-CEDENTE
                   DELIMITED BY SIZE INTO WS-LINHA-BOL
            PERFORM P390-GRAVA-LINHA THRU P390-FIM
            MOVE SPACES TO WS-LINHA-BOL
            STRING 'PAGADOR: ' NM-ALUNO ' (ALUNO ' ID-ALUNO ')'
                   DELIMITED BY SIZE INTO WS-LINHA-BOL
            PERFORM P390-GRAVA-LINHA THRU P390-FIM
            MOVE SPACES TO WS-LINHA-BOL
            STRING 'REFERENTE A: ' WS-DESCRICAO
                   DELIMITED BY SIZE INTO WS-LINHA-BOL
            PERFORM P390-GRAVA-LINHA THRU P390-FIM
            MOVE SPACES TO WS-LINHA-BOL
            STRING 'NOSSO NUMERO: ' WS-BOL-CARTEIRA '/'
                   WS-NR-NOSSO-NUM
                   '   VENCIMENTO: ' WS-DT-EDITADA
                   '   VALOR: ' WS-VL-EDITADO
                   DELIMITED BY SIZE INTO WS-LINHA-BOL
            PERFORM P390-GRAVA-LINHA THRU P390-FIM
            MOVE ALL '-' TO REG-BOLETO-OUT
            WRITE REG-BOLETO-OUT
            MOVE SPACES TO REG-BOLETO-OUT
            WRITE REG-BOLETO-OUT

            MOVE SPACES TO WS-LINHA-BOL
            STRING 'BANCO ' WS-BOL-BANCO
                   ' | ' WL-BOL-LINHA-DIGITAVEL
                   DELIMITED BY SIZE INTO WS-LINHA-BOL
            PERFORM P390-GRAVA-LINHA THRU P390-FIM
            MOVE ALL '-' TO REG-BOLETO-OUT
            WRITE REG-BOLETO-OUT
            STRING 'LOCAL DE PAGAMENTO: PAGAVEL EM QUALQUER BANCO '
                   'ATE O VENCIMENTO'
                   DELIMITED BY SIZE INTO WS-LINHA-BOL
            PERFORM P390-GRAVA-LINHA THRU P390-FIM
            MOVE SPACES TO WS-LINHA-BOL
            STRING 'VENCIMENTO: ' WS-DT-EDITADA
                   DELIMITED BY SIZE INTO WS-LINHA-BOL
            PERFORM P390-GRAVA-LINHA THRU P390-FIM
            MOVE SPACES TO WS-LINHA-BOL
            STRING 'BENEFICIARIO: ' WS-BOL-CEDENTE
                   DELIMITED BY SIZE INTO WS-LINHA-BOL
            PERFORM P390-GRAVA-LINHA THRU P390-FIM
            MOVE SPACES TO WS-LINHA-BOL
            STRING 'AGENCIA/CODIGO BENEFICIARIO: ' WS-BOL-AGENCIA
                   '/' WS-BOL-CONTA
                   DELIMITED BY SIZE INTO WS-LINHA-BOL
            PERFORM P390-GRAVA-LINHA THRU P390-FIM
            MOVE SPACES TO WS-LINHA-BOL
            STRING 'DATA DOCUMENTO: ' WS-DATA-HOJE-8
                   '   NR. DOCUMENTO: ' WS-DOC-REFERENCIA '-'
                   WS-DOC-DV
                   DELIMITED BY SIZE INTO WS-LINHA-BOL
            PERFORM P390-GRAVA-LINHA THRU P390-FIM
            MOVE SPACES TO WS-LINHA-BOL
            STRING 'CARTEIRA: ' WS-BOL-CARTEIRA
                   '   NOSSO NUMERO: ' WS-BOL-CARTEIRA '/'
                   WS-NR-NOSSO-NUM
                   DELIMITED BY SIZE INTO WS-LINHA-BOL
            PERFORM P390-GRAVA-LINHA THRU P390-FIM
            MOVE SPACES TO WS-LINHA-BOL
            STRING '(=) VALOR DO DOCUMENTO: ' WS-VL-EDITADO
                   DELIMITED BY SIZE INTO WS-LINHA-BOL
            PERFORM P390-GRAVA-LINHA THRU P390-FIM
            STRING 'INSTRUCOES: APOS O VENCIMENTO COBRAR MULTA E '
                   'JUROS DE MORA'
                   DELIMITED BY SIZE INTO WS-LINHA-BOL
            PERFORM P390-GRAVA-LINHA THRU P390-FIM
            MOVE '            CONFORME CONTRATO.' TO WS-LINHA-BOL
            PERFORM P390-GRAVA-LINHA THRU P390-FIM
            MOVE SPACES TO WS-LINHA-BOL
            STRING 'PAGADOR: ' NM-ALUNO ' - ' RUA-ALUNO ', '
                   BAIRRO-ALUNO
                   DELIMITED BY SIZE INTO WS-LINHA-BOL
            PERFORM P390-GRAVA-LINHA THRU P390-FIM
            MOVE SPACES TO WS-LINHA-BOL
            STRING '         ' CIDADE-ALUNO '/' UF-ALUNO
                   '  CEP: ' CEP-ALUNO-1 '-' CEP-ALUNO-2
                   DELIMITED BY SIZE INTO WS-LINHA-BOL
            PERFORM P390-GRAVA-LINHA THRU P390-FIM
            MOVE ALL '-' TO REG-BOLETO-OUT
            WRITE REG-BOLETO-OUT
            MOVE SPACES TO WS-LINHA-BOL
            STRING 'CODIGO DE BARRAS: ' WL-BOL-CODIGO-BARRAS
                   DELIMITED BY SIZE INTO WS-LINHA-BOL
            PERFORM P390-GRAVA-LINHA THRU P390-FIM
            MOVE WL-BOL-BARRAS-I25(1:76)   TO WS-LINHA-BOL
            PERFORM P390-GRAVA-LINHA THRU P390-FIM
            MOVE WL-BOL-BARRAS-I25(77:76)  TO WS-LINHA-BOL
            PERFORM P390-GRAVA-LINHA THRU P390-FIM
            MOVE WL-BOL-BARRAS-I25(153:75) TO WS-LINHA-BOL
            PERFORM P390-GRAVA-LINHA THRU P390-FIM
            MOVE ALL '=' TO REG-BOLETO-OUT
            WRITE REG-BOLETO-OUT
            .
       P350-FIM.
       P390-GRAVA-LINHA.
            MOVE WS-LINHA-BOL     TO REG-BOLETO-OUT
            WRITE REG-BOLETO-OUT
            MOVE SPACES           TO WS-LINHA-BOL
            .
       P390-FIM.
       P900-FIM.
            GOBACK.
      * RESOLVE OS CAMINHOS FISICOS PELO CONFIGSYS (PRODUCAO OU
      * TESTE); SEM CONFIGURACAO VALEM OS PADROES ACIMA. DADOS
      * BANCARIOS NAO NUMERICOS NO CONFIGSYS FICAM NO PADRAO
       P050-CONFIGURA.
            MOVE 'MENSALID' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-MENSALID TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-MENSALID
            MOVE 'ACORDOS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-ACORDOS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-ACORDOS
            MOVE 'ACORPARC' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-ACORPARC TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-ACORPARC
            MOVE 'D3-REGISTRO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-REGISTRO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-REGISTRO
            MOVE 'BOL-BANCO' TO WL-CFG-CHAVE
            MOVE WS-BOL-BANCO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            IF WL-CFG-VALOR(1:3) NUMERIC
                MOVE WL-CFG-VALOR(1:3) TO WS-BOL-BANCO
            END-IF
            MOVE 'BOL-AGENCIA' TO WL-CFG-CHAVE
            MOVE WS-BOL-AGENCIA TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            IF WL-CFG-VALOR(1:4) NUMERIC
                MOVE WL-CFG-VALOR(1:4) TO WS-BOL-AGENCIA
            END-IF
            MOVE 'BOL-CARTEIRA' TO WL-CFG-CHAVE
            MOVE WS-BOL-CARTEIRA TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            IF WL-CFG-VALOR(1:2) NUMERIC
                MOVE WL-CFG-VALOR(1:2) TO WS-BOL-CARTEIRA
            END-IF
            MOVE 'BOL-CONTA' TO WL-CFG-CHAVE
            MOVE WS-BOL-CONTA TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            IF WL-CFG-VALOR(1:7) NUMERIC
                MOVE WL-CFG-VALOR(1:7) TO WS-BOL-CONTA
            END-IF
            MOVE 'BOL-CEDENTE' TO WL-CFG-CHAVE
            MOVE WS-BOL-CEDENTE TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-BOL-CEDENTE
            .
       P050-FIM.
       END PROGRAM SISBOLET.

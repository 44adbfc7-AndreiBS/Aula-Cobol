      ******************************************************************
      * Author: ANDREI BATISTA
      * Date: 15/10/2026
      * Purpose: NEGATIVACAO EM BUREAU DE CREDITO (SPC/SERASA) - O
      *          ALUNO COM DEBITO VENCIDO ACIMA DA IDADE E DO VALOR
      *          CONFIGURADOS GERA A CARTA DE AVISO PREVIO AO
      *          RESPONSAVEL FINANCEIRO (CPF EM RESPONSA.DAT) E ABRE
      *          O PRAZO DE ESPERA; VENCIDO O PRAZO SEM PAGAMENTO
      *          ENTRA NO ARQUIVO DE INCLUSAO; QUITADO O DEBITO
      *          (NEGQUITA OU A CONFERENCIA DESTE BATCH) SAI NO
      *          ARQUIVO DE EXCLUSAO DENTRO DO PRAZO LEGAL. MANTEM O
      *          REGISTRO DE TODAS AS NEGATIVACOES (NEGATIVA.DAT) E
      *          EMITE O RELATORIO DE EXCLUSOES PENDENTES
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISNEGAT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
               SELECT NEGATIVACOES ASSIGN TO WS-ARQ-CFG-NEGATIVA
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-NEGATIVACAO
               FILE STATUS IS WS-FS-NEG.

               SELECT MENSALIDADES ASSIGN TO WS-ARQ-CFG-MENSALID
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-MENSALIDADE
               FILE STATUS IS WS-FS-MEN.

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

               SELECT INCLUSAO-OUT ASSIGN TO WS-ARQ-CFG-NEG-INCLUSAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-INC.

               SELECT EXCLUSAO-OUT ASSIGN TO WS-ARQ-CFG-NEG-EXCLUSAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXC.

               SELECT RELATORIO ASSIGN TO WS-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD NEGATIVACOES.
          COPY FD_NEGAT.
       FD MENSALIDADES.
          COPY FD_MENSA.
       FD RESPONSAVEIS.
          COPY FD_RESPO.
       FD CONTATOS.
          COPY FD_CONTT.
       FD ALUNOS.
          COPY FD_REGIS.
       FD INCLUSAO-OUT.
       01 REG-INCLUSAO-OUT                 PIC X(80).
       FD EXCLUSAO-OUT.
       01 REG-EXCLUSAO-OUT                 PIC X(80).
       FD RELATORIO.
       01 REG-RELATORIO                    PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-FS                            PIC 99.
          88 FS-OK                         VALUE 0.
       77 WS-FS-NEG                        PIC 99.
          88 FS-NEG-OK                     VALUE 0.
       77 WS-FS-MEN                        PIC 99.
          88 FS-MEN-OK                     VALUE 0.
       77 WS-FS-RSP                        PIC 99.
          88 FS-RSP-OK                     VALUE 0.
       77 WS-FS-CTT                        PIC 99.
          88 FS-CTT-OK                     VALUE 0.
       77 WS-FS-INC                        PIC 99.
          88 FS-INC-OK                     VALUE 0.
       77 WS-FS-EXC                        PIC 99.
          88 FS-EXC-OK                     VALUE 0.
       77 WS-FS-REL                        PIC 99.
          88 FS-REL-OK                     VALUE 0.
       77 WS-EOF-MEN                       PIC X.
          88 EOF-MEN-OK                    VALUE 'S' FALSE 'N'.
       77 WS-EOF-RSP                       PIC X.
          88 EOF-RSP-OK                    VALUE 'S' FALSE 'N'.
       77 WS-EOF-NEG                       PIC X.
          88 EOF-NEG-OK                    VALUE 'S' FALSE 'N'.
       77 WS-TEM-ATIVA                     PIC X VALUE 'N'.
          88 TEM-ATIVA                     VALUE 'S' FALSE 'N'.
       77 WS-QUITADO                       PIC X VALUE 'N'.
          88 DEBITO-QUITADO                VALUE 'S' FALSE 'N'.
       77 WS-ALTERADO                      PIC X VALUE 'N'.
          88 REG-ALTERADO                  VALUE 'S' FALSE 'N'.
       77 WS-OPCAO                         PIC X.
       77 WS-DATA-HOJE-8                   PIC 9(08).
       77 WS-DIAS-CORRIDOS                 PIC 9(07).
       77 WS-DIAS-ATRASO                   PIC 9(05).
       77 WS-IND-DIA                       PIC 9(02).
       77 WS-CPF-FILTRO                    PIC 9(11) VALUE ZEROS.
      * PARAMETROS DA NEGATIVACAO (CONFIGSYS)
       77 WS-NEG-DIAS-ATRASO               PIC 9(03) VALUE 90.
       77 WS-NEG-VALOR-MINIMO              PIC 9(06)V99 VALUE 100.
       77 WS-NEG-PRAZO-AVISO               PIC 9(02) VALUE 10.
       77 WS-DIAS-EXCLUSAO                 PIC 9(02) VALUE 5.
       77 WS-NEG-CREDOR                    PIC X(20) VALUE
          'ESCOLA'.
       77 WS-CFG-PARAMETRO                 PIC X(60) VALUE SPACES.
      * DEBITO DO ALUNO EM AVALIACAO
       77 WS-ID-ALUNO-ATUAL                PIC 9(06) VALUE ZEROS.
       77 WS-QTD-TITULOS                   PIC 9(03) VALUE ZEROS.
       77 WS-VL-DIVIDA                     PIC 9(07)V99 VALUE ZEROS.
       77 WS-DT-VENC-ANTIGO                PIC 9(08) VALUE ZEROS.
       77 WS-DT-VENC-RECENTE               PIC 9(08) VALUE ZEROS.
       77 WS-QT-ABERTO                     PIC 9(03) VALUE ZEROS.
       77 WS-VL-ABERTO                     PIC 9(07)V99 VALUE ZEROS.
       77 WS-CPF-RESPONSAVEL               PIC 9(11) VALUE ZEROS.
       77 WS-ID-CONTATO-RSP                PIC 9(05) VALUE ZEROS.
       77 WS-NM-RESPONSAVEL                PIC X(20) VALUE SPACES.
      * TOTAIS DO PROCESSAMENTO
       77 WS-QTD-AVISOS                    PIC 9(05) VALUE ZEROS.
       77 WS-QTD-SEM-CPF                   PIC 9(05) VALUE ZEROS.
       77 WS-QTD-INCLUSOES                 PIC 9(06) VALUE ZEROS.
       77 WS-QTD-EXCLUSOES                 PIC 9(06) VALUE ZEROS.
       77 WS-QTD-CANCELADOS                PIC 9(05) VALUE ZEROS.
       77 WS-QTD-PENDENTES                 PIC 9(05) VALUE ZEROS.
       77 WS-QTD-ATRASADAS                 PIC 9(05) VALUE ZEROS.
       77 WS-QTD-REGISTROS                 PIC 9(06) VALUE ZEROS.
       77 WS-SOMA-INCLUSOES                PIC 9(10)V99 VALUE ZEROS.
       77 WS-SOMA-EXCLUSOES                PIC 9(10)V99 VALUE ZEROS.
       77 WS-LINHA-REL                     PIC X(80) VALUE SPACES.
       01 WS-VL-EDITADO                    PIC ZZZZ.ZZ9,99.
      * LEIAUTE DOS ARQUIVOS DE INCLUSAO E EXCLUSAO PARA O BUREAU -
      * O ALUNO E A DATA DO AVISO IDENTIFICAM O CONTRATO, PARA QUE A
      * EXCLUSAO CASE COM A INCLUSAO CORRESPONDENTE
       01 WS-REG-HEADER-NEG.
          03 FILLER                        PIC X(01) VALUE '0'.
          03 HDN-OPERACAO                  PIC X(08).
          03 HDN-DATA                      PIC 9(08).
          03 HDN-CREDOR                    PIC X(20).
          03 FILLER                        PIC X(43) VALUE SPACES.
       01 WS-REG-DETALHE-NEG.
          03 FILLER                        PIC X(01) VALUE '1'.
          03 DTN-CPF                       PIC 9(11).
          03 DTN-NOME                      PIC X(20).
          03 DTN-CONTRATO.
             05 DTN-ID-ALUNO               PIC 9(06).
             05 DTN-DT-AVISO               PIC 9(08).
          03 DTN-DT-VENCIMENTO             PIC 9(08).
          03 DTN-VALOR                     PIC 9(07)V99.
          03 DTN-DT-EVENTO                 PIC 9(08).
          03 FILLER                        PIC X(09) VALUE SPACES.
       01 WS-REG-TRAILER-NEG.
          03 FILLER                        PIC X(01) VALUE '9'.
          03 TRN-QUANTIDADE                PIC 9(06).
          03 TRN-SOMA-VALORES              PIC 9(10)V99.
          03 FILLER                        PIC X(61) VALUE SPACES.
       01 WS-CAB-REGISTRO.
          03 FILLER                        PIC X(07) VALUE 'ALUNO'.
          03 FILLER                        PIC X(12) VALUE 'CPF'.
          03 FILLER                        PIC X(03) VALUE 'ST'.
          03 FILLER                        PIC X(09) VALUE 'AVISO'.
          03 FILLER                        PIC X(09) VALUE 'INCLUSAO'.
          03 FILLER                        PIC X(09) VALUE 'QUITACAO'.
          03 FILLER                        PIC X(09) VALUE 'EXCLUSAO'.
          03 FILLER                        PIC X(11) VALUE
             '      VALOR'.
       01 WS-DET-REGISTRO.
          03 DRG-ID-ALUNO                  PIC 9(06).
          03 FILLER                        PIC X(01) VALUE SPACES.
          03 DRG-CPF                       PIC 9(11).
          03 FILLER                        PIC X(01) VALUE SPACES.
          03 DRG-STATUS                    PIC X(01).
          03 FILLER                        PIC X(02) VALUE SPACES.
          03 DRG-DT-AVISO                  PIC 9(08).
          03 FILLER                        PIC X(01) VALUE SPACES.
          03 DRG-DT-INCLUSAO               PIC 9(08).
          03 FILLER                        PIC X(01) VALUE SPACES.
          03 DRG-DT-QUITACAO               PIC 9(08).
          03 FILLER                        PIC X(01) VALUE SPACES.
          03 DRG-DT-EXCLUSAO               PIC 9(08).
          03 FILLER                        PIC X(01) VALUE SPACES.
          03 DRG-VALOR                     PIC ZZZZ.ZZ9,99.
       01 WS-CAB-PENDENTES.
          03 FILLER                        PIC X(07) VALUE 'ALUNO'.
          03 FILLER                        PIC X(12) VALUE 'CPF'.
          03 FILLER                        PIC X(09) VALUE 'INCLUSAO'.
          03 FILLER                        PIC X(09) VALUE 'QUITACAO'.
          03 FILLER                        PIC X(09) VALUE 'LIMITE'.
          03 FILLER                        PIC X(11) VALUE
             '      VALOR'.
          03 FILLER                        PIC X(10) VALUE
             '  SITUACAO'.
       01 WS-DET-PENDENTE.
          03 DPD-ID-ALUNO                  PIC 9(06).
          03 FILLER                        PIC X(01) VALUE SPACES.
          03 DPD-CPF                       PIC 9(11).
          03 FILLER                        PIC X(01) VALUE SPACES.
          03 DPD-DT-INCLUSAO               PIC 9(08).
          03 FILLER                        PIC X(01) VALUE SPACES.
          03 DPD-DT-QUITACAO               PIC 9(08).
          03 FILLER                        PIC X(01) VALUE SPACES.
          03 DPD-DT-LIMITE                 PIC 9(08).
          03 FILLER                        PIC X(01) VALUE SPACES.
          03 DPD-VALOR                     PIC ZZZZ.ZZ9,99.
          03 FILLER                        PIC X(02) VALUE SPACES.
          03 DPD-SITUACAO                  PIC X(14).
       01 WL-SPOOL.
          03 WL-SPL-RELATORIO              PIC X(12).
          03 WL-SPL-ARQUIVO                PIC X(60).
          03 WL-SPL-OK                     PIC X(01).
             88 WL-SPOOL-ABERTO            VALUE 'S'.
             88 WL-SPOOL-FALHOU            VALUE 'N'.
       01 WL-PARAMETROS-DIA.
          03 WL-DATA-ENTRADA               PIC 9(08).
          03 WL-DATA-SAIDA                 PIC 9(08).
       01 WL-AUDITORIA.
          03 WL-PROGRAMA                   PIC X(12)
             VALUE 'SISNEGAT'.
          03 WL-OPERACAO                   PIC X(10).
          03 WL-CHAVE                      PIC X(10).
          03 WL-VALOR-ANTIGO               PIC X(50).
          03 WL-VALOR-NOVO                 PIC X(50).

       01 WS-ARQ-RELATORIO                 PIC X(60) VALUE
          'C:\COBOL\NEGAVISO.TXT'.
       01 WS-ARQ-CFG-NEGATIVA              PIC X(60) VALUE
          'C:\COBOL\NEGATIVA.DAT'.
       01 WS-ARQ-CFG-MENSALID              PIC X(60) VALUE
          'C:\COBOL\MENSALID.DAT'.
       01 WS-ARQ-CFG-RESPONSA              PIC X(60) VALUE
          'C:\COBOL\RESPONSA.DAT'.
       01 WS-ARQ-CFG-CONTATOS              PIC X(60) VALUE
          'C:\COBOL\CONTATOS.DAT'.
       01 WS-ARQ-CFG-D3-REGISTRO           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\REGISTRO.DAT'.
       01 WS-ARQ-CFG-NEG-INCLUSAO          PIC X(60) VALUE
          'C:\COBOL\NEGINCL.TXT'.
       01 WS-ARQ-CFG-NEG-EXCLUSAO          PIC X(60) VALUE
          'C:\COBOL\NEGEXCL.TXT'.
          COPY CFG_AREA.
       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM                   PIC X(50).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            PERFORM P050-CONFIGURA THRU P050-FIM
      * NA CADEIA NOTURNA SO PROCESSA AVISOS, INCLUSOES E EXCLUSOES
      * DO DIA - SEM MENU
            IF LK-MENSAGEM(1:6) EQUAL 'CADEIA'
                PERFORM P400-PROCESSA THRU P400-FIM
                PERFORM P900-FIM
            END-IF
            PERFORM P300-MENU      THRU P300-FIM
                                    UNTIL WS-OPCAO = 'F' OR 'f'
            PERFORM P900-FIM
            .
       P300-MENU.
            MOVE SPACES             TO WS-OPCAO
            DISPLAY '**************************************************'
            DISPLAY '***      NEGATIVACAO EM BUREAU DE CREDITO      ***'
            DISPLAY '**************************************************'
            DISPLAY '*** 1 - Processar avisos/inclusoes/exclusoes   ***'
            DISPLAY '*** 2 - Relatorio de exclusoes pendentes       ***'
            DISPLAY '*** 3 - Registro de negativacoes               ***'
            DISPLAY '***          <TECLE F PARA FINALIZAR>          ***'
            DISPLAY '**************************************************'
            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN '1'
                    PERFORM P400-PROCESSA    THRU P400-FIM
                WHEN '2'
                    PERFORM P600-PENDENTES   THRU P600-FIM
                WHEN '3'
                    PERFORM P700-REGISTRO    THRU P700-FIM
                WHEN 'F'
                    CONTINUE
                WHEN 'f'
                    CONTINUE
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA! '
            END-EVALUATE
            .
       P300-FIM.
      ******************************************************************
      * PROCESSAMENTO DIARIO: NOVOS AVISOS PREVIOS, INCLUSOES COM O
      * PRAZO DO AVISO VENCIDO E EXCLUSOES DOS DEBITOS QUITADOS
      ******************************************************************
       P400-PROCESSA.
            DISPLAY '*** PROCESSAMENTO DE NEGATIVACOES ***'
            ACCEPT WS-DATA-HOJE-8 FROM DATE YYYYMMDD
            MOVE ZEROS            TO WS-QTD-AVISOS WS-QTD-SEM-CPF
                                     WS-QTD-INCLUSOES WS-QTD-EXCLUSOES
                                     WS-QTD-CANCELADOS
                                     WS-SOMA-INCLUSOES WS-SOMA-EXCLUSOES
            MOVE 'NEGAVISO'       TO WL-SPL-RELATORIO
            CALL 'SPOOLREG' USING WL-SPOOL
            IF WL-SPOOL-ABERTO
                MOVE WL-SPL-ARQUIVO TO WS-ARQ-RELATORIO
            ELSE
                MOVE 'C:\COBOL\NEGAVISO.TXT' TO WS-ARQ-RELATORIO
            END-IF

            SET FS-NEG-OK         TO TRUE
            OPEN I-O NEGATIVACOES
            IF WS-FS-NEG EQUAL 35 THEN
                OPEN OUTPUT NEGATIVACOES
                CLOSE NEGATIVACOES
                OPEN I-O NEGATIVACOES
            END-IF
            SET FS-MEN-OK         TO TRUE
            SET FS-INC-OK         TO TRUE
            SET FS-EXC-OK         TO TRUE
            SET FS-REL-OK         TO TRUE
            OPEN INPUT  MENSALIDADES
            OPEN OUTPUT INCLUSAO-OUT
            OPEN OUTPUT EXCLUSAO-OUT
            OPEN OUTPUT RELATORIO
            IF NOT (FS-NEG-OK AND FS-MEN-OK AND FS-INC-OK AND
                    FS-EXC-OK AND FS-REL-OK)
                DISPLAY 'ERRO AO ABRIR OS ARQUIVOS DE NEGATIVACAO. '
                DISPLAY 'FILE STATUS NEGATIVACOES: ' WS-FS-NEG
                DISPLAY 'FILE STATUS MENSALIDADES: ' WS-FS-MEN
                DISPLAY 'FILE STATUS INCLUSAO    : ' WS-FS-INC
                DISPLAY 'FILE STATUS EXCLUSAO    : ' WS-FS-EXC
                DISPLAY 'FILE STATUS AVISOS      : ' WS-FS-REL
                MOVE 8 TO RETURN-CODE
                GO TO P400-FECHA
            END-IF

            MOVE 'INCLUSAO'       TO HDN-OPERACAO
            MOVE WS-DATA-HOJE-8   TO HDN-DATA
            MOVE WS-NEG-CREDOR    TO HDN-CREDOR
            WRITE REG-INCLUSAO-OUT FROM WS-REG-HEADER-NEG
            MOVE 'EXCLUSAO'       TO HDN-OPERACAO
            WRITE REG-EXCLUSAO-OUT FROM WS-REG-HEADER-NEG

            PERFORM P410-AVALIA-DEBITOS THRU P410-FIM
            PERFORM P500-PRAZOS         THRU P500-FIM

            MOVE WS-QTD-INCLUSOES  TO TRN-QUANTIDADE
            MOVE WS-SOMA-INCLUSOES TO TRN-SOMA-VALORES
            WRITE REG-INCLUSAO-OUT FROM WS-REG-TRAILER-NEG
            MOVE WS-QTD-EXCLUSOES  TO TRN-QUANTIDADE
            MOVE WS-SOMA-EXCLUSOES TO TRN-SOMA-VALORES
            WRITE REG-EXCLUSAO-OUT FROM WS-REG-TRAILER-NEG

            DISPLAY WS-QTD-AVISOS    ' aviso(s) previo(s) emitido(s).'
            DISPLAY WS-QTD-SEM-CPF   ' devedor(es) sem CPF do '
                    'responsavel - sem aviso.'
            DISPLAY WS-QTD-INCLUSOES ' inclusao(oes) no arquivo do '
                    'bureau.'
            DISPLAY WS-QTD-EXCLUSOES ' exclusao(oes) no arquivo do '
                    'bureau.'
            DISPLAY WS-QTD-CANCELADOS ' aviso(s) cancelado(s) por '
                    'pagamento.'
            .
       P400-FECHA.
            CLOSE NEGATIVACOES
            CLOSE MENSALIDADES
            CLOSE INCLUSAO-OUT
            CLOSE EXCLUSAO-OUT
            CLOSE RELATORIO
            .
       P400-FIM.
      * PERCORRE AS MENSALIDADES NA ORDEM DA CHAVE (ALUNO +
      * COMPETENCIA) SOMANDO, POR ALUNO, OS TITULOS ABERTOS COM
      * ATRASO IGUAL OU MAIOR QUE O CONFIGURADO
       P410-AVALIA-DEBITOS.
            MOVE ZEROS            TO WS-ID-ALUNO-ATUAL
            PERFORM P415-ZERA-DEBITO THRU P415-FIM
            SET EOF-MEN-OK        TO FALSE
            PERFORM UNTIL EOF-MEN-OK
                READ MENSALIDADES NEXT
                    AT END
                        SET EOF-MEN-OK TO TRUE
                    NOT AT END
                        IF ID-ALUNO-MEN NOT EQUAL WS-ID-ALUNO-ATUAL
                            PERFORM P420-FECHA-ALUNO THRU P420-FIM
                            MOVE ID-ALUNO-MEN TO WS-ID-ALUNO-ATUAL
                            PERFORM P415-ZERA-DEBITO THRU P415-FIM
                        END-IF
                        IF MEN-ABERTA AND
                           DT-VENCIMENTO-MEN < WS-DATA-HOJE-8
                            COMPUTE WS-DIAS-ATRASO =
                                FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE-8)
                              - FUNCTION INTEGER-OF-DATE
                                    (DT-VENCIMENTO-MEN)
                            IF WS-DIAS-ATRASO NOT < WS-NEG-DIAS-ATRASO
                                ADD 1 TO WS-QTD-TITULOS
                                ADD VL-MENSALIDADE TO WS-VL-DIVIDA
                                IF WS-DT-VENC-ANTIGO EQUAL ZEROS
                                    MOVE DT-VENCIMENTO-MEN
                                        TO WS-DT-VENC-ANTIGO
                                END-IF
                                MOVE DT-VENCIMENTO-MEN
                                    TO WS-DT-VENC-RECENTE
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            PERFORM P420-FECHA-ALUNO THRU P420-FIM
            .
       P410-FIM.
       P415-ZERA-DEBITO.
            MOVE ZEROS            TO WS-QTD-TITULOS WS-VL-DIVIDA
                                     WS-DT-VENC-ANTIGO
                                     WS-DT-VENC-RECENTE
            .
       P415-FIM.
      * DEBITO ACIMA DO MINIMO E SEM NEGATIVACAO EM ANDAMENTO: GRAVA
      * O AVISO PREVIO E EMITE A CARTA AO RESPONSAVEL FINANCEIRO
       P420-FECHA-ALUNO.
            IF WS-QTD-TITULOS EQUAL ZEROS OR
               WS-VL-DIVIDA < WS-NEG-VALOR-MINIMO
                GO TO P420-FIM
            END-IF
            PERFORM P425-CHECA-ATIVA THRU P425-FIM
            IF TEM-ATIVA
                GO TO P420-FIM
            END-IF
            PERFORM P430-BUSCA-RESPONSAVEL THRU P430-FIM
            IF WS-CPF-RESPONSAVEL EQUAL ZEROS
                ADD 1 TO WS-QTD-SEM-CPF
                DISPLAY 'AVISO: ALUNO ' WS-ID-ALUNO-ATUAL
                        ' COM DEBITO DE ' WS-VL-DIVIDA
                        ' SEM CPF DO RESPONSAVEL FINANCEIRO.'
                GO TO P420-FIM
            END-IF

            INITIALIZE REG-NEGATIVACAO
            MOVE WS-ID-ALUNO-ATUAL  TO ID-ALUNO-NEG
            MOVE WS-DATA-HOJE-8     TO DT-AVISO-NEG
            MOVE WS-CPF-RESPONSAVEL TO NR-CPF-NEG
            MOVE WS-ID-CONTATO-RSP  TO ID-CONTATO-NEG
            MOVE WS-VL-DIVIDA       TO VL-DIVIDA-NEG
            MOVE WS-QTD-TITULOS     TO QT-TITULOS-NEG
            MOVE WS-DT-VENC-ANTIGO  TO DT-VENC-ANTIGO-NEG
            MOVE WS-DT-VENC-RECENTE TO DT-VENC-RECENTE-NEG
            COMPUTE WS-DIAS-CORRIDOS =
                    FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE-8)
                    + WS-NEG-PRAZO-AVISO
            COMPUTE DT-LIMITE-AVISO-NEG =
                    FUNCTION DATE-OF-INTEGER(WS-DIAS-CORRIDOS)
            SET NEG-AVISADO         TO TRUE
            WRITE REG-NEGATIVACAO
            IF NOT FS-NEG-OK
                DISPLAY 'ERRO AO GRAVAR O AVISO DO ALUNO '
                        WS-ID-ALUNO-ATUAL '. '
                DISPLAY 'FILE STATUS: ' WS-FS-NEG
                GO TO P420-FIM
            END-IF
            ADD 1 TO WS-QTD-AVISOS
            PERFORM P440-CARTA-AVISO THRU P440-FIM
            MOVE 'NEG-AVISO'      TO WL-OPERACAO
            MOVE ID-ALUNO-NEG     TO WL-CHAVE
            MOVE SPACES           TO WL-VALOR-ANTIGO
            MOVE SPACES           TO WL-VALOR-NOVO
            STRING 'CPF ' NR-CPF-NEG ' VALOR ' VL-DIVIDA-NEG
                   ' LIMITE ' DT-LIMITE-AVISO-NEG
                   DELIMITED BY SIZE
                   INTO WL-VALOR-NOVO
            CALL 'AUDITLOG' USING WL-AUDITORIA
            .
       P420-FIM.
      * UM ALUNO SO TEM UMA NEGATIVACAO EM ANDAMENTO POR VEZ (AVISADA,
      * INCLUIDA OU COM EXCLUSAO PENDENTE)
       P425-CHECA-ATIVA.
            SET TEM-ATIVA         TO FALSE
            SET EOF-NEG-OK        TO FALSE
            MOVE WS-ID-ALUNO-ATUAL TO ID-ALUNO-NEG
            MOVE ZEROS            TO DT-AVISO-NEG
            START NEGATIVACOES KEY IS NOT LESS THAN CHAVE-NEGATIVACAO
                INVALID KEY
                    SET EOF-NEG-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-NEG-OK
                READ NEGATIVACOES NEXT
                    AT END
                        SET EOF-NEG-OK TO TRUE
                    NOT AT END
                        IF ID-ALUNO-NEG NOT EQUAL WS-ID-ALUNO-ATUAL
                            SET EOF-NEG-OK TO TRUE
                        ELSE
                            IF NEG-AVISADO OR NEG-INCLUIDO OR
                               NEG-EXCL-PENDENTE
                                SET TEM-ATIVA  TO TRUE
                                SET EOF-NEG-OK TO TRUE
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            .
       P425-FIM.
      * MESMO CRITERIO DO TOMADOR DO RPS: PRIMEIRO PAI/MAE/RESPONSAVEL
      * DO ALUNO COM CPF INFORMADO
       P430-BUSCA-RESPONSAVEL.
            MOVE ZEROS            TO WS-CPF-RESPONSAVEL
                                     WS-ID-CONTATO-RSP
            MOVE SPACES           TO WS-NM-RESPONSAVEL
            SET EOF-RSP-OK        TO FALSE
            SET FS-RSP-OK         TO TRUE
            OPEN INPUT RESPONSAVEIS
            IF NOT FS-RSP-OK
                GO TO P430-FIM
            END-IF
            PERFORM UNTIL EOF-RSP-OK
                READ RESPONSAVEIS NEXT
                    AT END
                        SET EOF-RSP-OK TO TRUE
                    NOT AT END
                        IF ID-ALUNO-RSP EQUAL WS-ID-ALUNO-ATUAL
                           AND (VINCULO-PAI OR VINCULO-MAE OR
                                VINCULO-RESPONSAVEL)
                           AND NR-CPF-RSP > 0
                            MOVE NR-CPF-RSP     TO WS-CPF-RESPONSAVEL
                            MOVE ID-CONTATO-RSP TO WS-ID-CONTATO-RSP
                            SET EOF-RSP-OK      TO TRUE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE RESPONSAVEIS
            IF WS-CPF-RESPONSAVEL EQUAL ZEROS
                GO TO P430-FIM
            END-IF
            SET FS-CTT-OK         TO TRUE
            OPEN INPUT CONTATOS
            IF FS-CTT-OK
                MOVE WS-ID-CONTATO-RSP TO ID-CONTATO
                READ CONTATOS
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE NM-CONTATO TO WS-NM-RESPONSAVEL
                END-READ
            END-IF
            CLOSE CONTATOS
            .
       P430-FIM.
      * CARTA DE AVISO PREVIO (CDC ART. 43 PAR. 2) - ENDERECO DO
      * CADASTRO DO ALUNO, COMO NAS CARTAS DE COBRANCA
       P440-CARTA-AVISO.
            MOVE SPACES           TO NM-ALUNO RUA-ALUNO BAIRRO-ALUNO
                                     CIDADE-ALUNO UF-ALUNO CEP-ALUNO
            SET FS-OK             TO TRUE
            OPEN INPUT ALUNOS
            IF FS-OK
                MOVE WS-ID-ALUNO-ATUAL TO ID-ALUNO
                READ ALUNOS
                    INVALID KEY
                        MOVE SPACES TO NM-ALUNO
                END-READ
            END-IF
            CLOSE ALUNOS

            MOVE ALL '=' TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE 'AVISO PREVIO DE INCLUSAO EM CADASTRO DE INADIMPLENTES'
                 TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES TO WS-LINHA-REL
            STRING 'A ' WS-NM-RESPONSAVEL '  CPF: ' WS-CPF-RESPONSAVEL
                   DELIMITED BY SIZE INTO WS-LINHA-REL
            MOVE WS-LINHA-REL TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES TO WS-LINHA-REL
            STRING 'RESPONSAVEL FINANCEIRO POR ' NM-ALUNO
                   DELIMITED BY SIZE INTO WS-LINHA-REL
            MOVE WS-LINHA-REL TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES TO WS-LINHA-REL
            STRING RUA-ALUNO ', ' BAIRRO-ALUNO
                   DELIMITED BY SIZE INTO WS-LINHA-REL
            MOVE WS-LINHA-REL TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES TO WS-LINHA-REL
            STRING CIDADE-ALUNO '/' UF-ALUNO '  CEP: ' CEP-ALUNO
                   DELIMITED BY SIZE INTO WS-LINHA-REL
            MOVE WS-LINHA-REL TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE 'PREZADO(A) SENHOR(A),' TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE WS-VL-DIVIDA     TO WS-VL-EDITADO
            MOVE SPACES TO WS-LINHA-REL
            STRING 'CONSTA EM ABERTO O DEBITO DE R$ ' WS-VL-EDITADO
                   ' REFERENTE A ' WS-QTD-TITULOS ' MENSALIDADE(S),'
                   DELIMITED BY SIZE INTO WS-LINHA-REL
            MOVE WS-LINHA-REL TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES TO WS-LINHA-REL
            STRING 'COM VENCIMENTOS ENTRE ' WS-DT-VENC-ANTIGO
                   ' E ' WS-DT-VENC-RECENTE '.'
                   DELIMITED BY SIZE INTO WS-LINHA-REL
            MOVE WS-LINHA-REL TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES TO WS-LINHA-REL
            STRING 'NAO HAVENDO PAGAMENTO OU ACORDO ATE '
                   DT-LIMITE-AVISO-NEG ', O NOME DO RESPONSAVEL'
                   DELIMITED BY SIZE INTO WS-LINHA-REL
            MOVE WS-LINHA-REL TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE 'SERA INCLUIDO NOS CADASTROS DE PROTECAO AO CREDITO'
                 TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE '(SPC/SERASA).' TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE 'ATENCIOSAMENTE, SECRETARIA' TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE ALL '=' TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P440-FIM.
      ******************************************************************
      * PRAZOS: AVISO VENCIDO SEM PAGAMENTO VAI PARA A INCLUSAO;
      * DEBITO QUITADO CANCELA O AVISO OU GERA A EXCLUSAO
      ******************************************************************
       P500-PRAZOS.
            SET EOF-NEG-OK        TO FALSE
            MOVE ZEROS            TO CHAVE-NEGATIVACAO
            START NEGATIVACOES KEY IS NOT LESS THAN CHAVE-NEGATIVACAO
                INVALID KEY
                    SET EOF-NEG-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-NEG-OK
                READ NEGATIVACOES NEXT
                    AT END
                        SET EOF-NEG-OK TO TRUE
                    NOT AT END
                        PERFORM P510-AVALIA-PRAZO THRU P510-FIM
                END-READ
            END-PERFORM
            .
       P500-FIM.
       P510-AVALIA-PRAZO.
            SET REG-ALTERADO      TO FALSE
            EVALUATE TRUE
                WHEN NEG-AVISADO
                    PERFORM P520-CHECA-QUITACAO THRU P520-FIM
                    IF DEBITO-QUITADO
                        MOVE WS-DATA-HOJE-8 TO DT-QUITACAO-NEG
                        SET NEG-CANCELADO   TO TRUE
                        SET REG-ALTERADO    TO TRUE
                        ADD 1 TO WS-QTD-CANCELADOS
                    ELSE
                        IF WS-DATA-HOJE-8 > DT-LIMITE-AVISO-NEG
                            MOVE WS-VL-ABERTO   TO VL-DIVIDA-NEG
                            MOVE WS-QT-ABERTO   TO QT-TITULOS-NEG
                            MOVE WS-DATA-HOJE-8 TO DT-INCLUSAO-NEG
                            SET NEG-INCLUIDO    TO TRUE
                            SET REG-ALTERADO    TO TRUE
                            PERFORM P530-GRAVA-INCLUSAO THRU P530-FIM
                        END-IF
                    END-IF
      * QUITACAO QUE NAO PASSOU PELO NEGQUITA (BOLSA, ACERTO, AJUSTE
      * MANUAL) E APANHADA AQUI
                WHEN NEG-INCLUIDO
                    PERFORM P520-CHECA-QUITACAO THRU P520-FIM
                    IF DEBITO-QUITADO
                        MOVE WS-DATA-HOJE-8 TO DT-QUITACAO-NEG
                        PERFORM P540-PRAZO-EXCLUSAO THRU P540-FIM
                        SET NEG-EXCL-PENDENTE TO TRUE
                        SET REG-ALTERADO      TO TRUE
                    END-IF
            END-EVALUATE
            IF NEG-EXCL-PENDENTE
                MOVE WS-DATA-HOJE-8 TO DT-EXCLUSAO-NEG
                SET NEG-EXCLUIDO    TO TRUE
                SET REG-ALTERADO    TO TRUE
                PERFORM P550-GRAVA-EXCLUSAO THRU P550-FIM
            END-IF
            IF NOT REG-ALTERADO
                GO TO P510-FIM
            END-IF
            REWRITE REG-NEGATIVACAO
            IF NOT FS-NEG-OK
                DISPLAY 'ERRO AO ATUALIZAR A NEGATIVACAO DO ALUNO '
                        ID-ALUNO-NEG '. '
                DISPLAY 'FILE STATUS: ' WS-FS-NEG
                MOVE 8 TO RETURN-CODE
                GO TO P510-FIM
            END-IF
            MOVE ID-ALUNO-NEG     TO WL-CHAVE
            MOVE SPACES           TO WL-VALOR-ANTIGO
            MOVE SPACES           TO WL-VALOR-NOVO
            STRING 'CPF ' NR-CPF-NEG ' AVISO ' DT-AVISO-NEG
                   DELIMITED BY SIZE
                   INTO WL-VALOR-ANTIGO
            EVALUATE TRUE
                WHEN NEG-CANCELADO
                    MOVE 'NEG-CANCEL' TO WL-OPERACAO
                    STRING 'QUITADO ' DT-QUITACAO-NEG
                           DELIMITED BY SIZE
                           INTO WL-VALOR-NOVO
                WHEN NEG-INCLUIDO
                    MOVE 'NEG-INCLUI' TO WL-OPERACAO
                    STRING 'INCLUIDO ' DT-INCLUSAO-NEG
                           ' VALOR ' VL-DIVIDA-NEG
                           DELIMITED BY SIZE
                           INTO WL-VALOR-NOVO
                WHEN NEG-EXCLUIDO
                    MOVE 'NEG-EXCLUI' TO WL-OPERACAO
                    STRING 'EXCLUIDO ' DT-EXCLUSAO-NEG
                           ' LIMITE ' DT-LIMITE-EXCL-NEG
                           DELIMITED BY SIZE
                           INTO WL-VALOR-NOVO
            END-EVALUATE
            CALL 'AUDITLOG' USING WL-AUDITORIA
            .
       P510-FIM.
      * QUITADO = NENHUMA MENSALIDADE DO ALUNO AINDA ABERTA COM
      * VENCIMENTO DENTRO DO DEBITO COBERTO; DEVOLVE O SALDO EM ABERTO
       P520-CHECA-QUITACAO.
            MOVE ZEROS            TO WS-QT-ABERTO WS-VL-ABERTO
            SET EOF-MEN-OK        TO FALSE
            MOVE ID-ALUNO-NEG     TO ID-ALUNO-MEN
            MOVE ZEROS            TO CP-COMPETENCIA
            START MENSALIDADES KEY IS NOT LESS THAN CHAVE-MENSALIDADE
                INVALID KEY
                    SET EOF-MEN-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-MEN-OK
                READ MENSALIDADES NEXT
                    AT END
                        SET EOF-MEN-OK TO TRUE
                    NOT AT END
                        IF ID-ALUNO-MEN NOT EQUAL ID-ALUNO-NEG
                            SET EOF-MEN-OK TO TRUE
                        ELSE
                            IF MEN-ABERTA AND
                               DT-VENCIMENTO-MEN NOT >
                                   DT-VENC-RECENTE-NEG
                                ADD 1 TO WS-QT-ABERTO
                                ADD VL-MENSALIDADE TO WS-VL-ABERTO
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            IF WS-QT-ABERTO EQUAL ZEROS
                SET DEBITO-QUITADO TO TRUE
            ELSE
                SET DEBITO-QUITADO TO FALSE
            END-IF
            .
       P520-FIM.
       P530-GRAVA-INCLUSAO.
            PERFORM P560-MONTA-DETALHE THRU P560-FIM
            MOVE DT-INCLUSAO-NEG  TO DTN-DT-EVENTO
            WRITE REG-INCLUSAO-OUT FROM WS-REG-DETALHE-NEG
            ADD 1                 TO WS-QTD-INCLUSOES
            ADD VL-DIVIDA-NEG     TO WS-SOMA-INCLUSOES
            .
       P530-FIM.
      * PRAZO DE EXCLUSAO: N DIAS UTEIS APOS A QUITACAO (DIAUTIL)
       P540-PRAZO-EXCLUSAO.
            MOVE DT-QUITACAO-NEG  TO WL-DATA-SAIDA
            PERFORM VARYING WS-IND-DIA FROM 1 BY 1
                    UNTIL WS-IND-DIA > WS-DIAS-EXCLUSAO
                COMPUTE WS-DIAS-CORRIDOS =
                        FUNCTION INTEGER-OF-DATE(WL-DATA-SAIDA) + 1
                COMPUTE WL-DATA-ENTRADA =
                        FUNCTION DATE-OF-INTEGER(WS-DIAS-CORRIDOS)
                CALL 'DIAUTIL' USING WL-PARAMETROS-DIA
            END-PERFORM
            MOVE WL-DATA-SAIDA    TO DT-LIMITE-EXCL-NEG
            .
       P540-FIM.
       P550-GRAVA-EXCLUSAO.
            PERFORM P560-MONTA-DETALHE THRU P560-FIM
            MOVE DT-QUITACAO-NEG  TO DTN-DT-EVENTO
            WRITE REG-EXCLUSAO-OUT FROM WS-REG-DETALHE-NEG
            ADD 1                 TO WS-QTD-EXCLUSOES
            ADD VL-DIVIDA-NEG     TO WS-SOMA-EXCLUSOES
            IF DT-EXCLUSAO-NEG > DT-LIMITE-EXCL-NEG
                DISPLAY 'ATENCAO: EXCLUSAO DO CPF ' NR-CPF-NEG
                        ' FORA DO PRAZO (LIMITE '
                        DT-LIMITE-EXCL-NEG ').'
            END-IF
            .
       P550-FIM.
       P560-MONTA-DETALHE.
            MOVE NR-CPF-NEG       TO DTN-CPF
            MOVE SPACES           TO DTN-NOME
            SET FS-CTT-OK         TO TRUE
            OPEN INPUT CONTATOS
            IF FS-CTT-OK
                MOVE ID-CONTATO-NEG TO ID-CONTATO
                READ CONTATOS
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE NM-CONTATO TO DTN-NOME
                END-READ
            END-IF
            CLOSE CONTATOS
            MOVE ID-ALUNO-NEG     TO DTN-ID-ALUNO
            MOVE DT-AVISO-NEG     TO DTN-DT-AVISO
            MOVE DT-VENC-ANTIGO-NEG TO DTN-DT-VENCIMENTO
            MOVE VL-DIVIDA-NEG    TO DTN-VALOR
            .
       P560-FIM.
      ******************************************************************
      * RELATORIO DE EXCLUSOES PENDENTES - DEBITO QUITADO CUJA
      * EXCLUSAO AINDA NAO FOI ENVIADA AO BUREAU, COM O PRAZO LEGAL
      ******************************************************************
       P600-PENDENTES.
            ACCEPT WS-DATA-HOJE-8 FROM DATE YYYYMMDD
            MOVE ZEROS            TO WS-QTD-PENDENTES WS-QTD-ATRASADAS
            MOVE 'NEGPEND'        TO WL-SPL-RELATORIO
            CALL 'SPOOLREG' USING WL-SPOOL
            IF WL-SPOOL-ABERTO
                MOVE WL-SPL-ARQUIVO TO WS-ARQ-RELATORIO
            ELSE
                MOVE 'C:\COBOL\NEGPEND.TXT' TO WS-ARQ-RELATORIO
            END-IF
            SET FS-NEG-OK         TO TRUE
            SET FS-REL-OK         TO TRUE
            OPEN INPUT  NEGATIVACOES
            OPEN OUTPUT RELATORIO
            IF NOT (FS-NEG-OK AND FS-REL-OK)
                DISPLAY 'ERRO AO ABRIR OS ARQUIVOS DO RELATORIO. '
                DISPLAY 'FILE STATUS NEGATIVACOES: ' WS-FS-NEG
                DISPLAY 'FILE STATUS RELATORIO   : ' WS-FS-REL
                CLOSE NEGATIVACOES
                CLOSE RELATORIO
                GO TO P600-FIM
            END-IF
            MOVE SPACES TO WS-LINHA-REL
            STRING 'EXCLUSOES DE NEGATIVACAO PENDENTES EM '
                   WS-DATA-HOJE-8
                   DELIMITED BY SIZE INTO WS-LINHA-REL
            MOVE WS-LINHA-REL     TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE ALL '-'          TO REG-RELATORIO
            WRITE REG-RELATORIO
            WRITE REG-RELATORIO FROM WS-CAB-PENDENTES
            MOVE ALL '-'          TO REG-RELATORIO
            WRITE REG-RELATORIO

            SET EOF-NEG-OK        TO FALSE
            PERFORM UNTIL EOF-NEG-OK
                READ NEGATIVACOES NEXT
                    AT END
                        SET EOF-NEG-OK TO TRUE
                    NOT AT END
                        IF NEG-EXCL-PENDENTE
                            PERFORM P610-LINHA-PENDENTE THRU P610-FIM
                        END-IF
                END-READ
            END-PERFORM

            MOVE ALL '-'          TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES TO WS-LINHA-REL
            STRING 'PENDENTES: ' WS-QTD-PENDENTES
                   '   COM PRAZO ESTOURADO: ' WS-QTD-ATRASADAS
                   DELIMITED BY SIZE INTO WS-LINHA-REL
            MOVE WS-LINHA-REL     TO REG-RELATORIO
            WRITE REG-RELATORIO
            CLOSE NEGATIVACOES
            CLOSE RELATORIO
            DISPLAY WS-QTD-PENDENTES ' exclusao(oes) pendente(s), '
                    WS-QTD-ATRASADAS ' com prazo estourado.'
            IF WS-QTD-PENDENTES > ZEROS
                DISPLAY 'RODE O PROCESSAMENTO (OPCAO 1) PARA GERAR '
                        'O ARQUIVO DE EXCLUSAO.'
            END-IF
            .
       P600-FIM.
       P610-LINHA-PENDENTE.
            ADD 1                 TO WS-QTD-PENDENTES
            MOVE ID-ALUNO-NEG     TO DPD-ID-ALUNO
            MOVE NR-CPF-NEG       TO DPD-CPF
            MOVE DT-INCLUSAO-NEG  TO DPD-DT-INCLUSAO
            MOVE DT-QUITACAO-NEG  TO DPD-DT-QUITACAO
            MOVE DT-LIMITE-EXCL-NEG TO DPD-DT-LIMITE
            MOVE VL-DIVIDA-NEG    TO DPD-VALOR
            IF WS-DATA-HOJE-8 > DT-LIMITE-EXCL-NEG
                ADD 1             TO WS-QTD-ATRASADAS
                MOVE 'PRAZO ESTOURADO' TO DPD-SITUACAO
            ELSE
                MOVE 'NO PRAZO'   TO DPD-SITUACAO
            END-IF
            WRITE REG-RELATORIO FROM WS-DET-PENDENTE
            .
       P610-FIM.
      ******************************************************************
      * REGISTRO DE NEGATIVACOES - HISTORICO DE AVISOS, INCLUSOES E
      * EXCLUSOES COM AS DATAS (TODOS OU DE UM CPF)
      ******************************************************************
       P700-REGISTRO.
            DISPLAY 'Informe o CPF do responsavel (ENTER = todos): '
            ACCEPT WS-CPF-FILTRO
            MOVE ZEROS            TO WS-QTD-REGISTROS
            MOVE 'NEGREGIS'       TO WL-SPL-RELATORIO
            CALL 'SPOOLREG' USING WL-SPOOL
            IF WL-SPOOL-ABERTO
                MOVE WL-SPL-ARQUIVO TO WS-ARQ-RELATORIO
            ELSE
                MOVE 'C:\COBOL\NEGREGIS.TXT' TO WS-ARQ-RELATORIO
            END-IF
            SET FS-NEG-OK         TO TRUE
            SET FS-REL-OK         TO TRUE
            OPEN INPUT  NEGATIVACOES
            OPEN OUTPUT RELATORIO
            IF NOT (FS-NEG-OK AND FS-REL-OK)
                DISPLAY 'ERRO AO ABRIR OS ARQUIVOS DO RELATORIO. '
                DISPLAY 'FILE STATUS NEGATIVACOES: ' WS-FS-NEG
                DISPLAY 'FILE STATUS RELATORIO   : ' WS-FS-REL
                CLOSE NEGATIVACOES
                CLOSE RELATORIO
                GO TO P700-FIM
            END-IF
            MOVE 'REGISTRO DE NEGATIVACOES (N=AVISADO I=INCLUIDO '
                 TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE 'P=EXCLUSAO PENDENTE E=EXCLUIDO C=CANCELADO)'
                 TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE ALL '-'          TO REG-RELATORIO
            WRITE REG-RELATORIO
            WRITE REG-RELATORIO FROM WS-CAB-REGISTRO
            MOVE ALL '-'          TO REG-RELATORIO
            WRITE REG-RELATORIO

            SET EOF-NEG-OK        TO FALSE
            PERFORM UNTIL EOF-NEG-OK
                READ NEGATIVACOES NEXT
                    AT END
                        SET EOF-NEG-OK TO TRUE
                    NOT AT END
                        IF WS-CPF-FILTRO EQUAL ZEROS OR
                           WS-CPF-FILTRO EQUAL NR-CPF-NEG
                            ADD 1 TO WS-QTD-REGISTROS
                            MOVE ID-ALUNO-NEG    TO DRG-ID-ALUNO
                            MOVE NR-CPF-NEG      TO DRG-CPF
                            MOVE ST-NEGATIVACAO  TO DRG-STATUS
                            MOVE DT-AVISO-NEG    TO DRG-DT-AVISO
                            MOVE DT-INCLUSAO-NEG TO DRG-DT-INCLUSAO
                            MOVE DT-QUITACAO-NEG TO DRG-DT-QUITACAO
                            MOVE DT-EXCLUSAO-NEG TO DRG-DT-EXCLUSAO
                            MOVE VL-DIVIDA-NEG   TO DRG-VALOR
                            WRITE REG-RELATORIO FROM WS-DET-REGISTRO
                        END-IF
                END-READ
            END-PERFORM
            MOVE ALL '-'          TO REG-RELATORIO
            WRITE REG-RELATORIO
            CLOSE NEGATIVACOES
            CLOSE RELATORIO
            DISPLAY WS-QTD-REGISTROS ' negativacao(oes) listada(s).'
            .
       P700-FIM.
       P900-FIM.
            GOBACK.
      * RESOLVE OS CAMINHOS FISICOS PELO CONFIGSYS (PRODUCAO OU
      * TESTE); SEM CONFIGURACAO VALEM OS PADROES ACIMA
       P050-CONFIGURA.
            MOVE 'NEGATIVA' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-NEGATIVA TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-NEGATIVA
            MOVE 'MENSALID' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-MENSALID TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-MENSALID
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
            MOVE 'NEG-INCLUSAO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-NEG-INCLUSAO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-NEG-INCLUSAO
            MOVE 'NEG-EXCLUSAO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-NEG-EXCLUSAO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-NEG-EXCLUSAO
      * REGRAS DA NEGATIVACAO: DIAS DE ATRASO, VALOR MINIMO EM REAIS,
      * DIAS CORRIDOS DO AVISO PREVIO, DIAS UTEIS PARA A EXCLUSAO E
      * CODIGO DO CREDOR NO BUREAU
            MOVE 'NEG-DIAS-ATRASO' TO WL-CFG-CHAVE
            MOVE SPACES TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-CFG-PARAMETRO
            IF WS-CFG-PARAMETRO(1:3) NUMERIC
                MOVE WS-CFG-PARAMETRO(1:3) TO WS-NEG-DIAS-ATRASO
            END-IF
            MOVE 'NEG-VALOR-MINIMO' TO WL-CFG-CHAVE
            MOVE SPACES TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-CFG-PARAMETRO
            IF WS-CFG-PARAMETRO(1:6) NUMERIC
                MOVE WS-CFG-PARAMETRO(1:6) TO WS-NEG-VALOR-MINIMO
            END-IF
            MOVE 'NEG-PRAZO-AVISO' TO WL-CFG-CHAVE
            MOVE SPACES TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-CFG-PARAMETRO
            IF WS-CFG-PARAMETRO(1:2) NUMERIC
                MOVE WS-CFG-PARAMETRO(1:2) TO WS-NEG-PRAZO-AVISO
            END-IF
            MOVE 'NEG-PRAZO-EXCLUSAO' TO WL-CFG-CHAVE
            MOVE SPACES TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-CFG-PARAMETRO
            IF WS-CFG-PARAMETRO(1:2) NUMERIC
                MOVE WS-CFG-PARAMETRO(1:2) TO WS-DIAS-EXCLUSAO
            END-IF
            MOVE 'NEG-CREDOR' TO WL-CFG-CHAVE
            MOVE WS-NEG-CREDOR TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-NEG-CREDOR
            .
       P050-FIM.
       END PROGRAM SISNEGAT.

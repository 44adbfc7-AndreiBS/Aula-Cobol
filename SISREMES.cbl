      * Purpose: GERACAO DO ARQUIVO DE REMESSA BANCARIA (REMESSA.TXT)
      *          - UM DETALHE DE LARGURA FIXA POR MENSALIDADE ABERTA,
      *          COM HEADER DATADO E TRAILER DE TOTAIS DE CONTROLE
      *          (QUANTIDADE, SOMA DE VALORES E HASH DAS REFERENCIAS);
      *          AS PARCELAS DE ACORDO ABERTAS VAO COMO DETALHE TIPO
      *          '2' (REFERENCIA = ACORDO + PARCELA) E CADA DETALHE
      *          LEVA O NOSSO-NUMERO DO BOLETO (NOSSONUM), GRAVADO NO
      *          TITULO NA PRIMEIRA REMESSA OU IMPRESSAO (SISBOLET)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISREMES.
               RECORD  KEY  IS CHAVE-MENSALIDADE
               FILE STATUS IS WS-FS-MEN.

               SELECT PARCELAS-ACO ASSIGN TO WS-ARQ-CFG-ACORPARC
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-PARCELA-ACORDO
               FILE STATUS IS WS-FS-PAR.

               SELECT REMESSA ASSIGN TO WS-ARQ-CFG-REMESSA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REM.
       FILE SECTION.
       FD MENSALIDADES.
          COPY FD_MENSA.
       FD PARCELAS-ACO.
          COPY FD_ACPAR.
       FD REMESSA.
       01 REG-REMESSA                      PIC X(50).

       WORKING-STORAGE SECTION.
       77 WS-FS-MEN                        PIC 99.
          88 FS-MEN-OK                     VALUE 0.
       77 WS-FS-REM                        PIC 99.
          88 FS-REM-OK                     VALUE 0.
       77 WS-FS-PAR                        PIC 99.
          88 FS-PAR-OK                     VALUE 0.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE 'S' FALSE 'N'.
       77 WS-DATA-HOJE-8                   PIC 9(08).
          03 HDR-DATA                      PIC 9(08).
          03 HDR-HORA                      PIC 9(06).
          03 FILLER                        PIC X(07) VALUE 'REMESSA'.
          03 FILLER                        PIC X(28) VALUE SPACES.
      * TIPO '1' = MENSALIDADE, '2' = PARCELA DE ACORDO
       01 WS-REG-DETALHE.
          03 DET-TIPO                      PIC X(01) VALUE '1'.
          03 DET-REFERENCIA.
             05 DET-ID-ALUNO               PIC 9(06).
             05 DET-COMPETENCIA            PIC 9(06).
          03 DET-VALOR                     PIC 9(06)V99.
          03 DET-VENCIMENTO                PIC 9(08).
          03 DET-DV-REFERENCIA             PIC 9(01).
          03 DET-NOSSO-NUMERO              PIC 9(11).
          03 FILLER                        PIC X(09) VALUE SPACES.
       01 WS-REG-DETALHE-R REDEFINES WS-REG-DETALHE.
          03 FILLER                        PIC X(01).
          03 DET-REFERENCIA-N              PIC 9(12).
          03 FILLER                        PIC X(37).
       01 WS-REG-DETALHE-P REDEFINES WS-REG-DETALHE.
          03 FILLER                        PIC X(01).
          03 DET-NR-ACORDO                 PIC 9(06).
          03 DET-FILLER-ACORDO             PIC 9(04).
          03 DET-NR-PARCELA                PIC 9(02).
          03 FILLER                        PIC X(37).
       01 WL-NOSSO-NUMERO.
          03 WL-NN-NUMERO                  PIC 9(11).
          03 WL-NN-OK                      PIC X(01).
             88 WL-NN-GERADO               VALUE 'S'.
             88 WL-NN-FALHOU               VALUE 'N'.
       01 WL-PARAMETROS-DV.
          03 WL-DV-OPERACAO                PIC X(01).
          03 WL-DV-NUMERO                  PIC 9(12).
          03 TRL-QUANTIDADE                PIC 9(06).
          03 TRL-SOMA-VALORES              PIC 9(10)V99.
          03 TRL-HASH                      PIC 9(12).
          03 FILLER                        PIC X(19) VALUE SPACES.

       01 WS-ARQ-CFG-MENSALID              PIC X(60) VALUE
          'C:\COBOL\MENSALID.DAT'.
       01 WS-ARQ-CFG-ACORPARC              PIC X(60) VALUE
          'C:\COBOL\ACORPARC.DAT'.
       01 WS-ARQ-CFG-REMESSA               PIC X(60) VALUE
          'C:\COBOL\REMESSA.TXT'.
          COPY CFG_AREA.
            SET EOF-OK            TO FALSE
            SET FS-MEN-OK         TO TRUE
            SET FS-REM-OK         TO TRUE
            OPEN I-O    MENSALIDADES
            OPEN OUTPUT REMESSA
            IF FS-MEN-OK AND FS-REM-OK
                MOVE WS-DATA-HOJE-8 TO HDR-DATA
                            END-IF
                    END-READ
                END-PERFORM
                PERFORM P320-PARCELAS THRU P320-FIM

                MOVE WS-QTD-DETALHES    TO TRL-QUANTIDADE
                MOVE WS-SOMA-VALORES    TO TRL-SOMA-VALORES
            PERFORM P900-FIM
            .
       P310-DETALHE.
            IF NR-NOSSO-NUM-MEN EQUAL ZEROS
                CALL 'NOSSONUM' USING WL-NOSSO-NUMERO
                IF WL-NN-GERADO
                    MOVE WL-NN-NUMERO TO NR-NOSSO-NUM-MEN
                    REWRITE REG-MENSALIDADE
                END-IF
            END-IF
            MOVE '1'              TO DET-TIPO
            MOVE ID-ALUNO-MEN     TO DET-ID-ALUNO
            MOVE CP-COMPETENCIA   TO DET-COMPETENCIA
            MOVE VL-MENSALIDADE   TO DET-VALOR
            MOVE DET-REFERENCIA-N  TO WL-DV-NUMERO
            CALL 'DIGVERIF' USING WL-PARAMETROS-DV
            MOVE WL-DV-DIGITO      TO DET-DV-REFERENCIA
            MOVE NR-NOSSO-NUM-MEN  TO DET-NOSSO-NUMERO
            WRITE REG-REMESSA FROM WS-REG-DETALHE
            ADD 1                 TO WS-QTD-DETALHES
            ADD VL-MENSALIDADE    TO WS-SOMA-VALORES
            ADD DET-REFERENCIA-N  TO WS-HASH-REFERENCIAS
            .
       P310-FIM.
      * PARCELAS DE ACORDO ABERTAS; SEM ACORPARC.DAT NAO HA PARCELAS
       P320-PARCELAS.
            SET EOF-OK            TO FALSE
            SET FS-PAR-OK         TO TRUE
            OPEN I-O PARCELAS-ACO
            IF NOT FS-PAR-OK
                GO TO P320-FIM
            END-IF
            PERFORM UNTIL EOF-OK
                READ PARCELAS-ACO NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF AP-ABERTA
                            PERFORM P330-DETALHE-PARCELA THRU P330-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PARCELAS-ACO
            .
       P320-FIM.
       P330-DETALHE-PARCELA.
            IF NR-NOSSO-NUM-AP EQUAL ZEROS
                CALL 'NOSSONUM' USING WL-NOSSO-NUMERO
                IF WL-NN-GERADO
                    MOVE WL-NN-NUMERO TO NR-NOSSO-NUM-AP
                    REWRITE REG-PARCELA-ACORDO
                END-IF
            END-IF
            MOVE '2'              TO DET-TIPO
            MOVE NR-ACORDO-AP     TO DET-NR-ACORDO
            MOVE ZEROS            TO DET-FILLER-ACORDO
            MOVE NR-PARCELA-AP    TO DET-NR-PARCELA
            MOVE VL-PARCELA-AP    TO DET-VALOR
            MOVE DT-VENCIMENTO-AP TO DET-VENCIMENTO
            MOVE 'C'               TO WL-DV-OPERACAO
            MOVE DET-REFERENCIA-N  TO WL-DV-NUMERO
            CALL 'DIGVERIF' USING WL-PARAMETROS-DV
            MOVE WL-DV-DIGITO      TO DET-DV-REFERENCIA
            MOVE NR-NOSSO-NUM-AP   TO DET-NOSSO-NUMERO
            WRITE REG-REMESSA FROM WS-REG-DETALHE
            ADD 1                 TO WS-QTD-DETALHES
            ADD VL-PARCELA-AP     TO WS-SOMA-VALORES
            ADD DET-REFERENCIA-N  TO WS-HASH-REFERENCIAS
            .
       P330-FIM.
       P900-FIM.
            GOBACK.
      * RESOLVE OS CAMINHOS FISICOS PELO CONFIGSYS (PRODUCAO OU
            MOVE WS-ARQ-CFG-MENSALID TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-MENSALID
            MOVE 'ACORPARC' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-ACORPARC TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-ACORPARC
            MOVE 'REMESSA' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-REMESSA TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG

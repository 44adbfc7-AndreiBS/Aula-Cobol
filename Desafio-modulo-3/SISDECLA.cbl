      *          SE HOUVER DEBITO ABERTO), COM TIMBRE DA ESCOLA,
      *          NUMERO DE VERIFICACAO SEQUENCIAL REGISTRADO EM
      *          DECLAREG.DAT (NOS MOLDES DO CERTREG.DAT, COM DIGITO
      *          DO DIGVERIF) E REGISTRO NO SPOOL PARA REIMPRESSAO;
      *          CADA DECLARACAO EMITIDA LANCA A TAXA AVULSA 'DECLAR'
      *          NA CONTA DO ALUNO (LANCTAXA) QUANDO O CATALOGO A COBRA;
      *          A QUITACAO TAMBEM E RECUSADA COM LIVRO DA BIBLIOTECA
      *          NAO DEVOLVIDO NEM COBRADO (CHKBIBLI)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISDECLA.
          03 WL-AUL-QT-AULAS               PIC 9(04).
          03 WL-AUL-QT-PERDIDAS            PIC 9(04).
          03 WL-AUL-QT-REPOSICOES          PIC 9(04).
       01 WL-PARAMETROS-BIB.
          03 WL-BIB-ID-ALUNO               PIC 9(06).
          03 WL-BIB-QT-ABERTOS             PIC 9(03).
          03 WL-BIB-QT-ATRASADOS           PIC 9(03).
          03 WL-BIB-FLAG                   PIC X(01).
             88 WL-BIB-BLOQUEADO           VALUE 'B'.
             88 WL-BIB-LIBERADO            VALUE 'L'.
       01 WL-PARAMETROS-DV.
          03 WL-DV-OPERACAO                PIC X(01).
          03 WL-DV-NUMERO                  PIC 9(12).
          03 WL-DV-OK                      PIC X(01).
             88 WL-DV-VALIDO               VALUE 'S'.
             88 WL-DV-INVALIDO             VALUE 'N'.
       01 WL-PARAMETROS-TAXA.
          03 WL-TX-ID-ALUNO                PIC 9(06).
          03 WL-TX-CD-TAXA                 PIC X(06).
          03 WL-TX-ORIGEM                  PIC X(01).
             88 WL-TX-AUTOMATICA           VALUE 'A'.
             88 WL-TX-MANUAL               VALUE 'M'.
          03 WL-TX-VALOR                   PIC 9(06)V99.
          03 WL-TX-DESCRICAO               PIC X(30).
          03 WL-TX-DT-VENCIMENTO           PIC 9(08).
          03 WL-TX-PROGRAMA                PIC X(08) VALUE 'SISDECLA'.
          03 WL-TX-NR-COBRANCA             PIC 9(06).
          03 WL-TX-OK                      PIC X(01).
             88 WL-TX-LANCADA              VALUE 'S'.
             88 WL-TX-RECUSADA             VALUE 'N'.
       01 WS-ARQ-DECLA                     PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\DECLARACAO.TXT'.
       01 WL-SPOOL.
                            '- DECLARACAO DE QUITACAO RECUSADA.'
                    GO TO P310-FIM
                END-IF
                MOVE WS-ID-ALUNO  TO WL-BIB-ID-ALUNO
                CALL 'CHKBIBLI' USING WL-PARAMETROS-BIB
                IF WL-BIB-BLOQUEADO
                    DISPLAY 'O ALUNO TEM ' WL-BIB-QT-ABERTOS
                            ' LIVRO(S) DA BIBLIOTECA NAO DEVOLVIDO(S) '
                            '- DECLARACAO DE QUITACAO RECUSADA.'
                    GO TO P310-FIM
                END-IF
            END-IF

            PERFORM P150-PROX-DECLARACAO THRU P150-FIM
            PERFORM P360-REGISTRA THRU P360-FIM
            DISPLAY 'DECLARACAO ' WS-NR-DECLARACAO ' EMITIDA EM '
                    WS-ARQ-DECLA
            PERFORM P370-COBRA-TAXA THRU P370-FIM
            .
       P310-FIM.
       P320-LE-ALUNO.
            CLOSE DECLARACOES
            .
       P360-FIM.
      * A TAXA DA DECLARACAO VAI PARA A CONTA DO ALUNO E E PAGA NO
      * CAIXA; SEM VALOR NO CATALOGO A DECLARACAO SAI SEM COBRANCA
       P370-COBRA-TAXA.
            MOVE WS-ID-ALUNO      TO WL-TX-ID-ALUNO
            MOVE 'DECLAR'         TO WL-TX-CD-TAXA
            SET WL-TX-AUTOMATICA  TO TRUE
            MOVE ZEROS            TO WL-TX-VALOR WL-TX-DT-VENCIMENTO
            MOVE SPACES           TO WL-TX-DESCRICAO
            STRING 'DECLARACAO ' WS-NR-DECLARACAO
                   DELIMITED BY SIZE INTO WL-TX-DESCRICAO
            CALL 'LANCTAXA' USING WL-PARAMETROS-TAXA
            .
       P370-FIM.
       P150-PROX-DECLARACAO.
            SET FS-CTRL-OK        TO TRUE
            MOVE 'N'              TO WS-CTRL-NOVO

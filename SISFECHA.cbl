      *          SISTEMA; DIFERENCA ACIMA DO LIMITE (CONFIGSYS
      *          'LIMITE-DIFERENCA') EXIGE AVAL DO SUPERVISOR
      *          (AUTHOPR 'C') E TUDO VAI PARA O LIVRO CAIXA POR
      *          SESSAO E PARA A AUDITORIA; NADA E MOVIMENTADO EM
      *          PERIODO CONTABIL FECHADO (CHKPERIO). A SESSAO E DA
      *          UNIDADE (CAMPUS) DO OPERADOR E NUMERADA NA SERIE DELA
      *          (CONTROLE 'CAIXASESnn', INICIO EM nn00001); SEM
      *          PERFIL ADMIN O LIVRO SO SAI PARA A PROPRIA UNIDADE
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISFECHA.
       77 WS-OPERADOR                      PIC X(06) VALUE SPACES.
       77 WS-NR-SESSAO                     PIC 9(06) VALUE ZEROS.
       77 WS-CTRL-NOVO                     PIC X VALUE 'N'.
       77 WS-UNIDADE-NUM                   PIC 9(01).
       77 WS-UNIDADE-SES                   PIC X(02) VALUE SPACES.
          COPY UNI_AREA.
       77 WS-VL-INFORMADO                  PIC 9(06)V99.
       77 WS-VL-CONTADO                    PIC 9(08)V99.
       77 WS-VL-SISTEMA                    PIC 9(08)V99.
          03 WL-AUT                        PIC X(01).
             88 WL-AUTORIZADO              VALUE 'S'.
             88 WL-NEGADO                  VALUE 'N'.
       01 WL-PARAMETROS-PERIODO.
          03 WL-PER-DATA                   PIC 9(08).
          03 WL-PER                        PIC X(01).
             88 WL-PER-ABERTO              VALUE 'A'.
             88 WL-PER-FECHADO             VALUE 'F'.
       01 WL-AUDITORIA.
          03 WL-PROGRAMA                   PIC X(12)
             VALUE 'SISFECHA'.
       MAIN-PROCEDURE.
            PERFORM P050-CONFIGURA THRU P050-FIM
            PERFORM P100-LE-OPERADOR THRU P100-FIM
            CALL 'CHKUNIDA' USING WL-UNIDADE
            IF WS-OPERADOR EQUAL SPACES
                DISPLAY 'NENHUM OPERADOR LOGADO - FECHAMENTO DE '
                        'CAIXA EXIGE LOGIN.'
            .
       P100-FIM.
       P310-ABRE-SESSAO.
            PERFORM P120-CHECA-PERIODO THRU P120-FIM
            IF WL-PER-FECHADO
                GO TO P310-FIM
            END-IF
            PERFORM P110-ACHA-SESSAO-ABERTA THRU P110-FIM
            IF WS-NR-SESSAO NOT EQUAL ZEROS
                DISPLAY 'O OPERADOR JA TEM A SESSAO ' WS-NR-SESSAO
            IF FS-CXS-OK
                MOVE WS-NR-SESSAO  TO NR-SESSAO-CXS
                MOVE WS-OPERADOR   TO CD-OPERADOR-CXS
                MOVE WL-UNI-OPERADOR TO CD-UNIDADE-CXS
                ACCEPT DT-ABERTURA-CXS FROM DATE YYYYMMDD
                ACCEPT HR-ABERTURA-CXS FROM TIME
                MOVE WS-VL-INFORMADO TO VL-FUNDO-CXS
                    INVALID KEY
                        DISPLAY 'ERRO AO ABRIR A SESSAO. '
                    NOT INVALID KEY
                        DISPLAY 'Sessao ' WS-NR-SESSAO ' aberta '
                                'na unidade ' WL-UNI-OPERADOR '.'
                        MOVE 'ABERTURA'   TO WL-OPERACAO
                        MOVE WS-NR-SESSAO TO WL-CHAVE
                        MOVE SPACES       TO WL-VALOR-ANTIGO
            CLOSE SESSOES-CAIXA
            .
       P310-FIM.
      * O CAIXA NAO MOVIMENTA NEM FECHA SESSAO COM A DATA DE HOJE EM
      * PERIODO CONTABIL JA FECHADO
       P120-CHECA-PERIODO.
            ACCEPT WL-PER-DATA FROM DATE YYYYMMDD
            CALL 'CHKPERIO' USING WL-PARAMETROS-PERIODO
            .
       P120-FIM.
       P110-ACHA-SESSAO-ABERTA.
            MOVE ZEROS            TO WS-NR-SESSAO
            SET EOF-OK            TO FALSE
            END-IF
            .
       P110-FIM.
      * CADA UNIDADE TEM A SUA SERIE DE SESSOES; O PRIMEIRO DIGITO
      * DO NUMERO E A UNIDADE, O QUE MANTEM O NUMERO UNICO NA REDE
       P150-PROX-SESSAO.
            MOVE WL-UNI-OPERADOR(2:1) TO WS-UNIDADE-NUM
            SET FS-CTRL-OK        TO TRUE
            MOVE 'N'              TO WS-CTRL-NOVO
            OPEN I-O CONTROLE
                CLOSE CONTROLE
                OPEN I-O CONTROLE
            END-IF
            MOVE 'CAIXASES'       TO CHAVE-CONTROLE
            MOVE WL-UNI-OPERADOR  TO CHAVE-CONTROLE(9:2)
            READ CONTROLE
                INVALID KEY
                    MOVE 'S'          TO WS-CTRL-NOVO
                    COMPUTE ULTIMO-ID = WS-UNIDADE-NUM * 100000 + 1
                NOT INVALID KEY
                    ADD 1             TO ULTIMO-ID
            END-READ
            MOVE 'CAIXASES'       TO CHAVE-CONTROLE
            MOVE WL-UNI-OPERADOR  TO CHAVE-CONTROLE(9:2)
            IF WS-CTRL-NOVO EQUAL 'S'
                WRITE REG-CONTROLE
            ELSE
                DISPLAY 'NENHUMA SESSAO ABERTA DO OPERADOR.'
                GO TO P320-FIM
            END-IF
            PERFORM P120-CHECA-PERIODO THRU P120-FIM
            IF WL-PER-FECHADO
                GO TO P320-FIM
            END-IF
            DISPLAY 'Informe o valor da sangria: '
            ACCEPT WS-VL-INFORMADO
            PERFORM P330-GRAVA-MOV THRU P330-FIM
                DISPLAY 'NENHUMA SESSAO ABERTA DO OPERADOR.'
                GO TO P325-FIM
            END-IF
            PERFORM P120-CHECA-PERIODO THRU P120-FIM
            IF WL-PER-FECHADO
                GO TO P325-FIM
            END-IF
            DISPLAY 'Informe o valor do suprimento: '
            ACCEPT WS-VL-INFORMADO
            PERFORM P330-GRAVA-MOV THRU P330-FIM
                DISPLAY 'NENHUMA SESSAO ABERTA DO OPERADOR.'
                GO TO P400-FIM
            END-IF
            PERFORM P120-CHECA-PERIODO THRU P120-FIM
            IF WL-PER-FECHADO
                GO TO P400-FIM
            END-IF
            DISPLAY 'CONTE A GAVETA E INFORME O VALOR CONTADO '
                    '(DINHEIRO): '
            ACCEPT WS-VL-CONTADO
                                     WS-TOT-SUPRIMENTOS
                                     WS-TOT-ESTORNOS
            MOVE ZEROS            TO WS-VL-SISTEMA
            MOVE SPACES           TO WS-UNIDADE-SES
            SET EOF-OK            TO FALSE
            SET FS-MOV-OK         TO TRUE
            OPEN INPUT MOVIMENTOS
                        CONTINUE
                    NOT INVALID KEY
                        ADD VL-FUNDO-CXS TO WS-VL-SISTEMA
                        MOVE CD-UNIDADE-CXS TO WS-UNIDADE-SES
                END-READ
                CLOSE SESSOES-CAIXA
            END-IF
            DISPLAY 'Informe o numero da sessao: '
            ACCEPT WS-NR-SESSAO
            PERFORM P410-APURA-SESSAO THRU P410-FIM
            IF NOT WL-UNI-TODAS AND
               WS-UNIDADE-SES NOT EQUAL WL-UNI-OPERADOR
                DISPLAY 'SESSAO INEXISTENTE OU DE OUTRA UNIDADE.'
                GO TO P500-FIM
            END-IF
            PERFORM P500-LIVRO-GRAVA  THRU P500G-FIM
            .
       P500-FIM.
       P500-LIVRO-GRAVA.
            DISPLAY '*************************************************'
            DISPLAY 'LIVRO CAIXA DA SESSAO ' WS-NR-SESSAO
                    '  UNIDADE ' WS-UNIDADE-SES
            DISPLAY 'DINHEIRO     : ' WS-TOT-DINHEIRO
            DISPLAY 'PIX          : ' WS-TOT-PIX
            DISPLAY 'CARTAO       : ' WS-TOT-CARTAO
                MOVE SPACES TO WS-LINHA-CXA
                STRING 'LIVRO CAIXA DA SESSAO ' WS-NR-SESSAO
                       ' OPERADOR ' WS-OPERADOR
                       ' UNIDADE ' WS-UNIDADE-SES
                       DELIMITED BY SIZE INTO WS-LINHA-CXA
                MOVE WS-LINHA-CXA TO REG-CAIXA-OUT
                WRITE REG-CAIXA-OUT

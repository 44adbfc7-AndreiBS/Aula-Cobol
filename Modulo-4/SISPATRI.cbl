      *          DO EQUIPAMENTO DE CADA ASSENTO (LINHA X COLUNA),
      *          REGISTRO DE DEFEITO E LISTAGEM DE PENDENCIAS DE
      *          REPARO PARA O TECNICO; O MATRIZBD AVISA AO ATRIBUIR
      *          ASSENTO COM EQUIPAMENTO PARADO. CADA EQUIPAMENTO TEM
      *          CUSTO, CLASSE E VIDA UTIL (DEPRECIADO PELO SISDEPRE)
      *          E O EQUIPAMENTO PARADO SEM CONSERTO E BAIXADO COM A
      *          PERDA DO VALOR CONTABIL (BAIXAPAT)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISPATRI.
       77 WS-DS-PATRIMONIO                 PIC X(20).
       77 WS-DT-AQUISICAO                  PIC 9(08).
       77 WS-QTD-PENDENTES                 PIC 9(02) VALUE ZEROS.
       77 WS-VL-AQUISICAO                  PIC 9(07)V99.
       77 WS-CD-CLASSE                     PIC X(02).
       77 WS-QT-VIDA-UTIL                  PIC 9(03).
       77 WS-VL-CONTABIL                   PIC 9(07)V99.
       77 WS-IND-CL                        PIC 9(02).
       77 WS-CLASSE-OK                     PIC X VALUE 'N'.
          88 CLASSE-OK                     VALUE 'S' FALSE 'N'.
       77 WS-CONFIRM                       PIC X VALUE SPACES.
          COPY TB_CLPAT.
       01 WL-PARAMETROS-BAIXA.
          03 WL-BXA-NR-PATRIMONIO          PIC 9(06).
          03 WL-BXA-PROGRAMA               PIC X(12) VALUE 'SISPATRI'.
          03 WL-BXA-VL-DEPR-ACUM           PIC 9(07)V99.
          03 WL-BXA-VL-PERDA               PIC 9(07)V99.
          03 WL-BXA                        PIC X(01).
             88 WL-BXA-OK                  VALUE 'S'.
             88 WL-BXA-RECUSADA            VALUE 'N'.
       01 WS-ARQ-CFG-M4-PATRIMON           PIC X(60) VALUE
          'C:\COBOL\Modulo-4\PATRIMON.DAT'.
          COPY CFG_AREA.
            DISPLAY '*** 2 - Listar equipamentos                    ***'
            DISPLAY '*** 3 - Registrar defeito/manutencao/conserto  ***'
            DISPLAY '*** 4 - Pendencias de reparo                   ***'
            DISPLAY '*** 5 - Baixar equipamento sem conserto        ***'
            DISPLAY '***          <TECLE F PARA FINALIZAR>          ***'
            DISPLAY '**************************************************'
            ACCEPT WS-OPCAO
                    PERFORM P330-DEFEITO    THRU P330-FIM
                WHEN '4'
                    PERFORM P340-PENDENCIAS THRU P340-FIM
                WHEN '5'
                    PERFORM P350-BAIXA      THRU P350-FIM
                WHEN 'F'
                    CONTINUE
                WHEN 'f'
            ACCEPT WS-DS-PATRIMONIO
            DISPLAY 'Informe a data de aquisicao (AAAAMMDD): '
            ACCEPT WS-DT-AQUISICAO
            DISPLAY 'Informe o custo de aquisicao: '
            ACCEPT WS-VL-AQUISICAO
            PERFORM P315-CLASSE THRU P315-FIM
            IF NOT CLASSE-OK
                DISPLAY 'CLASSE INVALIDA! '
                GO TO P310-FIM
            END-IF

            IF WS-LINHA < 1 OR WS-LINHA > 3 OR
               WS-COLUNA < 1 OR WS-COLUNA > 5
                IF FS-OK
                    MOVE WS-LINHA         TO LINHA-PAT
                    MOVE WS-COLUNA        TO COLUNA-PAT
      * ALTERACAO DO MESMO EQUIPAMENTO PRESERVA A SITUACAO E A
      * DEPRECIACAO JA LANCADA; EQUIPAMENTO NOVO NO ASSENTO (OU NO
      * LUGAR DE UM BAIXADO) COMECA ZERADO
                    READ PATRIMONIO
                        INVALID KEY
                            MOVE ZEROS    TO NR-PATRIMONIO
                    END-READ
                    IF NR-PATRIMONIO NOT EQUAL WS-NR-PATRIMONIO OR
                       PAT-BAIXADO
                        SET PAT-OK        TO TRUE
                        MOVE ZEROS        TO VL-DEPR-ACUM-PAT
                                             CP-ULT-DEPR-PAT
                                             DT-BAIXA-PAT
                                             VL-PERDA-BAIXA-PAT
                    END-IF
                    MOVE WS-LINHA         TO LINHA-PAT
                    MOVE WS-COLUNA        TO COLUNA-PAT
                    MOVE WS-NR-PATRIMONIO TO NR-PATRIMONIO
                    MOVE WS-DS-PATRIMONIO TO DS-PATRIMONIO
                    MOVE WS-DT-AQUISICAO  TO DT-AQUISICAO-PAT
                    MOVE WS-VL-AQUISICAO  TO VL-AQUISICAO-PAT
                    MOVE WS-CD-CLASSE     TO CD-CLASSE-PAT
                    MOVE WS-QT-VIDA-UTIL  TO QT-VIDA-UTIL-PAT
                    WRITE REG-PATRIMONIO
                        INVALID KEY
                            REWRITE REG-PATRIMONIO
            END-IF
            .
       P310-FIM.
      * A VIDA UTIL PADRAO VEM DA CLASSE; ZERO ACEITA O PADRAO
       P315-CLASSE.
            SET CLASSE-OK         TO FALSE
            PERFORM VARYING WS-IND-CL FROM 1 BY 1
                    UNTIL WS-IND-CL > WS-QTD-CLASSES-PAT
                DISPLAY '  ' WS-CLP-CODIGO(WS-IND-CL) ' - '
                        WS-CLP-NOME(WS-IND-CL) ' ('
                        WS-CLP-VIDA-UTIL(WS-IND-CL) ' MESES)'
            END-PERFORM
            DISPLAY 'Informe a classe do imobilizado: '
            ACCEPT WS-CD-CLASSE
            PERFORM VARYING WS-IND-CL FROM 1 BY 1
                    UNTIL WS-IND-CL > WS-QTD-CLASSES-PAT OR CLASSE-OK
                IF WS-CLP-CODIGO(WS-IND-CL) EQUAL WS-CD-CLASSE
                    SET CLASSE-OK TO TRUE
                END-IF
            END-PERFORM
            IF NOT CLASSE-OK
                GO TO P315-FIM
            END-IF
            SUBTRACT 1 FROM WS-IND-CL
            DISPLAY 'Informe a vida util em meses (0 = padrao da '
                    'classe): '
            ACCEPT WS-QT-VIDA-UTIL
            IF WS-QT-VIDA-UTIL EQUAL ZEROS
                MOVE WS-CLP-VIDA-UTIL(WS-IND-CL) TO WS-QT-VIDA-UTIL
            END-IF
            .
       P315-FIM.
       P320-LISTA.
            SET EOF-OK            TO FALSE
            SET FS-OK             TO TRUE
            ELSE
                IF FS-OK
                    DISPLAY 'POS  PATRIMONIO DESCRICAO            '
                            'AQUISICAO SIT CL      CUSTO VL CONTABIL'
                    PERFORM UNTIL EOF-OK
                        READ PATRIMONIO NEXT
                            AT END
                                SET EOF-OK TO TRUE
                            NOT AT END
                                COMPUTE WS-VL-CONTABIL =
                                        VL-AQUISICAO-PAT -
                                        VL-DEPR-ACUM-PAT
                                IF PAT-BAIXADO
                                    MOVE ZEROS TO WS-VL-CONTABIL
                                END-IF
                                DISPLAY LINHA-PAT ':' COLUNA-PAT
                                        '  ' NR-PATRIMONIO
                                        '    ' DS-PATRIMONIO
                                        ' ' DT-AQUISICAO-PAT
                                        '  ' ST-PATRIMONIO
                                        '  ' CD-CLASSE-PAT
                                        ' ' VL-AQUISICAO-PAT
                                        ' ' WS-VL-CONTABIL
                        END-READ
                    END-PERFORM
                ELSE
                        DISPLAY 'EQUIPAMENTO: ' DS-PATRIMONIO
                                ' (SITUACAO ATUAL ' ST-PATRIMONIO
                                ')'
                        IF PAT-BAIXADO
                            DISPLAY 'EQUIPAMENTO BAIXADO - CADASTRE '
                                    'O SUBSTITUTO NA OPCAO 1.'
                            CLOSE PATRIMONIO
                            GO TO P330-FIM
                        END-IF
                        DISPLAY 'Informe a nova situacao (O=Ok, '
                                'D=Defeito, M=Manutencao): '
                        ACCEPT ST-PATRIMONIO
            CLOSE PATRIMONIO
            .
       P340-FIM.
      * EQUIPAMENTO PARADO SEM CONSERTO SAI DO IMOBILIZADO; O VALOR
      * CONTABIL RESTANTE VIRA PERDA NO DIARIO
       P350-BAIXA.
            DISPLAY 'Informe a linha do assento (1 a 3): '
            ACCEPT WS-LINHA
            DISPLAY 'Informe a coluna do assento (1 a 5): '
            ACCEPT WS-COLUNA
            MOVE SPACES           TO WS-CONFIRM
            SET FS-OK             TO TRUE
            OPEN INPUT PATRIMONIO
            IF NOT FS-OK
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE PATRIMONIO. '
                DISPLAY 'FILE STATUS: ' WS-FS
                GO TO P350-FIM
            END-IF
            MOVE WS-LINHA         TO LINHA-PAT
            MOVE WS-COLUNA        TO COLUNA-PAT
            READ PATRIMONIO
                INVALID KEY
                    DISPLAY 'ASSENTO SEM EQUIPAMENTO CADASTRADO! '
                NOT INVALID KEY
                    COMPUTE WS-VL-CONTABIL =
                            VL-AQUISICAO-PAT - VL-DEPR-ACUM-PAT
                    DISPLAY 'EQUIPAMENTO: ' NR-PATRIMONIO ' '
                            DS-PATRIMONIO ' SITUACAO '
                            ST-PATRIMONIO
                    DISPLAY 'VALOR CONTABIL A BAIXAR COMO PERDA: '
                            WS-VL-CONTABIL
                    MOVE NR-PATRIMONIO TO WL-BXA-NR-PATRIMONIO
                    DISPLAY 'TECLE: '
                            '<S> para confirmar ou <QUALQUER '
                            'TECLA> para abortar.'
                    ACCEPT WS-CONFIRM
            END-READ
            CLOSE PATRIMONIO
            IF WS-CONFIRM EQUAL 'S' OR 's'
                CALL 'BAIXAPAT' USING WL-PARAMETROS-BAIXA
            ELSE
                DISPLAY 'Baixa nao realizada.'
            END-IF
            .
       P350-FIM.
      * RESOLVE OS CAMINHOS FISICOS PELO CONFIGSYS (PRODUCAO OU
      * TESTE); SEM CONFIGURACAO VALEM OS PADROES ACIMA
       P050-CONFIGURA.

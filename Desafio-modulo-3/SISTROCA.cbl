      *          AS MENSALIDADES ABERTAS (PRECOS.DAT DA TURMA
      *          DESTINO, MANTENDO BOLSA E DESCONTO DE IRMAO, COM
      *          AJUSTE PRO-RATA NA COMPETENCIA CORRENTE) E DEIXA O
      *          HISTORICO DA TROCA EM TROCAS.DAT E NA AUDITORIA.
      *          TURMA DE OUTRA UNIDADE (CAMPUS) FAZ DA TROCA UMA
      *          TRANSFERENCIA ENTRE UNIDADES: PEDE CONFIRMACAO
      *          PROPRIA, SO O ADMIN TRANSFERE ALUNO DE OUTRA UNIDADE
      *          E AS DUAS UNIDADES FICAM NO HISTORICO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISTROCA.
       77 WS-VL-BLENDADO                   PIC 9(06)V99.
       77 WS-QTD-REPRECIFICADAS            PIC 9(03) VALUE ZEROS.
       77 WS-QTD-CONFLITOS                 PIC 9(02) VALUE ZEROS.
       77 WS-UNIDADE-ORIGEM                PIC X(02).
       77 WS-UNIDADE-DESTINO               PIC X(02).
          COPY UNI_AREA.
          COPY TUN_AREA.
       01 WL-PARAMETROS-TURMA.
          03 WL-CD-TURMA                   PIC X(10).
          03 WL-TUR-OK                     PIC X(01).
          03 WL-VALOR-ANTIGO               PIC X(50).
          03 WL-VALOR-NOVO                 PIC X(50).
          COPY JRN_AREA.
       01 WS-IMAGEM-ANTES-MEN              PIC X(230) VALUE SPACES.
       01 WS-IMAGEM-ANTES-ALU              PIC X(173) VALUE SPACES.

       01 WS-ARQ-CFG-D3-REGISTRO           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\REGISTRO.DAT'.
       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            PERFORM P050-CONFIGURA THRU P050-FIM
            CALL 'CHKUNIDA' USING WL-UNIDADE
            DISPLAY '*** TROCA DE TURMA NO MEIO DO TERMO ***'
            SET EXIT-OK           TO FALSE
            PERFORM P300-TROCA THRU P300-FIM UNTIL EXIT-OK
            MOVE TURMA            TO WS-TURMA-ORIGEM
            DISPLAY 'Aluno: ' NM-ALUNO ' (' WS-TURMA-ORIGEM
                    ' -> ' WS-TURMA-DESTINO ')'
      * A UNIDADE DO ALUNO E A DA TURMA; O OPERADOR SEM PERFIL ADMIN
      * SO MEXE NOS ALUNOS DA PROPRIA UNIDADE
            MOVE WS-TURMA-ORIGEM  TO WL-TUN-TURMA
            CALL 'TURUNIDA' USING WL-TURMA-UNIDADE
            MOVE WL-TUN-UNIDADE   TO WS-UNIDADE-ORIGEM
            MOVE WS-TURMA-DESTINO TO WL-TUN-TURMA
            CALL 'TURUNIDA' USING WL-TURMA-UNIDADE
            MOVE WL-TUN-UNIDADE   TO WS-UNIDADE-DESTINO
            IF NOT WL-UNI-TODAS AND
               WS-UNIDADE-ORIGEM NOT EQUAL WL-UNI-OPERADOR
                DISPLAY 'ALUNO DE OUTRA UNIDADE (' WS-UNIDADE-ORIGEM
                        ') - TROCA NAO REALIZADA.'
                CLOSE ALUNOS
                GO TO P300-SAIDA
            END-IF

            PERFORM P320-AVISA-CONFLITOS THRU P320-FIM
            DISPLAY 'TECLE <S> para confirmar a troca: '
                CLOSE ALUNOS
                GO TO P300-SAIDA
            END-IF
            IF WS-UNIDADE-ORIGEM NOT EQUAL WS-UNIDADE-DESTINO
                DISPLAY 'ATENCAO: TRANSFERENCIA DA UNIDADE '
                        WS-UNIDADE-ORIGEM ' PARA A UNIDADE '
                        WS-UNIDADE-DESTINO '.'
                DISPLAY 'TECLE <S> para confirmar a transferencia: '
                ACCEPT WS-CONFIRM
                IF WS-CONFIRM NOT EQUAL 'S' AND 's'
                    DISPLAY 'Troca nao realizada.'
                    CLOSE ALUNOS
                    GO TO P300-SAIDA
                END-IF
            END-IF

            MOVE REG-ALUNO        TO WS-IMAGEM-ANTES-ALU
            MOVE WS-TURMA-DESTINO TO TURMA
            MOVE WS-TURMA-ORIGEM  TO WL-VALOR-ANTIGO
            MOVE WS-TURMA-DESTINO TO WL-VALOR-NOVO
            CALL 'AUDITLOG' USING WL-AUDITORIA
            IF WS-UNIDADE-ORIGEM NOT EQUAL WS-UNIDADE-DESTINO
                MOVE 'TROCA-UNI'  TO WL-OPERACAO
                MOVE SPACES       TO WL-VALOR-ANTIGO WL-VALOR-NOVO
                STRING 'UNIDADE ' WS-UNIDADE-ORIGEM ' TURMA '
                       WS-TURMA-ORIGEM DELIMITED BY SIZE
                       INTO WL-VALOR-ANTIGO
                STRING 'UNIDADE ' WS-UNIDADE-DESTINO ' TURMA '
                       WS-TURMA-DESTINO DELIMITED BY SIZE
                       INTO WL-VALOR-NOVO
                CALL 'AUDITLOG' USING WL-AUDITORIA
            END-IF
            .
       P300-SAIDA.
            DISPLAY
                MOVE WS-TURMA-ORIGEM  TO TURMA-ORIGEM-TRC
                MOVE WS-TURMA-DESTINO TO TURMA-DESTINO-TRC
                MOVE WS-DT-EFETIVA    TO DT-EFETIVA-TRC
                MOVE WS-UNIDADE-ORIGEM  TO UNIDADE-ORIGEM-TRC
                MOVE WS-UNIDADE-DESTINO TO UNIDADE-DESTINO-TRC
                WRITE REG-TROCA-TURMA
                    INVALID KEY
                        REWRITE REG-TROCA-TURMA

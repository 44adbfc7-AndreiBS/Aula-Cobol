      *          ID + PIN PESSOAL (ALUNOPIN.DAT, DEFINIDO NA
      *          MATRICULA, SEM RELACAO COM OPERADOR.DAT) E CONSULTA
      *          SOMENTE OS PROPRIOS DADOS: BOLETIM (TODOS.DAT),
      *          LANCAMENTOS PARCIAIS (LANCNOTA.DAT) COM PESO E
      *          MEDIA PARCIAL PONDERADA (CALCMEDP), FREQUENCIA NO
      *          TERMO (CHKAULAS + FREQUENCIA.DAT) E MENSALIDADES
      *          ABERTAS COM VENCIMENTO E O CARTAO DE HORARIO DA
      *          SEMANA (SISCHORA) - TUDO SOMENTE-LEITURA,
      *          NENHUM OUTRO ALUNO ALCANCAVEL, SESSAO ENCERRADA
      *          AUTOMATICAMENTE APOS O LIMITE DE INTERACOES E
      *          CONTADOR DE USO PARA A DIRECAO
       77 WS-ID-MATERIA-CONS               PIC 9(03).
       77 WS-QTD-FALTAS                    PIC 9(04) VALUE ZEROS.
       77 WS-PC-FREQUENCIA                 PIC 9(03)V99.
       77 WS-QTD-PARCIAIS                  PIC 9(03) VALUE ZEROS.
       77 WS-MATERIA-ANTERIOR              PIC 9(03) VALUE ZEROS.
       77 WS-SOMA-PONDERADA                PIC 9(06)V99 VALUE ZEROS.
       77 WS-SOMA-PESOS                    PIC 9(04) VALUE ZEROS.
       77 WS-MEDIA-PARCIAL                 PIC 9(02)V99 VALUE ZEROS.
          COPY MED_AREA.
       01 WL-PARAMETROS-AULAS.
          03 WL-AUL-ID-MATERIA             PIC 9(03).
          03 WL-AUL-DT-INICIO              PIC 9(08).
          'C:\COBOL\MENSALID.DAT'.
       01 WS-ARQ-CFG-CALENDARIO            PIC X(60) VALUE
          'C:\COBOL\CALENDARIO.DAT'.
       01 WS-BIN-SISCHORA                  PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\bin\SISCHORA'.
       01 WS-COM-AREA.
          03 WS-MENSAGEM                   PIC X(50).
          COPY CFG_AREA.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY ' 2 - Minhas notas parciais'
            DISPLAY ' 3 - Minha frequencia em uma materia'
            DISPLAY ' 4 - Minhas mensalidades em aberto'
            DISPLAY ' 5 - Meu horario da semana'
            DISPLAY ' F - Sair'
            DISPLAY '--------------------------------------------'
            ACCEPT WS-OPCAO
                    PERFORM P600-FREQUENCIA  THRU P600-FIM
                WHEN '4'
                    PERFORM P700-MENSALIDADES THRU P700-FIM
                WHEN '5'
                    PERFORM P800-HORARIO     THRU P800-FIM
                WHEN 'F'
                    CONTINUE
                WHEN 'f'
            OPEN INPUT LANCAMENTOS
            IF FS-LAN-OK
                DISPLAY 'SUAS NOTAS PARCIAIS:'
                MOVE ZEROS        TO WS-QTD-PARCIAIS
                PERFORM UNTIL EOF-OK
                    READ LANCAMENTOS NEXT
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            IF ID-ALUNO-LAN EQUAL WS-ID-SESSAO
                                PERFORM P510-PARCIAL THRU P510-FIM
                            END-IF
                    END-READ
                END-PERFORM
                IF WS-QTD-PARCIAIS > 0
                    PERFORM P520-MEDIA-PARCIAL THRU P520-FIM
                END-IF
            ELSE
                DISPLAY 'NOTAS PARCIAIS INDISPONIVEIS NO MOMENTO.'
            END-IF
            CLOSE LANCAMENTOS
            .
       P500-FIM.
      * LANCAMENTOS VEM NA ORDEM ALUNO/MATERIA/AVALIACAO: A QUEBRA DE
      * MATERIA MOSTRA A MEDIA PARCIAL PONDERADA DA ANTERIOR
       P510-PARCIAL.
            IF WS-QTD-PARCIAIS > 0 AND
               ID-MATERIA-LAN NOT EQUAL WS-MATERIA-ANTERIOR
                PERFORM P520-MEDIA-PARCIAL THRU P520-FIM
            END-IF
            IF WS-QTD-PARCIAIS EQUAL 0 OR
               ID-MATERIA-LAN NOT EQUAL WS-MATERIA-ANTERIOR
                MOVE ZEROS        TO WS-SOMA-PONDERADA WS-SOMA-PESOS
                MOVE ID-MATERIA-LAN TO WS-MATERIA-ANTERIOR
            END-IF
            ADD 1                 TO WS-QTD-PARCIAIS
            MOVE 'P'              TO WL-MD-OPERACAO
            MOVE ID-MATERIA-LAN   TO WL-MD-ID-MATERIA
            MOVE NR-AVALIACAO-LAN TO WL-MD-NR-AVALIACAO
            CALL 'CALCMEDP' USING WL-PARAMETROS-MEDIA
            IF WL-MD-TP-AVALIACAO NOT EQUAL 'R'
                COMPUTE WS-SOMA-PONDERADA = WS-SOMA-PONDERADA +
                        VL-NOTA-LAN * WL-MD-PS-AVALIACAO
                ADD WL-MD-PS-AVALIACAO TO WS-SOMA-PESOS
            END-IF
            DISPLAY '  MATERIA '
                    ID-MATERIA-LAN
                    ' AVAL ' NR-AVALIACAO-LAN
                    ' NOTA ' VL-NOTA-LAN
                    ' PESO ' WL-MD-PS-AVALIACAO
            .
       P510-FIM.
       P520-MEDIA-PARCIAL.
            MOVE ZEROS            TO WS-MEDIA-PARCIAL
            IF WS-SOMA-PESOS > 0
                COMPUTE WS-MEDIA-PARCIAL =
                        WS-SOMA-PONDERADA / WS-SOMA-PESOS
            END-IF
            DISPLAY '  MEDIA PARCIAL DA MATERIA ' WS-MATERIA-ANTERIOR
                    ': ' WS-MEDIA-PARCIAL
            .
       P520-FIM.
       P600-FREQUENCIA.
            IF WS-DT-INI-TERMO EQUAL ZEROS
                DISPLAY 'SEM TERMO CORRENTE - FREQUENCIA '
            CLOSE MENSALIDADES
            .
       P700-FIM.
      * O CARTAO SO RECEBE O ID DA SESSAO - NENHUM OUTRO ALUNO
      * ALCANCAVEL
       P800-HORARIO.
            MOVE SPACES           TO WS-MENSAGEM
            STRING 'QUIOSQUE' WS-ID-SESSAO
                   DELIMITED BY SIZE INTO WS-MENSAGEM
            CALL WS-BIN-SISCHORA USING WS-COM-AREA
            .
       P800-FIM.
      * RESOLVE OS CAMINHOS FISICOS PELO CONFIGSYS (PRODUCAO OU
      * TESTE); SEM CONFIGURACAO VALEM OS PADROES ACIMA
       P050-CONFIGURA.
            MOVE WS-ARQ-CFG-CALENDARIO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-CALENDARIO
            MOVE 'BIN-SISCHORA' TO WL-CFG-CHAVE
            MOVE WS-BIN-SISCHORA TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-BIN-SISCHORA
            .
       P050-FIM.
       END PROGRAM SISKIOSK.

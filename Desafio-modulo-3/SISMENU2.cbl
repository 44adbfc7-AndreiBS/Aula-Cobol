       WORKING-STORAGE SECTION.
       01 WS-COM-AREA.
          03 WS-MENSAGEM                   PIC X(50).
       77 WS-OPCAO                         PIC X(02).
          COPY PIN_ACESSO.
       77 WS-PIN-DIGITADO                  PIC X(04).
       77 WS-PIN-OK                        PIC X.
          'C:\COBOL\Desafio-modulo-3\bin\SISHORAR'.
       01 WS-BIN-SISPRERQ                  PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\bin\SISPRERQ'.
       01 WS-BIN-SISPLAVA                  PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\bin\SISPLAVA'.
       01 WS-BIN-SISEMENT                  PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\bin\SISEMENT'.
       01 WS-BIN-SISGRADE                  PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\bin\SISGRADE'.
          COPY CFG_AREA.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY '*** 6 - Exportar Materias para CSV             ***'
            DISPLAY '*** 7 - Grade Horaria das Materias             ***'
            DISPLAY '*** 8 - Pre-Requisitos entre Materias          ***'
            DISPLAY '*** 9 - Plano de Avaliacao (Pesos) da Materia  ***'
            DISPLAY '*** 10 - Ementa da Materia (Cobertura)         ***'
            DISPLAY '*** 11 - Gerador Automatico de Grade           ***'
            DISPLAY '***          <TECLE F PARA FINALIZAR>          ***'
            DISPLAY '**************************************************'

                       CALL WS-BIN-SISPRERQ
                               USING WS-COM-AREA
                   END-IF
               WHEN '9'
                   PERFORM P310-VALIDA-PIN THRU P310-FIM
                   IF PIN-VALIDO
                       CALL WS-BIN-SISPLAVA
                               USING WS-COM-AREA
                   END-IF
               WHEN '10'
                   PERFORM P310-VALIDA-PIN THRU P310-FIM
                   IF PIN-VALIDO
                       CALL WS-BIN-SISEMENT
                               USING WS-COM-AREA
                   END-IF
               WHEN '11'
                   PERFORM P310-VALIDA-PIN THRU P310-FIM
                   IF PIN-VALIDO
                       CALL WS-BIN-SISGRADE
                               USING WS-COM-AREA
                   END-IF
               WHEN 'F'
                   DISPLAY 'Obrigado, volte sempre!'
               WHEN 'f'
            MOVE WS-BIN-SISPRERQ TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-BIN-SISPRERQ
            MOVE 'BIN-SISPLAVA' TO WL-CFG-CHAVE
            MOVE WS-BIN-SISPLAVA TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-BIN-SISPLAVA
            MOVE 'BIN-SISEMENT' TO WL-CFG-CHAVE
            MOVE WS-BIN-SISEMENT TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-BIN-SISEMENT
            MOVE 'BIN-SISGRADE' TO WL-CFG-CHAVE
            MOVE WS-BIN-SISGRADE TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-BIN-SISGRADE
            .
       P050-FIM.
       END PROGRAM SISMENU2.

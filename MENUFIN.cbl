          'C:\COBOL\bin\SISRETOR'.
       01 WS-BIN-SISBOLSA                  PIC X(60) VALUE
          'C:\COBOL\bin\SISBOLSA'.
       01 WS-BIN-SISBOLET                  PIC X(60) VALUE
          'C:\COBOL\bin\SISBOLET'.
       01 WS-BIN-SISNEGAT                  PIC X(60) VALUE
          'C:\COBOL\bin\SISNEGAT'.
       01 WS-BIN-SISIRPF                   PIC X(60) VALUE
          'C:\COBOL\bin\SISIRPF'.
       01 WS-BIN-SISRENTA                  PIC X(60) VALUE
          'C:\COBOL\bin\SISRENTA'.
       01 WS-BIN-SISCONAR                  PIC X(60) VALUE
          'C:\COBOL\bin\SISCONAR'.
       01 WS-BIN-SISFLUXO                  PIC X(60) VALUE
          'C:\COBOL\bin\SISFLUXO'.
       01 WS-BIN-SISDEPRE                  PIC X(60) VALUE
          'C:\COBOL\bin\SISDEPRE'.
       01 WS-BIN-SISPERIO                  PIC X(60) VALUE
          'C:\COBOL\bin\SISPERIO'.
       01 WS-BIN-SISTAXAS                  PIC X(60) VALUE
          'C:\COBOL\bin\SISTAXAS'.
       01 WS-BIN-SISANUID                  PIC X(60) VALUE
          'C:\COBOL\bin\SISANUID'.
       01 WS-BIN-SISORCAM                  PIC X(60) VALUE
          'C:\COBOL\bin\SISORCAM'.
       01 WS-BIN-SISPREPG                  PIC X(60) VALUE
          'C:\COBOL\bin\SISPREPG'.
          COPY CFG_AREA.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY '*** 6 - Gerar Remessa Bancaria                 ***'
            DISPLAY '*** 7 - Processar Retorno Bancario             ***'
            DISPLAY '*** 8 - Bolsas de Merito                       ***'
            DISPLAY '*** 9 - Imprimir Boletos (Aluno / Turma)       ***'
            DISPLAY '*** 10 - Negativacao (SPC/Serasa)              ***'
            DISPLAY '*** 11 - Demonstrativo Anual para o IRPF       ***'
            DISPLAY '*** 12 - Rentabilidade por Turma e Materia     ***'
            DISPLAY '*** 13 - Conciliacao do Contas a Receber       ***'
            DISPLAY '*** 14 - Projecao do Fluxo de Caixa (90 dias)  ***'
            DISPLAY '*** 15 - Depreciacao do Imobilizado            ***'
            DISPLAY '*** 16 - Periodos Contabeis (Fechamento)       ***'
            DISPLAY '*** 17 - Taxas Avulsas (Catalogo/Cobranca)     ***'
            DISPLAY '*** 18 - Anuidade Antecipada                   ***'
            DISPLAY '*** 19 - Orcamento de Matricula                ***'
            DISPLAY '*** 20 - Carteira Pre-paga                     ***'
            DISPLAY '***          <TECLE F PARA FINALIZAR>          ***'
            DISPLAY '**************************************************'

                   IF PIN-VALIDO
                       CALL WS-BIN-SISBOLSA USING WS-COM-AREA
                   END-IF
               WHEN '9'
                   CALL WS-BIN-SISBOLET USING WS-COM-AREA
               WHEN '10'
                   PERFORM P310-VALIDA-PIN THRU P310-FIM
                   IF PIN-VALIDO
                       CALL WS-BIN-SISNEGAT USING WS-COM-AREA
                   END-IF
               WHEN '11'
                   CALL WS-BIN-SISIRPF USING WS-COM-AREA
               WHEN '12'
                   CALL WS-BIN-SISRENTA USING WS-COM-AREA
               WHEN '13'
                   PERFORM P310-VALIDA-PIN THRU P310-FIM
                   IF PIN-VALIDO
                       CALL WS-BIN-SISCONAR USING WS-COM-AREA
                   END-IF
               WHEN '14'
                   CALL WS-BIN-SISFLUXO USING WS-COM-AREA
               WHEN '15'
                   PERFORM P310-VALIDA-PIN THRU P310-FIM
                   IF PIN-VALIDO
                       CALL WS-BIN-SISDEPRE USING WS-COM-AREA
                   END-IF
               WHEN '16'
                   PERFORM P310-VALIDA-PIN THRU P310-FIM
                   IF PIN-VALIDO
                       CALL WS-BIN-SISPERIO USING WS-COM-AREA
                   END-IF
               WHEN '17'
                   PERFORM P310-VALIDA-PIN THRU P310-FIM
                   IF PIN-VALIDO
                       CALL WS-BIN-SISTAXAS USING WS-COM-AREA
                   END-IF
               WHEN '18'
                   PERFORM P310-VALIDA-PIN THRU P310-FIM
                   IF PIN-VALIDO
                       CALL WS-BIN-SISANUID USING WS-COM-AREA
                   END-IF
               WHEN '19'
                   CALL WS-BIN-SISORCAM USING WS-COM-AREA
               WHEN '20'
                   CALL WS-BIN-SISPREPG USING WS-COM-AREA
               WHEN 'F'
                   DISPLAY 'Obrigado, volte sempre!'
               WHEN 'f'
            MOVE WS-BIN-SISBOLSA TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-BIN-SISBOLSA
            MOVE 'BIN-SISBOLET' TO WL-CFG-CHAVE
            MOVE WS-BIN-SISBOLET TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-BIN-SISBOLET
            MOVE 'BIN-SISNEGAT' TO WL-CFG-CHAVE
            MOVE WS-BIN-SISNEGAT TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-BIN-SISNEGAT
            MOVE 'BIN-SISIRPF' TO WL-CFG-CHAVE
            MOVE WS-BIN-SISIRPF TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-BIN-SISIRPF
            MOVE 'BIN-SISRENTA' TO WL-CFG-CHAVE
            MOVE WS-BIN-SISRENTA TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-BIN-SISRENTA
            MOVE 'BIN-SISCONAR' TO WL-CFG-CHAVE
            MOVE WS-BIN-SISCONAR TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-BIN-SISCONAR
            MOVE 'BIN-SISFLUXO' TO WL-CFG-CHAVE
            MOVE WS-BIN-SISFLUXO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-BIN-SISFLUXO
            MOVE 'BIN-SISDEPRE' TO WL-CFG-CHAVE
            MOVE WS-BIN-SISDEPRE TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-BIN-SISDEPRE
            MOVE 'BIN-SISPERIO' TO WL-CFG-CHAVE
            MOVE WS-BIN-SISPERIO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-BIN-SISPERIO
            MOVE 'BIN-SISTAXAS' TO WL-CFG-CHAVE
            MOVE WS-BIN-SISTAXAS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-BIN-SISTAXAS
            MOVE 'BIN-SISANUID' TO WL-CFG-CHAVE
            MOVE WS-BIN-SISANUID TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-BIN-SISANUID
            MOVE 'BIN-SISORCAM' TO WL-CFG-CHAVE
            MOVE WS-BIN-SISORCAM TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-BIN-SISORCAM
            MOVE 'BIN-SISPREPG' TO WL-CFG-CHAVE
            MOVE WS-BIN-SISPREPG TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-BIN-SISPREPG
            .
       P050-FIM.
       END PROGRAM MENUFIN.

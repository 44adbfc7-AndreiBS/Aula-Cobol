          'C:\COBOL\Desafio-modulo-3\bin\SISEVADE'.
       01 WS-BIN-SISTENDE                  PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\bin\SISTENDE'.
       01 WS-BIN-SISCONSE                  PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\bin\SISCONSE'.
       01 WS-BIN-SISGUIAT                  PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\bin\SISGUIAT'.
       01 WS-BIN-SISESTAG                  PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\bin\SISESTAG'.
       01 WS-BIN-SISATCOM                  PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\bin\SISATCOM'.
       01 WS-BIN-SISOCORR                  PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\bin\SISOCORR'.
       01 WS-BIN-SISIDALU                  PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\bin\SISIDALU'.
       01 WS-BIN-SISPRESE                  PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\bin\SISPRESE'.
       01 WS-BIN-SISCATRA                  PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\bin\SISCATRA'.
       01 WS-BIN-SISPRAZO                  PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\bin\SISPRAZO'.
       01 WS-BIN-SISCHORA                  PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\bin\SISCHORA'.
       01 WS-BIN-SISPROJD                  PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\bin\SISPROJD'.
       01 WS-BIN-SISSITAC                  PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\bin\SISSITAC'.
       01 WS-BIN-SISPERMA                  PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\bin\SISPERMA'.
       01 WS-BIN-SISMONIT                  PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\bin\SISMONIT'.
       01 WS-BIN-SISPLANT                  PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\bin\SISPLANT'.
          COPY CFG_AREA.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY '*** 21 - Saida de Alunos (Tranc/Cancel)        ***'
            DISPLAY '*** 22 - Rematricula do Proximo Termo          ***'
            DISPLAY '*** 23 - Segunda Chamada (Falta em Prova)      ***'
            DISPLAY '*** 24 - Conselho de Classe (Fechamento)       ***'
            DISPLAY '*** 25 - Guia de Transferencia (Saida)         ***'
            DISPLAY '*** 26 - Estagio Supervisionado                ***'
            DISPLAY '*** 27 - Atividades Complementares             ***'
            DISPLAY '*** 28 - Ocorrencias Disciplinares             ***'
            DISPLAY '*** 29 - Identificacao Civil / Idade-Serie     ***'
            DISPLAY '*** 30 - Bolsa Familia (Sistema Presenca)      ***'
            DISPLAY '*** 31 - Catraca da Portaria                   ***'
            DISPLAY '*** 32 - Prazos de Lancamento de Notas         ***'
            DISPLAY '*** 33 - Cartoes de Horario                    ***'
            DISPLAY '*** 34 - Projecao de Demanda                   ***'
            DISPLAY '*** 35 - Situacao Academica (Jubilamento)      ***'
            DISPLAY '*** 36 - Permanencia (Casos de Retencao)       ***'
            DISPLAY '*** 37 - Monitoria (Monitores e Sessoes)       ***'
            DISPLAY '*** 38 - Plantao Pedagogico (Reuniao de Pais)  ***'
            DISPLAY '***          <TECLE F PARA FINALIZAR>          ***'
            DISPLAY '**************************************************'

               WHEN '23'
                   CALL WS-BIN-SISSEGCH
                           USING WS-COM-AREA
               WHEN '24'
                   PERFORM P310-VALIDA-PIN THRU P310-FIM
                   IF PIN-VALIDO
                       CALL WS-BIN-SISCONSE
                               USING WS-COM-AREA
                   END-IF
               WHEN '25'
                   PERFORM P310-VALIDA-PIN THRU P310-FIM
                   IF PIN-VALIDO
                       CALL WS-BIN-SISGUIAT
                               USING WS-COM-AREA
                   END-IF
               WHEN '26'
                   PERFORM P310-VALIDA-PIN THRU P310-FIM
                   IF PIN-VALIDO
                       CALL WS-BIN-SISESTAG
                               USING WS-COM-AREA
                   END-IF
               WHEN '27'
                   PERFORM P310-VALIDA-PIN THRU P310-FIM
                   IF PIN-VALIDO
                       CALL WS-BIN-SISATCOM
                               USING WS-COM-AREA
                   END-IF
               WHEN '28'
                   PERFORM P310-VALIDA-PIN THRU P310-FIM
                   IF PIN-VALIDO
                       CALL WS-BIN-SISOCORR
                               USING WS-COM-AREA
                   END-IF
               WHEN '29'
                   PERFORM P310-VALIDA-PIN THRU P310-FIM
                   IF PIN-VALIDO
                       CALL WS-BIN-SISIDALU
                               USING WS-COM-AREA
                   END-IF
               WHEN '30'
                   PERFORM P310-VALIDA-PIN THRU P310-FIM
                   IF PIN-VALIDO
                       CALL WS-BIN-SISPRESE
                               USING WS-COM-AREA
                   END-IF
               WHEN '31'
                   PERFORM P310-VALIDA-PIN THRU P310-FIM
                   IF PIN-VALIDO
                       CALL WS-BIN-SISCATRA
                               USING WS-COM-AREA
                   END-IF
               WHEN '32'
                   PERFORM P310-VALIDA-PIN THRU P310-FIM
                   IF PIN-VALIDO
                       CALL WS-BIN-SISPRAZO
                               USING WS-COM-AREA
                   END-IF
               WHEN '33'
                   CALL WS-BIN-SISCHORA
                           USING WS-COM-AREA
               WHEN '34'
                   CALL WS-BIN-SISPROJD
                           USING WS-COM-AREA
               WHEN '35'
                   CALL WS-BIN-SISSITAC
                           USING WS-COM-AREA
               WHEN '36'
                   CALL WS-BIN-SISPERMA
                           USING WS-COM-AREA
               WHEN '37'
                   CALL WS-BIN-SISMONIT
                           USING WS-COM-AREA
               WHEN '38'
                   CALL WS-BIN-SISPLANT
                           USING WS-COM-AREA
               WHEN 'F'
                   DISPLAY 'Obrigado, volte sempre!'
               WHEN 'f'
      * RESOLVE OS CAMINHOS FISICOS PELO CONFIGSYS (PRODUCAO OU
      * TESTE); SEM CONFIGURACAO VALEM OS PADROES ACIMA
       P050-CONFIGURA.
            MOVE 'BIN-SISCONSE' TO WL-CFG-CHAVE
            MOVE WS-BIN-SISCONSE TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-BIN-SISCONSE
            MOVE 'BIN-SISGUIAT' TO WL-CFG-CHAVE
            MOVE WS-BIN-SISGUIAT TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-BIN-SISGUIAT
            MOVE 'BIN-SISESTAG' TO WL-CFG-CHAVE
            MOVE WS-BIN-SISESTAG TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-BIN-SISESTAG
            MOVE 'BIN-SISATCOM' TO WL-CFG-CHAVE
            MOVE WS-BIN-SISATCOM TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-BIN-SISATCOM
            MOVE 'BIN-SISOCORR' TO WL-CFG-CHAVE
            MOVE WS-BIN-SISOCORR TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-BIN-SISOCORR
            MOVE 'BIN-SISIDALU' TO WL-CFG-CHAVE
            MOVE WS-BIN-SISIDALU TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-BIN-SISIDALU
            MOVE 'BIN-SISPRESE' TO WL-CFG-CHAVE
            MOVE WS-BIN-SISPRESE TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-BIN-SISPRESE
            MOVE 'BIN-SISCATRA' TO WL-CFG-CHAVE
            MOVE WS-BIN-SISCATRA TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-BIN-SISCATRA
            MOVE 'BIN-SISPRAZO' TO WL-CFG-CHAVE
            MOVE WS-BIN-SISPRAZO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-BIN-SISPRAZO
            MOVE 'BIN-SISCHORA' TO WL-CFG-CHAVE
            MOVE WS-BIN-SISCHORA TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-BIN-SISCHORA
            MOVE 'BIN-SISPROJD' TO WL-CFG-CHAVE
            MOVE WS-BIN-SISPROJD TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-BIN-SISPROJD
            MOVE 'BIN-SISSITAC' TO WL-CFG-CHAVE
            MOVE WS-BIN-SISSITAC TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-BIN-SISSITAC
            MOVE 'BIN-SISPERMA' TO WL-CFG-CHAVE
            MOVE WS-BIN-SISPERMA TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-BIN-SISPERMA
            MOVE 'BIN-SISMONIT' TO WL-CFG-CHAVE
            MOVE WS-BIN-SISMONIT TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-BIN-SISMONIT
            MOVE 'BIN-SISPLANT' TO WL-CFG-CHAVE
            MOVE WS-BIN-SISPLANT TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-BIN-SISPLANT
            MOVE 'BIN-SISSEGCH' TO WL-CFG-CHAVE
            MOVE WS-BIN-SISSEGCH TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG

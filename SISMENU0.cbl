          'C:\COBOL\bin\SISAUDAT'.
       01 WS-BIN-SPOOLMNU                  PIC X(60) VALUE
          'C:\COBOL\bin\SPOOLMNU'.
       01 WS-BIN-SISFOLHA                  PIC X(60) VALUE
          'C:\COBOL\bin\SISFOLHA'.
       01 WS-BIN-SISAUSEN                  PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\bin\SISAUSEN'.
       01 WS-BIN-SISPROSP                  PIC X(60) VALUE
          'C:\COBOL\bin\SISPROSP'.
       01 WS-BIN-SISSELET                  PIC X(60) VALUE
          'C:\COBOL\bin\SISSELET'.
       01 WS-BIN-SISFILAC                  PIC X(60) VALUE
          'C:\COBOL\bin\SISFILAC'.
       01 WS-BIN-SISDUPLI                  PIC X(60) VALUE
          'C:\COBOL\bin\SISDUPLI'.
       01 WS-BIN-SISTITUL                  PIC X(60) VALUE
          'C:\COBOL\bin\SISTITUL'.
       01 WS-BIN-SISCONSN                  PIC X(60) VALUE
          'C:\COBOL\bin\SISCONSN'.
       01 WS-BIN-SISEXCEP                  PIC X(60) VALUE
          'C:\COBOL\bin\SISEXCEP'.
       01 WS-BIN-SISCONFG                  PIC X(60) VALUE
          'C:\COBOL\bin\SISCONFG'.
       01 WS-BIN-SISBIEXT                  PIC X(60) VALUE
          'C:\COBOL\bin\SISBIEXT'.
       01 WS-BIN-SISAUTEN                  PIC X(60) VALUE
          'C:\COBOL\bin\SISAUTEN'.
       01 WS-BIN-SISBIBLI                  PIC X(60) VALUE
          'C:\COBOL\bin\SISBIBLI'.
          COPY CFG_AREA.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY '*** 12 - Listagem de Alterados Desde           ***'
            DISPLAY '*** 13 - Cadastro de Operadores                ***'
            DISPLAY '*** 14 - Mala Direta (Cartas e Etiquetas)      ***'
            DISPLAY '*** 15 - Interface da Folha dos Professores    ***'
            DISPLAY '*** 16 - Ausencias e Substituicoes de Prof.    ***'
            DISPLAY '*** 17 - Interessados e Funil de Matricula     ***'
            DISPLAY '*** 18 - Processo Seletivo (Vestibulinho)      ***'
            DISPLAY '*** 19 - Fila de Aprovacoes (Coordenacao)      ***'
            DISPLAY '*** 20 - Duplicidade e Mescla de Alunos        ***'
            DISPLAY '*** 21 - Relatorio do Titular (LGPD)           ***'
            DISPLAY '*** 22 - Consentimentos (LGPD)                 ***'
            DISPLAY '*** 23 - Excecoes de Auditoria                 ***'
            DISPLAY '*** 24 - Configuracao do Sistema               ***'
            DISPLAY '*** 25 - Extracao para BI da Direcao           ***'
            DISPLAY '*** 26 - Autenticidade de Documentos           ***'
            DISPLAY '*** 27 - Biblioteca                            ***'
            DISPLAY '***          <TECLE F PARA FINALIZAR>          ***'
            DISPLAY '**************************************************'

                   END-IF
               WHEN '14'
                   CALL WS-BIN-SISMALA USING WS-COM-AREA
               WHEN '15'
                   PERFORM P310-VALIDA-PIN THRU P310-FIM
                   IF PIN-VALIDO
                       CALL WS-BIN-SISFOLHA USING WS-COM-AREA
                   END-IF
               WHEN '16'
                   PERFORM P310-VALIDA-PIN THRU P310-FIM
                   IF PIN-VALIDO
                       CALL WS-BIN-SISAUSEN USING WS-COM-AREA
                   END-IF
               WHEN '17'
                   PERFORM P310-VALIDA-PIN THRU P310-FIM
                   IF PIN-VALIDO
                       CALL WS-BIN-SISPROSP USING WS-COM-AREA
                   END-IF
               WHEN '18'
                   PERFORM P310-VALIDA-PIN THRU P310-FIM
                   IF PIN-VALIDO
                       CALL WS-BIN-SISSELET USING WS-COM-AREA
                   END-IF
               WHEN '19'
                   PERFORM P310-VALIDA-PIN THRU P310-FIM
                   IF PIN-VALIDO
                       CALL WS-BIN-SISFILAC USING WS-COM-AREA
                   END-IF
               WHEN '20'
                   PERFORM P310-VALIDA-PIN THRU P310-FIM
                   IF PIN-VALIDO
                       CALL WS-BIN-SISDUPLI USING WS-COM-AREA
                   END-IF
               WHEN '21'
                   PERFORM P310-VALIDA-PIN THRU P310-FIM
                   IF PIN-VALIDO
                       CALL WS-BIN-SISTITUL
                               USING WS-COM-AREA
                   END-IF
               WHEN '22'
                   PERFORM P310-VALIDA-PIN THRU P310-FIM
                   IF PIN-VALIDO
                       CALL WS-BIN-SISCONSN
                               USING WS-COM-AREA
                   END-IF
               WHEN '23'
                   PERFORM P310-VALIDA-PIN THRU P310-FIM
                   IF PIN-VALIDO
                       CALL WS-BIN-SISEXCEP
                               USING WS-COM-AREA
                   END-IF
               WHEN '24'
                   MOVE 'K' TO WL-FUNCAO
                   CALL 'AUTHOPR' USING WL-AUTORIZACAO
                   IF WL-AUTORIZADO
                       CALL WS-BIN-SISCONFG USING WS-COM-AREA
                   END-IF
               WHEN '25'
                   PERFORM P310-VALIDA-PIN THRU P310-FIM
                   IF PIN-VALIDO
                       CALL WS-BIN-SISBIEXT
                               USING WS-COM-AREA
                   END-IF
               WHEN '26'
                   CALL WS-BIN-SISAUTEN USING WS-COM-AREA
               WHEN '27'
                   CALL WS-BIN-SISBIBLI
                           USING WS-COM-AREA
               WHEN 'F'
                   DISPLAY 'Obrigado, volte sempre!'
               WHEN 'f'
            MOVE WS-BIN-SPOOLMNU TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-BIN-SPOOLMNU
            MOVE 'BIN-SISFOLHA' TO WL-CFG-CHAVE
            MOVE WS-BIN-SISFOLHA TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-BIN-SISFOLHA
            MOVE 'BIN-SISAUSEN' TO WL-CFG-CHAVE
            MOVE WS-BIN-SISAUSEN TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-BIN-SISAUSEN
            MOVE 'BIN-SISPROSP' TO WL-CFG-CHAVE
            MOVE WS-BIN-SISPROSP TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-BIN-SISPROSP
            MOVE 'BIN-SISSELET' TO WL-CFG-CHAVE
            MOVE WS-BIN-SISSELET TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-BIN-SISSELET
            MOVE 'BIN-SISFILAC' TO WL-CFG-CHAVE
            MOVE WS-BIN-SISFILAC TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-BIN-SISFILAC
            MOVE 'BIN-SISDUPLI' TO WL-CFG-CHAVE
            MOVE WS-BIN-SISDUPLI TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-BIN-SISDUPLI
            MOVE 'BIN-SISTITUL' TO WL-CFG-CHAVE
            MOVE WS-BIN-SISTITUL TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-BIN-SISTITUL
            MOVE 'BIN-SISCONSN' TO WL-CFG-CHAVE
            MOVE WS-BIN-SISCONSN TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-BIN-SISCONSN
            MOVE 'BIN-SISEXCEP' TO WL-CFG-CHAVE
            MOVE WS-BIN-SISEXCEP TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-BIN-SISEXCEP
            MOVE 'BIN-SISCONFG' TO WL-CFG-CHAVE
            MOVE WS-BIN-SISCONFG TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-BIN-SISCONFG
            MOVE 'BIN-SISBIEXT' TO WL-CFG-CHAVE
            MOVE WS-BIN-SISBIEXT TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-BIN-SISBIEXT
            MOVE 'BIN-SISAUTEN' TO WL-CFG-CHAVE
            MOVE WS-BIN-SISAUTEN TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-BIN-SISAUTEN
            MOVE 'BIN-SISBIBLI' TO WL-CFG-CHAVE
            MOVE WS-BIN-SISBIBLI TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-BIN-SISBIBLI
            .
       P050-FIM.
       END PROGRAM SISMENU0.

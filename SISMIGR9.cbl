      ******************************************************************
      * Author: ANDREI BATISTA
      * Date: 15/10/2026
      * Purpose: MIGRACAO UNICA DO CADASTRO DE CURSOS - CURSOS 29->39
      *          (CARGA DE ESTAGIO, CARGA DE ATIVIDADES COMPLEMENTARES
      *          E PRAZO MAXIMO DE TERMOS). RELE NO LEIAUTE ANTIGO E
      *          REGRAVA EM CURSOS_NOVO.DAT COM OS CAMPOS NOVOS
      *          ZERADOS (CURSO SEM ESTAGIO, SEM EXIGENCIA DE
      *          COMPLEMENTARES E NO PRAZO PADRAO DO CONFIGSYS); AS
      *          CARGAS SAO COMPLETADAS DEPOIS NO SISCURSO. DEPOIS DE
      *          CONFERIR A CONTAGEM, O OPERADOR SUBSTITUI O ARQUIVO -
      *          MESMO RITO DO SISMIGR7/SISMIGR8.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISMIGR9.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
               SELECT CURSOS-VELHO ASSIGN TO WS-ARQ-CFG-D3-CURSOS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS SEQUENTIAL
               RECORD  KEY  IS VEL-ID-CURSO
               FILE STATUS IS WS-FS-VEL.

               SELECT CURSOS-NOVO ASSIGN TO WS-ARQ-CFG-D3-CURSOS-NOVO
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS ID-CURSO
               FILE STATUS IS WS-FS-NOV.

       DATA DIVISION.
       FILE SECTION.
      * LEIAUTE ANTIGO DO CURSO (29 BYTES, SEM AS CARGAS E O PRAZO)
       FD CURSOS-VELHO.
       01 REG-CURSO-VELHO.
          03 VEL-ID-CURSO                  PIC 9(03).
          03 VEL-RESTO-CURSO               PIC X(26).
       FD CURSOS-NOVO.
          COPY FD_CURSO.

       WORKING-STORAGE SECTION.
       77 WS-FS-VEL                        PIC 99.
          88 FS-VEL-OK                     VALUE 0.
       77 WS-FS-NOV                        PIC 99.
          88 FS-NOV-OK                     VALUE 0.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE 'S' FALSE 'N'.
       77 WS-CONT-REG                      PIC 9(06).
       77 WS-CONFIRM                       PIC X VALUE SPACES.

       01 WS-ARQ-CFG-D3-CURSOS             PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\CURSOS.DAT'.
       01 WS-ARQ-CFG-D3-CURSOS-NOVO        PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\CURSOS_NOVO.DAT'.
          COPY CFG_AREA.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM P050-CONFIGURA THRU P050-FIM
            DISPLAY '*** MIGRACAO UNICA DO CADASTRO DE CURSOS ***'
            DISPLAY 'RODE COM O SISTEMA FORA DO AR E COM O BACKUP '
                    'DA NOITE CONFERIDO.'
            DISPLAY 'SERA GERADO CURSOS_NOVO.DAT.'
            DISPLAY 'TECLE <S> para migrar: '
            ACCEPT WS-CONFIRM
            IF WS-CONFIRM NOT EQUAL 'S' AND 's'
                DISPLAY 'MIGRACAO CANCELADA.'
                GOBACK
            END-IF

            PERFORM P310-MIGRA-CURSOS THRU P310-FIM

            DISPLAY '*** MIGRACAO CONCLUIDA - CONFIRA A CONTAGEM '
                    'E SUBSTITUA O ARQUIVO ***'
            GOBACK
            .
       P310-MIGRA-CURSOS.
            MOVE ZEROS            TO WS-CONT-REG
            SET EOF-OK            TO FALSE
            SET FS-VEL-OK         TO TRUE
            SET FS-NOV-OK         TO TRUE
            OPEN INPUT  CURSOS-VELHO
            OPEN OUTPUT CURSOS-NOVO
            IF FS-VEL-OK AND FS-NOV-OK
                PERFORM UNTIL EOF-OK
                    READ CURSOS-VELHO
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
      * OS 29 BYTES ANTIGOS SAO O INICIO DO LEIAUTE NOVO
                            MOVE REG-CURSO-VELHO TO REG-CURSO
      * CAMPOS NOVOS: A SECRETARIA INFORMA AS CARGAS NO SISCURSO
                            MOVE ZEROS  TO CH-ESTAGIO-CUR
                                           CH-COMPLEMENTAR-CUR
                                           QT-TERMOS-MAX-CUR
                            WRITE REG-CURSO
                            ADD 1 TO WS-CONT-REG
                    END-READ
                END-PERFORM
                DISPLAY 'CURSOS: ' WS-CONT-REG ' migrado(s).'
            ELSE
                DISPLAY 'CURSOS.DAT NAO MIGRADO (INDISPONIVEL). '
            END-IF
            CLOSE CURSOS-VELHO CURSOS-NOVO
            .
       P310-FIM.
      * RESOLVE OS CAMINHOS FISICOS PELO CONFIGSYS (PRODUCAO OU
      * TESTE); SEM CONFIGURACAO VALEM OS PADROES ACIMA
       P050-CONFIGURA.
            MOVE 'D3-CURSOS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-CURSOS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-CURSOS
            MOVE 'D3-CURSOS-NOVO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-CURSOS-NOVO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-CURSOS-NOVO
            .
       P050-FIM.
       END PROGRAM SISMIGR9.

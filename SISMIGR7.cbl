      ******************************************************************
      * Author: ANDREI BATISTA
      * Date: 15/10/2026
      * Purpose: MIGRACAO UNICA DA IDENTIFICACAO CIVIL DO ALUNO -
      *          REGISTRO 140->173 (CPF, RG E DATA DE NASCIMENTO) E
      *          TURMAS 42->44 (ANO ESCOLAR PARA A DISTORCAO
      *          IDADE-SERIE). RELE NO LEIAUTE ANTIGO E REGRAVA EM
      *          *_NOVO.DAT COM OS CAMPOS NOVOS ZERADOS/EM BRANCO; OS
      *          DOCUMENTOS SAO COMPLETADOS DEPOIS NO SISIDALU (OPCAO
      *          1) E O ANO ESCOLAR NO SISTURMA. DEPOIS DE CONFERIR AS
      *          CONTAGENS, O OPERADOR SUBSTITUI OS ARQUIVOS - MESMO
      *          RITO DO SISMIGRA/SISMIGR2/SISMIGR3.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISMIGR7.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
               SELECT ALUNOS-VELHO ASSIGN TO WS-ARQ-CFG-D3-REGISTRO
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS SEQUENTIAL
               RECORD  KEY  IS VEL-ID-ALUNO
               ALTERNATE RECORD KEY IS VEL-NM-ALUNO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-VEL.

               SELECT ALUNOS-NOVO ASSIGN TO
                WS-ARQ-CFG-D3-REGISTRO-NOVO
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS ID-ALUNO
               ALTERNATE RECORD KEY IS NM-ALUNO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-NOV.

               SELECT TURMAS-VELHO ASSIGN TO WS-ARQ-CFG-TURMAS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS SEQUENTIAL
               RECORD  KEY  IS VEL-CD-TURMA
               FILE STATUS IS WS-FS-VEL.

               SELECT TURMAS-NOVO ASSIGN TO WS-ARQ-CFG-TURMAS-NOVO
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS CD-TURMA
               FILE STATUS IS WS-FS-NOV.

       DATA DIVISION.
       FILE SECTION.
      * LEIAUTE ANTIGO DO ALUNO (140 BYTES, SEM CPF, RG E NASCIMENTO)
       FD ALUNOS-VELHO.
       01 REG-ALUNO-VELHO.
          03 VEL-ID-ALUNO                  PIC 9(06).
          03 VEL-NM-ALUNO                  PIC X(20).
          03 VEL-RESTO-ALUNO               PIC X(114).
       FD ALUNOS-NOVO.
          COPY FD_REGIS.
      * LEIAUTE ANTIGO DA TURMA (42 BYTES, SEM ANO ESCOLAR)
       FD TURMAS-VELHO.
       01 REG-TURMA-VELHO.
          03 VEL-CD-TURMA                  PIC X(10).
          03 VEL-RESTO-TURMA               PIC X(32).
       FD TURMAS-NOVO.
          COPY FD_TURMA.

       WORKING-STORAGE SECTION.
       77 WS-FS-VEL                        PIC 99.
          88 FS-VEL-OK                     VALUE 0.
       77 WS-FS-NOV                        PIC 99.
          88 FS-NOV-OK                     VALUE 0.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE 'S' FALSE 'N'.
       77 WS-CONT-REG                      PIC 9(06).
       77 WS-CONFIRM                       PIC X VALUE SPACES.

       01 WS-ARQ-CFG-D3-REGISTRO           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\REGISTRO.DAT'.
       01 WS-ARQ-CFG-D3-REGISTRO-NOVO      PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\REGISTRO_NOVO.DAT'.
       01 WS-ARQ-CFG-TURMAS                PIC X(60) VALUE
          'C:\COBOL\TURMAS.DAT'.
       01 WS-ARQ-CFG-TURMAS-NOVO           PIC X(60) VALUE
          'C:\COBOL\TURMAS_NOVO.DAT'.
          COPY CFG_AREA.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM P050-CONFIGURA THRU P050-FIM
            DISPLAY '*** MIGRACAO UNICA DA IDENTIFICACAO DO ALUNO ***'
            DISPLAY 'RODE COM O SISTEMA FORA DO AR E COM O BACKUP '
                    'DA NOITE CONFERIDO.'
            DISPLAY 'SERAO GERADOS REGISTRO_NOVO.DAT E '
                    'TURMAS_NOVO.DAT.'
            DISPLAY 'TECLE <S> para migrar: '
            ACCEPT WS-CONFIRM
            IF WS-CONFIRM NOT EQUAL 'S' AND 's'
                DISPLAY 'MIGRACAO CANCELADA.'
                GOBACK
            END-IF

            PERFORM P310-MIGRA-REGISTRO THRU P310-FIM
            PERFORM P320-MIGRA-TURMAS   THRU P320-FIM

            DISPLAY '*** MIGRACAO CONCLUIDA - CONFIRA AS CONTAGENS '
                    'E SUBSTITUA OS ARQUIVOS ***'
            GOBACK
            .
       P310-MIGRA-REGISTRO.
            MOVE ZEROS            TO WS-CONT-REG
            SET EOF-OK            TO FALSE
            SET FS-VEL-OK         TO TRUE
            SET FS-NOV-OK         TO TRUE
            OPEN INPUT  ALUNOS-VELHO
            OPEN OUTPUT ALUNOS-NOVO
            IF FS-VEL-OK AND FS-NOV-OK
                PERFORM UNTIL EOF-OK
                    READ ALUNOS-VELHO
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
      * OS 140 BYTES ANTIGOS SAO O INICIO DO LEIAUTE NOVO
                            MOVE REG-ALUNO-VELHO TO REG-ALUNO
      * CAMPOS NOVOS: NENHUM DOCUMENTO FOI CAPTURADO ATE AQUI
                            MOVE ZEROS  TO NR-CPF-ALUNO
                                           DT-NASCIMENTO-ALUNO
                            MOVE SPACES TO NR-RG-ALUNO
                            WRITE REG-ALUNO
                            ADD 1 TO WS-CONT-REG
                    END-READ
                END-PERFORM
                DISPLAY 'REGISTRO: ' WS-CONT-REG ' migrado(s).'
            ELSE
                DISPLAY 'REGISTRO.DAT NAO MIGRADO (INDISPONIVEL). '
            END-IF
            CLOSE ALUNOS-VELHO ALUNOS-NOVO
            .
       P310-FIM.
       P320-MIGRA-TURMAS.
            MOVE ZEROS            TO WS-CONT-REG
            SET EOF-OK            TO FALSE
            SET FS-VEL-OK         TO TRUE
            SET FS-NOV-OK         TO TRUE
            OPEN INPUT  TURMAS-VELHO
            OPEN OUTPUT TURMAS-NOVO
            IF FS-VEL-OK AND FS-NOV-OK
                PERFORM UNTIL EOF-OK
                    READ TURMAS-VELHO
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            MOVE REG-TURMA-VELHO TO REG-TURMA
      * CAMPO NOVO: A SECRETARIA INFORMA O ANO ESCOLAR NO SISTURMA
                            MOVE ZEROS  TO ANO-ESCOLAR-TUR
                            WRITE REG-TURMA
                            ADD 1 TO WS-CONT-REG
                    END-READ
                END-PERFORM
                DISPLAY 'TURMAS: ' WS-CONT-REG ' migrada(s).'
            ELSE
                DISPLAY 'TURMAS.DAT NAO MIGRADO (INDISPONIVEL). '
            END-IF
            CLOSE TURMAS-VELHO TURMAS-NOVO
            .
       P320-FIM.
      * RESOLVE OS CAMINHOS FISICOS PELO CONFIGSYS (PRODUCAO OU
      * TESTE); SEM CONFIGURACAO VALEM OS PADROES ACIMA
       P050-CONFIGURA.
            MOVE 'D3-REGISTRO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-REGISTRO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-REGISTRO
            MOVE 'D3-REGISTRO-NOVO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-REGISTRO-NOVO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-REGISTRO-NOVO
            MOVE 'TURMAS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-TURMAS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-TURMAS
            MOVE 'TURMAS-NOVO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-TURMAS-NOVO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-TURMAS-NOVO
            .
       P050-FIM.
       END PROGRAM SISMIGR7.

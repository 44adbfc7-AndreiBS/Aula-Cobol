      ******************************************************************
      * Author: ANDREI BATISTA
      * Date: 15/10/2026
      * Purpose: VERIFICAR SE UM CPF JA PERTENCE A OUTRO ALUNO - LE
      *          REGISTRO.DAT INTEIRO (O CPF NAO E CHAVE DO ARQUIVO) E
      *          DEVOLVE O PRIMEIRO ID DIFERENTE DO ALUNO EM EDICAO QUE
      *          TENHA O MESMO CPF. COMPARTILHADO ENTRE SISCADAS,
      *          SISALTER E SISIDALU; CPF ZERO (NAO INFORMADO) NUNCA
      *          CONFLITA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKCPFAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUNOS ASSIGN TO WS-ARQ-CFG-D3-REGISTRO
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS SEQUENTIAL
           RECORD  KEY  IS ID-ALUNO
           ALTERNATE RECORD KEY IS NM-ALUNO
               WITH DUPLICATES
           FILE STATUS IS WS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD ALUNOS.
          COPY FD_REGIS.

       WORKING-STORAGE SECTION.
       77 WS-FS                            PIC 99.
          88 FS-OK                         VALUE 0.
       77 WS-EOF                           PIC X VALUE 'N'.
          88 EOF-OK                        VALUE 'S' FALSE 'N'.

       01 WS-ARQ-CFG-D3-REGISTRO           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\REGISTRO.DAT'.
          COPY CFG_AREA.
       LINKAGE SECTION.
       01 LK-PARAMETROS-CPFAL.
          03 LK-CPF                        PIC 9(11).
          03 LK-ID-ALUNO                   PIC 9(06).
          03 LK-ID-CONFLITO                PIC 9(06).
          03 LK-SITUACAO                   PIC X(01).
             88 CPF-LIVRE                  VALUE 'L'.
             88 CPF-DUPLICADO              VALUE 'D'.

       PROCEDURE DIVISION USING LK-PARAMETROS-CPFAL.
       MAIN-PROCEDURE.
            PERFORM P050-CONFIGURA THRU P050-FIM
            SET CPF-LIVRE         TO TRUE
            MOVE ZEROS            TO LK-ID-CONFLITO
            IF LK-CPF EQUAL ZEROS
                GOBACK
            END-IF
            SET FS-OK             TO TRUE
            OPEN INPUT ALUNOS
            IF NOT FS-OK
                CLOSE ALUNOS
                GOBACK
            END-IF
            SET EOF-OK            TO FALSE
            PERFORM UNTIL EOF-OK OR CPF-DUPLICADO
                READ ALUNOS NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF NR-CPF-ALUNO EQUAL LK-CPF AND
                           ID-ALUNO NOT EQUAL LK-ID-ALUNO
                            MOVE ID-ALUNO TO LK-ID-CONFLITO
                            SET CPF-DUPLICADO TO TRUE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ALUNOS
            GOBACK
            .
      * RESOLVE OS CAMINHOS FISICOS PELO CONFIGSYS (PRODUCAO OU
      * TESTE); SEM CONFIGURACAO VALEM OS PADROES ACIMA
       P050-CONFIGURA.
            MOVE 'D3-REGISTRO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-REGISTRO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-REGISTRO
            .
       P050-FIM.
       END PROGRAM CHKCPFAL.

      ******************************************************************
      * Author: ANDREI BATISTA
      * Date: 15/10/2026
      * Purpose: CHECAR PENDENCIA DO ALUNO NA BIBLIOTECA - CONTA OS
      *          EMPRESTIMOS EM ABERTO ('A') EM BIBEMPRE.DAT E, ENTRE
      *          ELES, OS ATRASADOS; QUALQUER LIVRO NAO DEVOLVIDO
      *          BLOQUEIA (O EMPRESTIMO SO SAI DA CONTA DEVOLVIDO OU
      *          COBRADO COMO PERDIDO NO SISBIBLI); COMPARTILHADO
      *          ENTRE SISDECLA (QUITACAO) E SISEVADE (CANCELAMENTO)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKBIBLI.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
               SELECT EMPRESTIMOS-BIB ASSIGN TO WS-ARQ-CFG-BIBEMPRE
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS NR-EMPRESTIMO-BIB
               ALTERNATE RECORD KEY IS CHAVE-LEITOR-EMB
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-EMB.

       DATA DIVISION.
       FILE SECTION.
       FD EMPRESTIMOS-BIB.
          COPY FD_BBEMP.

       WORKING-STORAGE SECTION.
       77 WS-FS-EMB                        PIC 99.
          88 FS-EMB-OK                     VALUE 0.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE 'S' FALSE 'N'.
       77 WS-DATA-HOJE-8                   PIC 9(08).

       01 WS-ARQ-CFG-BIBEMPRE              PIC X(60) VALUE
          'C:\COBOL\BIBEMPRE.DAT'.
          COPY CFG_AREA.
       LINKAGE SECTION.
       01 LK-PARAMETROS-BIBLIO.
          03 LK-BIB-ID-ALUNO               PIC 9(06).
          03 LK-BIB-QT-ABERTOS             PIC 9(03).
          03 LK-BIB-QT-ATRASADOS           PIC 9(03).
          03 LK-BIB                        PIC X(01).
             88 LK-BIB-BLOQUEADO           VALUE 'B'.
             88 LK-BIB-LIBERADO            VALUE 'L'.

       PROCEDURE DIVISION USING LK-PARAMETROS-BIBLIO.
       MAIN-PROCEDURE.
            PERFORM P050-CONFIGURA THRU P050-FIM
            SET LK-BIB-LIBERADO   TO TRUE
            MOVE ZEROS            TO LK-BIB-QT-ABERTOS
                                     LK-BIB-QT-ATRASADOS
            ACCEPT WS-DATA-HOJE-8 FROM DATE YYYYMMDD

            SET EOF-OK            TO FALSE
            SET FS-EMB-OK         TO TRUE
            OPEN INPUT EMPRESTIMOS-BIB
            IF FS-EMB-OK
                MOVE 'A'              TO TP-LEITOR-EMB
                MOVE LK-BIB-ID-ALUNO  TO ID-LEITOR-EMB
                START EMPRESTIMOS-BIB KEY IS EQUAL CHAVE-LEITOR-EMB
                    INVALID KEY
                        SET EOF-OK TO TRUE
                END-START
                PERFORM UNTIL EOF-OK
                    READ EMPRESTIMOS-BIB NEXT
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            IF NOT EMB-LEITOR-ALUNO OR
                               ID-LEITOR-EMB NOT EQUAL
                               LK-BIB-ID-ALUNO
                                SET EOF-OK TO TRUE
                            ELSE
                                IF EMB-ABERTO
                                    ADD 1 TO LK-BIB-QT-ABERTOS
                                    IF DT-PREVISTA-EMB <
                                       WS-DATA-HOJE-8
                                        ADD 1 TO LK-BIB-QT-ATRASADOS
                                    END-IF
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE EMPRESTIMOS-BIB
            END-IF

            IF LK-BIB-QT-ABERTOS > ZEROS
                SET LK-BIB-BLOQUEADO TO TRUE
            END-IF
            GOBACK
            .
      * RESOLVE OS CAMINHOS FISICOS PELO CONFIGSYS (PRODUCAO OU
      * TESTE); SEM CONFIGURACAO VALEM OS PADROES ACIMA
       P050-CONFIGURA.
            MOVE 'BIBEMPRE' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-BIBEMPRE TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-BIBEMPRE
            .
       P050-FIM.
       END PROGRAM CHKBIBLI.

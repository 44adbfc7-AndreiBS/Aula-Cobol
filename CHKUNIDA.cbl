      ******************************************************************
      * Author: ANDREI BATISTA
      * Date: 15/10/2026
      * Purpose: UNIDADE (CAMPUS) DO OPERADOR LOGADO - LE A SESSAO
      *          (SESSAO.DAT, GRAVADA PELO LOGINOPR COM A UNIDADE DO
      *          OPERADOR) E DEVOLVE A UNIDADE DELE, A UNIDADE DESTA
      *          INSTALACAO (CONFIGSYS 'UNIDADE', PADRAO 01) E SE ELE
      *          VE TODAS AS UNIDADES (PERFIL ADMIN) OU SO A PROPRIA.
      *          SEM SESSAO OU SEM UNIDADE NO OPERADOR VALE A UNIDADE
      *          DA INSTALACAO. COMPARTILHADO ENTRE SISTURMA/SISSALA/
      *          SISPRECO/SISFECHA/SISCAIXA/SISTROCA E OS RELATORIOS
      *          POR UNIDADE
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKUNIDA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SESSAO ASSIGN TO WS-ARQ-CFG-SESSAO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-SES.

       DATA DIVISION.
       FILE SECTION.
       FD SESSAO.
       01 REG-SESSAO.
          03 SES-CD-OPERADOR               PIC X(06).
          03 SES-NM-OPERADOR               PIC X(20).
          03 SES-PERFIL                    PIC X(01).
          03 SES-ID-PROFESSOR              PIC 9(03).
          03 SES-CD-UNIDADE                PIC X(02).

       WORKING-STORAGE SECTION.
       77 WS-FS-SES                        PIC 99.
          88 FS-SES-OK                     VALUE 0.
       77 WS-CFG-UNIDADE                   PIC X(60) VALUE '01'.

       01 WS-ARQ-CFG-SESSAO                PIC X(60) VALUE
          'C:\COBOL\SESSAO.DAT'.
          COPY CFG_AREA.
       LINKAGE SECTION.
       01 LK-UNIDADE.
          03 LK-UNI-OPERADOR               PIC X(02).
          03 LK-UNI-INSTALACAO             PIC X(02).
          03 LK-UNI-ACESSO                 PIC X(01).
             88 LK-UNI-TODAS               VALUE 'T'.
             88 LK-UNI-PROPRIA             VALUE 'P'.

       PROCEDURE DIVISION USING LK-UNIDADE.
       MAIN-PROCEDURE.
            PERFORM P050-CONFIGURA THRU P050-FIM
            MOVE '01'             TO LK-UNI-INSTALACAO
            IF WS-CFG-UNIDADE(1:1) EQUAL '0' AND
               WS-CFG-UNIDADE(2:1) NUMERIC AND
               WS-CFG-UNIDADE(2:1) NOT EQUAL '0'
                MOVE WS-CFG-UNIDADE(1:2) TO LK-UNI-INSTALACAO
            END-IF
            MOVE LK-UNI-INSTALACAO TO LK-UNI-OPERADOR
            SET LK-UNI-PROPRIA    TO TRUE

            SET FS-SES-OK         TO TRUE
            OPEN INPUT SESSAO
            IF FS-SES-OK
                MOVE SPACES       TO REG-SESSAO
                READ SESSAO
                    AT END
                        CONTINUE
                    NOT AT END
                        IF SES-PERFIL EQUAL 'A'
                            SET LK-UNI-TODAS TO TRUE
                        END-IF
                        IF SES-CD-UNIDADE(1:1) EQUAL '0' AND
                           SES-CD-UNIDADE(2:1) NUMERIC AND
                           SES-CD-UNIDADE(2:1) NOT EQUAL '0'
                            MOVE SES-CD-UNIDADE TO LK-UNI-OPERADOR
                        END-IF
                END-READ
            END-IF
            CLOSE SESSAO
            GOBACK
            .
      * RESOLVE OS CAMINHOS FISICOS PELO CONFIGSYS (PRODUCAO OU
      * TESTE); SEM CONFIGURACAO VALEM OS PADROES ACIMA
       P050-CONFIGURA.
            MOVE 'SESSAO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-SESSAO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-SESSAO
      * UNIDADE (CAMPUS) ONDE ESTA INSTALACAO RODA
            MOVE 'UNIDADE' TO WL-CFG-CHAVE
            MOVE WS-CFG-UNIDADE TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-CFG-UNIDADE
            .
       P050-FIM.
       END PROGRAM CHKUNIDA.

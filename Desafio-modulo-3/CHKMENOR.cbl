      ******************************************************************
      * Author: ANDREI BATISTA
      * Date: 15/10/2026
      * Purpose: REGRA DO MENOR DE IDADE NA MATRICULA - CALCULA A IDADE
      *          DO ALUNO NA DATA DE HOJE PELA DATA DE NASCIMENTO DE
      *          REGISTRO.DAT E, SE FOR MENOR DE 18 ANOS, EXIGE UM
      *          VINCULO DE PAI, MAE OU RESPONSAVEL LEGAL EM
      *          RESPONSA.DAT (CONTATO DE EMERGENCIA NAO RESPONDE PELO
      *          ALUNO). COMPARTILHADO ENTRE SISCOMPT, SISCESTA,
      *          SISALOCA, SISREMAT E FILAESPE
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKMENOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUNOS ASSIGN TO WS-ARQ-CFG-D3-REGISTRO
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD  KEY  IS ID-ALUNO
           ALTERNATE RECORD KEY IS NM-ALUNO
               WITH DUPLICATES
           FILE STATUS IS WS-FS.

           SELECT RESPONSAVEIS ASSIGN TO WS-ARQ-CFG-RESPONSA
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS SEQUENTIAL
           RECORD  KEY  IS CHAVE-RESPONSAVEL
           FILE STATUS IS WS-FS-RSP.

       DATA DIVISION.
       FILE SECTION.
       FD ALUNOS.
          COPY FD_REGIS.
       FD RESPONSAVEIS.
          COPY FD_RESPO.

       WORKING-STORAGE SECTION.
       77 WS-FS                            PIC 99.
          88 FS-OK                         VALUE 0.
       77 WS-FS-RSP                        PIC 99.
          88 FS-RSP-OK                     VALUE 0.
       77 WS-EOF                           PIC X VALUE 'N'.
          88 EOF-OK                        VALUE 'S' FALSE 'N'.
       77 WS-TEM-RESPONSAVEL               PIC X VALUE 'N'.
          88 TEM-RESPONSAVEL               VALUE 'S' FALSE 'N'.
       77 WS-MAIORIDADE                    PIC 9(03) VALUE 18.

       01 WS-DATA-HOJE-8                   PIC 9(08).
       01 FILLER REDEFINES WS-DATA-HOJE-8.
          03 WS-AA-HOJE                    PIC 9(04).
          03 WS-MMDD-HOJE                  PIC 9(04).
       01 WS-MMDD-NASCIMENTO               PIC 9(04).

       01 WS-ARQ-CFG-D3-REGISTRO           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\REGISTRO.DAT'.
       01 WS-ARQ-CFG-RESPONSA              PIC X(60) VALUE
          'C:\COBOL\RESPONSA.DAT'.
          COPY CFG_AREA.
       LINKAGE SECTION.
       01 LK-PARAMETROS-MENOR.
          03 LK-ID-ALUNO                   PIC 9(06).
          03 LK-IDADE                      PIC 9(03).
          03 LK-SITUACAO                   PIC X(01).
             88 MATRICULA-LIBERADA         VALUE 'L'.
             88 MENOR-SEM-RESPONSAVEL      VALUE 'B'.
             88 SEM-NASCIMENTO             VALUE 'D'.

       PROCEDURE DIVISION USING LK-PARAMETROS-MENOR.
       MAIN-PROCEDURE.
            PERFORM P050-CONFIGURA THRU P050-FIM
            MOVE ZEROS            TO LK-IDADE
            SET SEM-NASCIMENTO    TO TRUE
            PERFORM P100-CALCULA-IDADE THRU P100-FIM
            IF SEM-NASCIMENTO
                GOBACK
            END-IF
            SET MATRICULA-LIBERADA TO TRUE
            IF LK-IDADE < WS-MAIORIDADE
                PERFORM P200-PROCURA-RESPONSAVEL THRU P200-FIM
                IF NOT TEM-RESPONSAVEL
                    SET MENOR-SEM-RESPONSAVEL TO TRUE
                END-IF
            END-IF
            GOBACK
            .
      * IDADE EM ANOS COMPLETOS NA DATA DE HOJE; ALUNO NAO ACHADO OU
      * SEM NASCIMENTO (CADASTRO ANTERIOR AO CAMPO) FICA EM 'D'
       P100-CALCULA-IDADE.
            SET FS-OK             TO TRUE
            OPEN INPUT ALUNOS
            IF NOT FS-OK
                CLOSE ALUNOS
                GO TO P100-FIM
            END-IF
            MOVE LK-ID-ALUNO      TO ID-ALUNO
            READ ALUNOS
                INVALID KEY
                    MOVE ZEROS    TO DT-NASCIMENTO-ALUNO
            END-READ
            CLOSE ALUNOS
            IF DT-NASCIMENTO-ALUNO NOT NUMERIC OR
               DT-NASCIMENTO-ALUNO EQUAL ZEROS
                GO TO P100-FIM
            END-IF
            ACCEPT WS-DATA-HOJE-8 FROM DATE YYYYMMDD
            IF AA-NASCIMENTO-ALUNO > WS-AA-HOJE
                GO TO P100-FIM
            END-IF
            COMPUTE LK-IDADE = WS-AA-HOJE - AA-NASCIMENTO-ALUNO
            COMPUTE WS-MMDD-NASCIMENTO = MM-NASCIMENTO-ALUNO * 100
                                       + DD-NASCIMENTO-ALUNO
            IF WS-MMDD-HOJE < WS-MMDD-NASCIMENTO AND LK-IDADE > 0
                SUBTRACT 1 FROM LK-IDADE
            END-IF
            SET MATRICULA-LIBERADA TO TRUE
            .
       P100-FIM.
      * RESPONSA.DAT E CHAVEADO POR CONTATO + ALUNO: A BUSCA PELO ALUNO
      * PERCORRE O ARQUIVO TODO, COMO NO SISFICHA
       P200-PROCURA-RESPONSAVEL.
            SET TEM-RESPONSAVEL   TO FALSE
            SET EOF-OK            TO FALSE
            SET FS-RSP-OK         TO TRUE
            OPEN INPUT RESPONSAVEIS
            IF NOT FS-RSP-OK
                CLOSE RESPONSAVEIS
                GO TO P200-FIM
            END-IF
            PERFORM UNTIL EOF-OK OR TEM-RESPONSAVEL
                READ RESPONSAVEIS NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF ID-ALUNO-RSP EQUAL LK-ID-ALUNO AND
                           (VINCULO-PAI OR VINCULO-MAE
                            OR VINCULO-RESPONSAVEL)
                            SET TEM-RESPONSAVEL TO TRUE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE RESPONSAVEIS
            .
       P200-FIM.
      * RESOLVE OS CAMINHOS FISICOS PELO CONFIGSYS (PRODUCAO OU
      * TESTE); SEM CONFIGURACAO VALEM OS PADROES ACIMA
       P050-CONFIGURA.
            MOVE 'D3-REGISTRO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-REGISTRO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-REGISTRO
            MOVE 'RESPONSA' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-RESPONSA TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-RESPONSA
            .
       P050-FIM.
       END PROGRAM CHKMENOR.

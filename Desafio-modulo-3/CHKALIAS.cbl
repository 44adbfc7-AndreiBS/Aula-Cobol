      ******************************************************************
      * Author: ANDREI BATISTA
      * Date: 15/10/2026
      * Purpose: RESOLVER O ID DE UM ALUNO MESCLADO - CONSULTA O
      *          ALIASALU.DAT GRAVADO PELO SISDUPLI E DEVOLVE O ID
      *          SOBREVIVENTE (SEGUINDO MESCLAS ENCADEADAS); ID QUE
      *          NUNCA FOI MESCLADO VOLTA ELE MESMO. COMPARTILHADO
      *          ENTRE SISCONSU/SISCARTE/SISCERTI PARA QUE DOCUMENTOS
      *          EMITIDOS COM O ID ANTIGO CONTINUEM VALENDO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKALIAS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALIASES ASSIGN TO WS-ARQ-CFG-D3-ALIASALU
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD  KEY  IS ID-ALUNO-ALI
           FILE STATUS IS WS-FS-ALI.

       DATA DIVISION.
       FILE SECTION.
       FD ALIASES.
          COPY FD_ALIAS.

       WORKING-STORAGE SECTION.
       77 WS-FS-ALI                        PIC 99.
          88 FS-ALI-OK                     VALUE 0.
       77 WS-SALTOS                        PIC 9(02).
       77 WS-FIM-CADEIA                    PIC X VALUE 'N'.
          88 FIM-CADEIA                    VALUE 'S' FALSE 'N'.

       01 WS-ARQ-CFG-D3-ALIASALU           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\ALIASALU.DAT'.
          COPY CFG_AREA.
       LINKAGE SECTION.
       01 LK-PARAMETROS-ALIAS.
          03 LK-ID-ALUNO                   PIC 9(06).
          03 LK-ID-VIGENTE                 PIC 9(06).
          03 LK-ALIAS                      PIC X(01).
             88 ID-MESCLADO                VALUE 'S'.
             88 ID-PROPRIO                 VALUE 'N'.

       PROCEDURE DIVISION USING LK-PARAMETROS-ALIAS.
       MAIN-PROCEDURE.
            PERFORM P050-CONFIGURA THRU P050-FIM
            SET ID-PROPRIO        TO TRUE
            MOVE LK-ID-ALUNO      TO LK-ID-VIGENTE
            SET FS-ALI-OK         TO TRUE
            OPEN INPUT ALIASES
            IF NOT FS-ALI-OK
                CLOSE ALIASES
                GOBACK
            END-IF
      * A MESCLA PODE TER SIDO REFEITA (A -> B E DEPOIS B -> C); O
      * LIMITE DE SALTOS PROTEGE CONTRA UM CICLO GRAVADO POR ENGANO
            SET FIM-CADEIA        TO FALSE
            MOVE ZEROS            TO WS-SALTOS
            PERFORM UNTIL FIM-CADEIA OR WS-SALTOS > 10
                MOVE LK-ID-VIGENTE TO ID-ALUNO-ALI
                READ ALIASES
                    INVALID KEY
                        SET FIM-CADEIA TO TRUE
                    NOT INVALID KEY
                        MOVE ID-SOBREVIVENTE-ALI TO LK-ID-VIGENTE
                        SET ID-MESCLADO TO TRUE
                        ADD 1 TO WS-SALTOS
                END-READ
            END-PERFORM
            CLOSE ALIASES
            GOBACK
            .
      * RESOLVE OS CAMINHOS FISICOS PELO CONFIGSYS (PRODUCAO OU
      * TESTE); SEM CONFIGURACAO VALEM OS PADROES ACIMA
       P050-CONFIGURA.
            MOVE 'D3-ALIASALU' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-ALIASALU TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-ALIASALU
            .
       P050-FIM.
       END PROGRAM CHKALIAS.

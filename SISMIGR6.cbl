      ******************************************************************
      * Author: ANDREI BATISTA
      * Date: 15/10/2026
      * Purpose: MIGRACAO UNICA DE PATRIMON.DAT (MODULO 4) PARA O
      *          IMOBILIZADO - O EQUIPAMENTO GANHA CUSTO, CLASSE, VIDA
      *          UTIL E DEPRECIACAO ACUMULADA. RELE NO LEIAUTE ANTIGO
      *          E REGRAVA EM PATRIMON_NOVO.DAT COM OS CAMPOS NOVOS
      *          ZERADOS; O CUSTO E A CLASSE DE CADA EQUIPAMENTO SAO
      *          COMPLETADOS NO SISPATRI (OPCAO 1) ANTES DA PRIMEIRA
      *          DEPRECIACAO - O SISDEPRE LISTA OS QUE FALTAM.
      *          DEPOIS DE CONFERIR AS CONTAGENS, O OPERADOR SUBSTITUI
      *          O ARQUIVO - MESMO RITO DO SISMIGRA/SISMIGR2/SISMIGR3.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISMIGR6.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
               SELECT PATRIMON-VELHO ASSIGN TO WS-ARQ-CFG-M4-PATRIMON
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS SEQUENTIAL
               RECORD  KEY  IS VEL-CHAVE-PATRIMONIO
               FILE STATUS IS WS-FS-VEL.

               SELECT PATRIMON-NOVO ASSIGN TO
                WS-ARQ-CFG-M4-PATRIMON-NOVO
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS CHAVE-PATRIMONIO
               FILE STATUS IS WS-FS-NOV.

       DATA DIVISION.
       FILE SECTION.
      * LEIAUTE ANTIGO DO PATRIMONIO (37 BYTES, SEM OS DADOS DO
      * IMOBILIZADO)
       FD PATRIMON-VELHO.
       01 REG-PATRIMON-VELHO.
          03 VEL-CHAVE-PATRIMONIO.
             05 VEL-LINHA-PAT             PIC 9(01).
             05 VEL-COLUNA-PAT            PIC 9(01).
          03 VEL-NR-PATRIMONIO            PIC 9(06).
          03 VEL-DS-PATRIMONIO            PIC X(20).
          03 VEL-DT-AQUISICAO-PAT         PIC 9(08).
          03 VEL-ST-PATRIMONIO            PIC X(01).
       FD PATRIMON-NOVO.
          COPY FD_PATRI.

       WORKING-STORAGE SECTION.
       77 WS-FS-VEL                        PIC 99.
          88 FS-VEL-OK                     VALUE 0.
       77 WS-FS-NOV                        PIC 99.
          88 FS-NOV-OK                     VALUE 0.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE 'S' FALSE 'N'.
       77 WS-CONT-REG                      PIC 9(06).
       77 WS-CONFIRM                       PIC X VALUE SPACES.

       01 WS-ARQ-CFG-M4-PATRIMON           PIC X(60) VALUE
          'C:\COBOL\Modulo-4\PATRIMON.DAT'.
       01 WS-ARQ-CFG-M4-PATRIMON-NOVO      PIC X(60) VALUE
          'C:\COBOL\Modulo-4\PATRIMON_NOVO.DAT'.
          COPY CFG_AREA.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM P050-CONFIGURA THRU P050-FIM
            DISPLAY '*** MIGRACAO UNICA DO PATRIMONIO (IMOBILIZADO) ***'
            DISPLAY 'RODE COM O SISTEMA FORA DO AR E COM O BACKUP '
                    'DA NOITE CONFERIDO.'
            DISPLAY 'SERA GERADO PATRIMON_NOVO.DAT.'
            DISPLAY 'TECLE <S> para migrar: '
            ACCEPT WS-CONFIRM
            IF WS-CONFIRM NOT EQUAL 'S' AND 's'
                DISPLAY 'MIGRACAO CANCELADA.'
                GOBACK
            END-IF

            PERFORM P310-MIGRA-PATRIMON THRU P310-FIM

            DISPLAY '*** MIGRACAO CONCLUIDA - CONFIRA A CONTAGEM, '
                    'SUBSTITUA O ARQUIVO E COMPLETE O CUSTO E A '
                    'CLASSE NO SISPATRI ***'
            GOBACK
            .
       P310-MIGRA-PATRIMON.
            MOVE ZEROS            TO WS-CONT-REG
            SET EOF-OK            TO FALSE
            SET FS-VEL-OK         TO TRUE
            SET FS-NOV-OK         TO TRUE
            OPEN INPUT  PATRIMON-VELHO
            OPEN OUTPUT PATRIMON-NOVO
            IF FS-VEL-OK AND FS-NOV-OK
                PERFORM UNTIL EOF-OK
                    READ PATRIMON-VELHO
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            MOVE VEL-LINHA-PAT
                                TO LINHA-PAT
                            MOVE VEL-COLUNA-PAT
                                TO COLUNA-PAT
                            MOVE VEL-NR-PATRIMONIO
                                TO NR-PATRIMONIO
                            MOVE VEL-DS-PATRIMONIO
                                TO DS-PATRIMONIO
                            MOVE VEL-DT-AQUISICAO-PAT
                                TO DT-AQUISICAO-PAT
                            MOVE VEL-ST-PATRIMONIO
                                TO ST-PATRIMONIO
      * CAMPOS NOVOS: SEM CUSTO NAO HA DEPRECIACAO ATE O CADASTRO SER
      * COMPLETADO
                            MOVE SPACES TO CD-CLASSE-PAT
                            MOVE ZEROS  TO VL-AQUISICAO-PAT
                                           QT-VIDA-UTIL-PAT
                                           VL-DEPR-ACUM-PAT
                                           CP-ULT-DEPR-PAT
                                           DT-BAIXA-PAT
                                           VL-PERDA-BAIXA-PAT
                            WRITE REG-PATRIMONIO
                            ADD 1 TO WS-CONT-REG
                    END-READ
                END-PERFORM
                DISPLAY 'PATRIMON: ' WS-CONT-REG ' migrado(s).'
            ELSE
                DISPLAY 'PATRIMON.DAT NAO MIGRADO (INDISPONIVEL). '
            END-IF
            CLOSE PATRIMON-VELHO PATRIMON-NOVO
            .
       P310-FIM.
      * RESOLVE OS CAMINHOS FISICOS PELO CONFIGSYS (PRODUCAO OU
      * TESTE); SEM CONFIGURACAO VALEM OS PADROES ACIMA
       P050-CONFIGURA.
            MOVE 'M4-PATRIMON' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-M4-PATRIMON TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-M4-PATRIMON
            MOVE 'M4-PATRIMON-NOVO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-M4-PATRIMON-NOVO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-M4-PATRIMON-NOVO
            .
       P050-FIM.
       END PROGRAM SISMIGR6.

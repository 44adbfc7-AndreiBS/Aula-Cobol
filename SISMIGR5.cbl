      ******************************************************************
      * Author: ANDREI BATISTA
      * Date: 15/10/2026
      * Purpose: MIGRACAO UNICA DE CONTRATOS.DAT (MODULO 4) PARA O
      *          CADASTRO DE CLIENTES - O CONTRATO GANHA ID-CLIENTE-
      *          CTR. RELE NO LEIAUTE ANTIGO, PROCURA O NM-CLIENTE
      *          DIGITADO NO ARRAYDIN ENTRE OS NOMES DO CLIENTES.DAT
      *          (SEM DIFERENCIAR MAIUSCULAS) E REGRAVA EM
      *          CONTRATOS_NOVO.DAT COM O CLIENTE ENCONTRADO. NOME SEM
      *          CLIENTE, OU COM MAIS DE UM CLIENTE DE MESMO NOME,
      *          FICA COM ID ZERO E SAI NA LISTA PARA VINCULO MANUAL
      *          NO CONCONTR. CADASTRE OS CLIENTES NO CADCLIEN ANTES.
      *          DEPOIS DE CONFERIR AS CONTAGENS, O OPERADOR SUBSTITUI
      *          O ARQUIVO - MESMO RITO DO SISMIGRA/SISMIGR2/SISMIGR3.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISMIGR5.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
               SELECT CONTRATOS-VELHO ASSIGN TO WS-ARQ-CFG-M4-CONTRATOS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS SEQUENTIAL
               RECORD  KEY  IS VEL-ID-CONTRATO
               FILE STATUS IS WS-FS-VEL.

               SELECT CONTRATOS-NOVO ASSIGN TO
                WS-ARQ-CFG-M4-CONTRATOS-NOVO
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS ID-CONTRATO
               FILE STATUS IS WS-FS-NOV.

               SELECT CLIENTES ASSIGN TO WS-ARQ-CFG-M4-CLIENTES
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS SEQUENTIAL
               RECORD  KEY  IS ID-CLIENTE
               ALTERNATE RECORD KEY IS NR-CPF-CLI
               FILE STATUS IS WS-FS-CLI.

       DATA DIVISION.
       FILE SECTION.
      * LEIAUTE ANTIGO DO CONTRATO (SEM O CLIENTE DO CADASTRO)
       FD CONTRATOS-VELHO.
       01 REG-CONTRATO-VELHO.
          03 VEL-ID-CONTRATO              PIC 9(05).
          03 VEL-NM-CLIENTE               PIC X(20).
          03 VEL-NM-OBJETO                PIC X(20).
          03 VEL-VL-OBJETO                PIC 9(06)V99.
          03 VEL-DT-INICIO-CTR            PIC 9(08).
          03 VEL-NUM-PARCELAS-CTR         PIC 9(03).
          03 VEL-PARCELA-CTR              OCCURS 1 TO 420
                                           TIMES DEPENDING ON
                                           VEL-NUM-PARCELAS-CTR.
             05 VEL-VL-PARCELA-CTR        PIC 9(05)V99.
             05 VEL-DT-VENCIMENTO-CTR     PIC 9(08).
       FD CONTRATOS-NOVO.
          COPY FD_CONTR.
       FD CLIENTES.
          COPY FD_CLIEN.

       WORKING-STORAGE SECTION.
       77 WS-FS-VEL                        PIC 99.
          88 FS-VEL-OK                     VALUE 0.
       77 WS-FS-NOV                        PIC 99.
          88 FS-NOV-OK                     VALUE 0.
       77 WS-FS-CLI                        PIC 99.
          88 FS-CLI-OK                     VALUE 0.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE 'S' FALSE 'N'.
       77 WS-CONT-REG                      PIC 9(06).
       77 WS-CONT-VINCULADO                PIC 9(06).
       77 WS-CONT-SEM-CLIENTE              PIC 9(06).
       77 WS-CONFIRM                       PIC X VALUE SPACES.
       77 WS-IND                           PIC 9(03).
       77 WS-IND-CLI                       PIC 9(04).
       77 WS-NOME-BUSCA                    PIC X(20).
       77 WS-MOTIVO                        PIC X(25).
       77 WS-ACHOU                         PIC X VALUE 'N'.
          88 ACHOU-OK                      VALUE 'S' FALSE 'N'.
      * NOMES DO CADASTRO DE CLIENTES EM MAIUSCULAS; QTD > 1 QUANDO
      * HA MAIS DE UM CLIENTE COM O MESMO NOME (NAO VINCULA)
       77 WS-QTD-CLIENTES                  PIC 9(04) VALUE ZEROS.
       77 WS-CLIENTES-CHEIA                PIC X VALUE 'N'.
          88 CLIENTES-CHEIA                VALUE 'S' FALSE 'N'.
       01 WS-TABELA-CLIENTES.
          03 WS-TAB-CLI OCCURS 5000 TIMES.
             05 WS-CLI-NOME               PIC X(20).
             05 WS-CLI-ID                 PIC 9(05).
             05 WS-CLI-QTD                PIC 9(02).
       77 WS-MINUSCULAS                    PIC X(26) VALUE
          'abcdefghijklmnopqrstuvwxyz'.
       77 WS-MAIUSCULAS                    PIC X(26) VALUE
          'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

       01 WS-ARQ-CFG-M4-CONTRATOS          PIC X(60) VALUE
          'C:\COBOL\Modulo-4\CONTRATOS.DAT'.
       01 WS-ARQ-CFG-M4-CONTRATOS-NOVO     PIC X(60) VALUE
          'C:\COBOL\Modulo-4\CONTRATOS_NOVO.DAT'.
       01 WS-ARQ-CFG-M4-CLIENTES           PIC X(60) VALUE
          'C:\COBOL\Modulo-4\CLIENTES.DAT'.
          COPY CFG_AREA.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM P050-CONFIGURA THRU P050-FIM
            DISPLAY '*** MIGRACAO UNICA DE CONTRATOS PARA O CADASTRO '
                    'DE CLIENTES ***'
            DISPLAY 'RODE COM O SISTEMA FORA DO AR E COM O BACKUP '
                    'DA NOITE CONFERIDO.'
            DISPLAY 'SERA GERADO CONTRATOS_NOVO.DAT.'
            DISPLAY 'TECLE <S> para migrar: '
            ACCEPT WS-CONFIRM
            IF WS-CONFIRM NOT EQUAL 'S' AND 's'
                DISPLAY 'MIGRACAO CANCELADA.'
                GOBACK
            END-IF

            PERFORM P300-CARREGA-CLIENTES THRU P300-FIM
            PERFORM P310-MIGRA-CONTRATOS  THRU P310-FIM

            DISPLAY '*** MIGRACAO CONCLUIDA - CONFIRA AS CONTAGENS '
                    'E SUBSTITUA OS ARQUIVOS ***'
            GOBACK
            .
       P300-CARREGA-CLIENTES.
            SET EOF-OK            TO FALSE
            SET FS-CLI-OK         TO TRUE
            OPEN INPUT CLIENTES
            IF NOT FS-CLI-OK
                DISPLAY 'AVISO: CLIENTES.DAT INDISPONIVEL - NENHUM '
                        'CONTRATO SERA VINCULADO.'
                GO TO P300-FIM
            END-IF
            PERFORM UNTIL EOF-OK
                READ CLIENTES NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        MOVE NM-CLIENTE-CLI TO WS-NOME-BUSCA
                        PERFORM P320-PROCURA-NOME THRU P320-FIM
                        IF ACHOU-OK
                            ADD 1 TO WS-CLI-QTD(WS-IND-CLI)
                        ELSE
                            IF WS-QTD-CLIENTES < 5000
                                ADD 1 TO WS-QTD-CLIENTES
                                MOVE WS-NOME-BUSCA
                                  TO WS-CLI-NOME(WS-QTD-CLIENTES)
                                MOVE ID-CLIENTE
                                  TO WS-CLI-ID(WS-QTD-CLIENTES)
                                MOVE 1
                                  TO WS-CLI-QTD(WS-QTD-CLIENTES)
                            ELSE
                                SET CLIENTES-CHEIA TO TRUE
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CLIENTES
            DISPLAY 'CLIENTES: ' WS-QTD-CLIENTES
                    ' nome(s) carregado(s).'
            IF CLIENTES-CHEIA
                DISPLAY 'ATENCAO: MAIS DE 5000 CLIENTES - OS '
                        'EXCEDENTES NAO FORAM USADOS NO VINCULO.'
            END-IF
            .
       P300-FIM.
       P310-MIGRA-CONTRATOS.
            MOVE ZEROS            TO WS-CONT-REG WS-CONT-VINCULADO
                                     WS-CONT-SEM-CLIENTE
            SET EOF-OK            TO FALSE
            SET FS-VEL-OK         TO TRUE
            SET FS-NOV-OK         TO TRUE
            OPEN INPUT  CONTRATOS-VELHO
            OPEN OUTPUT CONTRATOS-NOVO
            IF FS-VEL-OK AND FS-NOV-OK
                DISPLAY 'CONTRATOS SEM CLIENTE VINCULADO:'
                PERFORM UNTIL EOF-OK
                    READ CONTRATOS-VELHO
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            PERFORM P330-GRAVA-NOVO THRU P330-FIM
                    END-READ
                END-PERFORM
                DISPLAY 'CONTRATOS: ' WS-CONT-REG ' migrado(s), '
                        WS-CONT-VINCULADO ' vinculado(s), '
                        WS-CONT-SEM-CLIENTE ' sem cliente.'
            ELSE
                DISPLAY 'CONTRATOS.DAT NAO MIGRADO (INDISPONIVEL). '
            END-IF
            CLOSE CONTRATOS-VELHO CONTRATOS-NOVO
            .
       P310-FIM.
      * PROCURA WS-NOME-BUSCA (JA EM MAIUSCULAS AO VOLTAR) NA TABELA
       P320-PROCURA-NOME.
            INSPECT WS-NOME-BUSCA
                    CONVERTING WS-MINUSCULAS TO WS-MAIUSCULAS
            SET ACHOU-OK          TO FALSE
            PERFORM VARYING WS-IND-CLI FROM 1 BY 1
                    UNTIL WS-IND-CLI > WS-QTD-CLIENTES OR ACHOU-OK
                IF WS-CLI-NOME(WS-IND-CLI) EQUAL WS-NOME-BUSCA
                    SET ACHOU-OK  TO TRUE
                END-IF
            END-PERFORM
            IF ACHOU-OK
                SUBTRACT 1 FROM WS-IND-CLI
            END-IF
            .
       P320-FIM.
       P330-GRAVA-NOVO.
            MOVE VEL-ID-CONTRATO       TO ID-CONTRATO
            MOVE VEL-NM-CLIENTE        TO NM-CLIENTE
            MOVE VEL-NM-OBJETO         TO NM-OBJETO
            MOVE VEL-VL-OBJETO         TO VL-OBJETO
            MOVE VEL-DT-INICIO-CTR     TO DT-INICIO-CTR
            MOVE VEL-NUM-PARCELAS-CTR  TO NUM-PARCELAS-CTR
            PERFORM VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND > VEL-NUM-PARCELAS-CTR
                MOVE VEL-VL-PARCELA-CTR(WS-IND)
                    TO VL-PARCELA-CTR(WS-IND)
                MOVE VEL-DT-VENCIMENTO-CTR(WS-IND)
                    TO DT-VENCIMENTO-CTR(WS-IND)
            END-PERFORM

            MOVE ZEROS            TO ID-CLIENTE-CTR
            MOVE VEL-NM-CLIENTE   TO WS-NOME-BUSCA
            PERFORM P320-PROCURA-NOME THRU P320-FIM
            IF NOT ACHOU-OK
                MOVE 'NOME NAO CADASTRADO' TO WS-MOTIVO
            ELSE
                IF WS-CLI-QTD(WS-IND-CLI) > 1
                    MOVE 'NOME EM MAIS DE UM CLIENTE' TO WS-MOTIVO
                ELSE
                    MOVE WS-CLI-ID(WS-IND-CLI) TO ID-CLIENTE-CTR
                    MOVE SPACES   TO WS-MOTIVO
                END-IF
            END-IF
            IF ID-CLIENTE-CTR EQUAL ZEROS
                ADD 1             TO WS-CONT-SEM-CLIENTE
                DISPLAY '  ' VEL-ID-CONTRATO ' ' VEL-NM-CLIENTE
                        ' ' WS-MOTIVO
            ELSE
                ADD 1             TO WS-CONT-VINCULADO
            END-IF
            WRITE REG-CONTRATO
            ADD 1                 TO WS-CONT-REG
            .
       P330-FIM.
      * RESOLVE OS CAMINHOS FISICOS PELO CONFIGSYS (PRODUCAO OU
      * TESTE); SEM CONFIGURACAO VALEM OS PADROES ACIMA
       P050-CONFIGURA.
            MOVE 'M4-CONTRATOS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-M4-CONTRATOS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-M4-CONTRATOS
            MOVE 'M4-CONTRATOS-NOVO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-M4-CONTRATOS-NOVO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-M4-CONTRATOS-NOVO
            MOVE 'M4-CLIENTES' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-M4-CLIENTES TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-M4-CLIENTES
            .
       P050-FIM.
       END PROGRAM SISMIGR5.

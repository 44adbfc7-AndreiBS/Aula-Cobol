      *          APRESENTA A GRADE (HORARIOS.DAT) E OS VINCULOS DE
      *          PROFESSOR (PROFMAT.DAT), QUE CARREGAM DE UM TERMO
      *          PARA O OUTRO, PARA CONFERENCIA E AJUSTE PONTUAL -
      *          ACABA COM A REDIGITACAO DA SEMANA DE INICIO DE TERMO.
      *          ANTES DE CLONAR MOSTRA A PROJECAO DE DEMANDA DO TERMO
      *          DE ORIGEM (PROJECAO.DAT, GERADA PELO SISPROJD) PARA
      *          O OPERADOR CONFERIR QUANTAS TURMAS ABRIR OU JUNTAR
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISCLONE.
               RECORD  KEY  IS CHAVE-PROF-MATERIA
               FILE STATUS IS WS-FS-PM.

               SELECT PROJECAO ASSIGN TO WS-ARQ-CFG-D3-PROJECAO
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-PROJECAO
               FILE STATUS IS WS-FS-PJD.

       DATA DIVISION.
       FILE SECTION.
       FD PRECOS.
          COPY FD_HORAR.
       FD PROFMAT.
          COPY FD_PRMAT.
       FD PROJECAO.
          COPY FD_PROJD.

       WORKING-STORAGE SECTION.
       77 WS-FS-PRE                        PIC 99.
          88 FS-HOR-OK                     VALUE 0.
       77 WS-FS-PM                         PIC 99.
          88 FS-PM-OK                      VALUE 0.
       77 WS-FS-PJD                        PIC 99.
          88 FS-PJD-OK                     VALUE 0.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE 'S' FALSE 'N'.
       77 WS-CONFIRM                       PIC X VALUE SPACES.
       77 WS-QTD-CLONADAS                  PIC 9(03) VALUE ZEROS.
       77 WS-QTD-JA-EXISTIAM               PIC 9(03) VALUE ZEROS.
       77 WS-QTD-LISTADAS                  PIC 9(04) VALUE ZEROS.
       77 WS-DS-RECOMENDACAO               PIC X(12).
      * COPIA DAS LINHAS DE PRECO DO TERMO DE ORIGEM - O CLONE SO
      * GRAVA DEPOIS DO OPERADOR CONFIRMAR O BLOCO INTEIRO
       77 WS-QTD-PRECOS                    PIC 9(03) VALUE ZEROS.
          03 WS-TAB-PRE OCCURS 100 TIMES.
             05 WS-PRE-TURMA              PIC X(10).
             05 WS-PRE-VALOR              PIC 9(06)V99.
             05 WS-PRE-UNIDADE            PIC X(02).
       77 WS-IND1                          PIC 9(03).
       01 WL-AUDITORIA.
          03 WL-PROGRAMA                   PIC X(12)
          'C:\COBOL\Desafio-modulo-3\HORARIOS.DAT'.
       01 WS-ARQ-CFG-PROFMAT               PIC X(60) VALUE
          'C:\COBOL\PROFMAT.DAT'.
       01 WS-ARQ-CFG-D3-PROJECAO           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\PROJECAO.DAT'.
          COPY CFG_AREA.
       LINKAGE SECTION.
       01 LK-COM-AREA.
                DISPLAY 'TERMO NOVO INVALIDO - CLONE CANCELADO.'
                PERFORM P900-FIM
            END-IF
            PERFORM P080-CONFERE-PROJECAO THRU P080-FIM
            PERFORM P100-CLONA-PRECOS    THRU P100-FIM
            PERFORM P200-CONFERE-GRADE   THRU P200-FIM
            PERFORM P300-CONFERE-PROFMAT THRU P300-FIM
                    ' CONCLUIDA ***'
            PERFORM P900-FIM
            .
      * A OFERTA DO TERMO NOVO SE DIMENSIONA PELA PROJECAO DO
      * SISPROJD SOBRE O TERMO QUE ACABOU DE FECHAR; SEM ELA O
      * OPERADOR DECIDE SE CLONA ASSIM MESMO
       P080-CONFERE-PROJECAO.
            DISPLAY '--- PROJECAO DE DEMANDA DO TERMO '
                    WS-TERMO-ORIGEM ' ---'
            MOVE ZEROS            TO WS-QTD-LISTADAS
            SET FS-PJD-OK         TO TRUE
            OPEN INPUT PROJECAO
            IF FS-PJD-OK
                MOVE WS-TERMO-ORIGEM TO CD-TERMO-PJD
                MOVE ZEROS        TO ID-MATERIA-PJD
                SET EOF-OK        TO FALSE
                START PROJECAO KEY IS NOT LESS THAN CHAVE-PROJECAO
                    INVALID KEY
                        SET EOF-OK TO TRUE
                END-START
                PERFORM UNTIL EOF-OK
                    READ PROJECAO NEXT
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            IF CD-TERMO-PJD NOT EQUAL WS-TERMO-ORIGEM
                                SET EOF-OK TO TRUE
                            ELSE
                                PERFORM P085-LINHA-PROJECAO
                                    THRU P085-FIM
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PROJECAO
            END-IF
            IF WS-QTD-LISTADAS EQUAL ZEROS
                DISPLAY 'NAO HA PROJECAO DE DEMANDA PARA O TERMO '
                        WS-TERMO-ORIGEM ' - RODE O SISPROJD ANTES.'
                DISPLAY 'TECLE <S> para clonar assim mesmo: '
                ACCEPT WS-CONFIRM
                IF WS-CONFIRM NOT EQUAL 'S' AND 's'
                    DISPLAY 'CLONE CANCELADO.'
                    PERFORM P900-FIM
                END-IF
            ELSE
                DISPLAY 'AJUSTE A OFERTA CONFORME A PROJECAO ACIMA. '
                DISPLAY 'TECLE <ENTER> PARA SEGUIR: '
                ACCEPT WS-CONFIRM
            END-IF
            .
       P080-FIM.
       P085-LINHA-PROJECAO.
            ADD 1 TO WS-QTD-LISTADAS
            IF WS-QTD-LISTADAS EQUAL 1
                DISPLAY '  PROJETADA EM ' DT-PROJECAO-PJD
                        ' - PERDA APLICADA ' PC-PERDA-PJD '%'
                DISPLAY '  MATERIA DEMANDA CAPAC TURMAS RECOMENDACAO'
            END-IF
            EVALUATE TRUE
                WHEN PJD-ABRIR
                    MOVE 'ABRIR'      TO WS-DS-RECOMENDACAO
                WHEN PJD-DIVIDIR
                    MOVE 'DIVIDIR'    TO WS-DS-RECOMENDACAO
                WHEN PJD-JUNTAR
                    MOVE 'JUNTAR'     TO WS-DS-RECOMENDACAO
                WHEN OTHER
                    MOVE 'NAO ABRIR'  TO WS-DS-RECOMENDACAO
            END-EVALUATE
            DISPLAY '  ' ID-MATERIA-PJD '     ' QT-DEMANDA-PJD
                    '   ' QT-CAPACIDADE-PJD '   ' QT-TURMAS-PJD
                    '     ' WS-DS-RECOMENDACAO
            .
       P085-FIM.
       P100-CLONA-PRECOS.
            DISPLAY '--- BLOCO 1: TABELA DE PRECOS ---'
            DISPLAY 'Percentual de reajuste sobre o termo de origem '
                            ADD 1 TO WS-QTD-PRECOS
                            MOVE TURMA-PRE TO
                                WS-PRE-TURMA(WS-QTD-PRECOS)
                            MOVE CD-UNIDADE-PRE TO
                                WS-PRE-UNIDADE(WS-QTD-PRECOS)
                            COMPUTE WS-PRE-VALOR(WS-QTD-PRECOS)
                                    ROUNDED =
                                VL-PRECO *
                PERFORM VARYING WS-IND1 FROM 1 BY 1
                        UNTIL WS-IND1 > WS-QTD-PRECOS
                    MOVE WS-PRE-TURMA(WS-IND1) TO TURMA-PRE
                    MOVE WS-PRE-UNIDADE(WS-IND1) TO CD-UNIDADE-PRE
                    MOVE WS-TERMO-NOVO         TO CD-TERMO-PRE
                    MOVE WS-PRE-VALOR(WS-IND1) TO VL-PRECO
                    WRITE REG-PRECO
            MOVE WS-ARQ-CFG-PROFMAT TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-PROFMAT
            MOVE 'D3-PROJECAO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-PROJECAO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-PROJECAO
            .
       P050-FIM.
       END PROGRAM SISCLONE.

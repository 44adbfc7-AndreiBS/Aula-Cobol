      *          CALENDARIO E CODIGO DE VERIFICACAO DO DIGVERIF)
      *          PARA UM ALUNO OU UMA TURMA INTEIRA VIA SPOOL, COM
      *          REGISTRO DE VIAS EM CARTREG.DAT (1A VIA GRATIS, 2A
      *          EM DIANTE LANCA A TAXA AVULSA 'CARTEI' NA CONTA DO
      *          ALUNO - LANCTAXA - PAGA DEPOIS NO CAIXA);
      *          A PORTARIA VALIDA UMA CARTEIRINHA PELA CONSULTA
      *          RAPIDA (VIA DE ALUNO MESCLADO RESOLVIDA PELO
      *          CHKALIAS) E O SISEVADE REVOGA AS VIAS DE QUEM SAI
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISCARTE.
               RECORD  KEY  IS CHAVE-CALENDARIO
               FILE STATUS IS WS-FS-CAL.

               SELECT CARTAO-OUT ASSIGN TO WS-ARQ-CARTAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OUT.

       DATA DIVISION.
       FILE SECTION.
       FD CARTEIRINHAS.
          COPY FD_REGIS.
       FD CALENDARIO.
          COPY FD_CALEN.
       FD CARTAO-OUT.
       01 REG-CARTAO-OUT                   PIC X(60).

       WORKING-STORAGE SECTION.
       77 WS-FS                            PIC 99.
          88 FS-CRD-OK                     VALUE 0.
       77 WS-FS-CAL                        PIC 99.
          88 FS-CAL-OK                     VALUE 0.
       77 WS-FS-OUT                        PIC 99.
          88 FS-OUT-OK                     VALUE 0.
       77 WS-EOF                           PIC X.
       77 WS-DATA-HOJE-8                   PIC 9(08).
       77 WS-DT-VALIDADE                   PIC 9(08) VALUE ZEROS.
       77 WS-CD-TERMO                      PIC X(06) VALUE SPACES.
       77 WS-VL-TAXA                       PIC 9(04)V99 VALUE 15.
       77 WS-CFG-TAXA                      PIC X(60) VALUE SPACES.
       77 WS-LINHA-OUT                     PIC X(60) VALUE SPACES.
       01 WL-PARAMETROS-DV.
          03 WL-DV-OPERACAO                PIC X(01).
          03 WL-DV-NUMERO                  PIC 9(12).
          03 WL-DV-OK                      PIC X(01).
             88 WL-DV-VALIDO               VALUE 'S'.
             88 WL-DV-INVALIDO             VALUE 'N'.
       01 WL-PARAMETROS-TAXA.
          03 WL-TX-ID-ALUNO                PIC 9(06).
          03 WL-TX-CD-TAXA                 PIC X(06).
          03 WL-TX-ORIGEM                  PIC X(01).
             88 WL-TX-AUTOMATICA           VALUE 'A'.
             88 WL-TX-MANUAL               VALUE 'M'.
          03 WL-TX-VALOR                   PIC 9(06)V99.
          03 WL-TX-DESCRICAO               PIC X(30).
          03 WL-TX-DT-VENCIMENTO           PIC 9(08).
          03 WL-TX-PROGRAMA                PIC X(08) VALUE 'SISCARTE'.
          03 WL-TX-NR-COBRANCA             PIC 9(06).
          03 WL-TX-OK                      PIC X(01).
             88 WL-TX-LANCADA              VALUE 'S'.
             88 WL-TX-RECUSADA             VALUE 'N'.
       01 WS-ARQ-CARTAO                    PIC X(60) VALUE
          'C:\COBOL\CARTEIRINHAS.TXT'.
       01 WL-SPOOL.
          'C:\COBOL\Desafio-modulo-3\REGISTRO.DAT'.
       01 WS-ARQ-CFG-CALENDARIO            PIC X(60) VALUE
          'C:\COBOL\CALENDARIO.DAT'.
          COPY ALI_AREA.
          COPY CFG_AREA.
       LINKAGE SECTION.
       01 LK-COM-AREA.
            ADD 1 TO WS-NR-VIA
            .
       P340-FIM.
      * 2A VIA EM DIANTE E COBRADA: TAXA AVULSA 'CARTEI' LANCADA NA
      * CONTA DO ALUNO COM O VALOR DO CATALOGO (SEM A TAXA NO
      * CATALOGO VALE A DO CONFIGSYS 'TAXA-2VIA'); O ALUNO PAGA NO
      * CAIXA, QUE E QUEM DA O RECIBO E MOVIMENTA A SESSAO
       P350-COBRA-TAXA.
            MOVE ID-ALUNO         TO WL-TX-ID-ALUNO
            MOVE 'CARTEI'         TO WL-TX-CD-TAXA
            SET WL-TX-AUTOMATICA  TO TRUE
            MOVE WS-VL-TAXA       TO WL-TX-VALOR
            MOVE SPACES           TO WL-TX-DESCRICAO
            STRING WS-NR-VIA 'A VIA DE CARTEIRINHA'
                   DELIMITED BY SIZE INTO WL-TX-DESCRICAO
            MOVE ZEROS            TO WL-TX-DT-VENCIMENTO
            CALL 'LANCTAXA' USING WL-PARAMETROS-TAXA
            IF WL-TX-RECUSADA
                DISPLAY 'AVISO: TAXA DA ' WS-NR-VIA 'A VIA NAO '
                        'LANCADA - LANCE PELO SISTAXAS.'
            END-IF
            .
       P350-FIM.
       P400-EMITE-TURMA.
            DISPLAY 'Informe a turma: '
            ACCEPT WS-TURMA
                MOVE WS-NR-VIA    TO NR-VIA-CRD
                READ CARTEIRINHAS
                    INVALID KEY
                        PERFORM P510-VIA-MESCLADA THRU P510-FIM
                END-READ
                IF NOT FS-CRD-OK
                    DISPLAY 'VIA NAO REGISTRADA - CARTEIRINHA '
                            'SUSPEITA.'
                ELSE
                        EVALUATE TRUE
                            WHEN CRD-REVOGADA
                                DISPLAY 'CARTEIRINHA REVOGADA - '
                                DISPLAY 'CARTEIRINHA VALIDA ATE '
                                        DT-VALIDADE-CRD '.'
                        END-EVALUATE
                END-IF
            ELSE
                DISPLAY 'REGISTRO DE CARTEIRINHAS INDISPONIVEL. '
            END-IF
            CLOSE CARTEIRINHAS
            .
       P500-FIM.
      * CARTEIRINHA IMPRESSA ANTES DA MESCLA DO ALUNO: A VIA FOI
      * MOVIDA PARA O ID SOBREVIVENTE (CHKALIAS) COM O MESMO NUMERO
       P510-VIA-MESCLADA.
            MOVE WS-ID-ALUNO      TO WL-ALI-ID-ALUNO
            CALL 'CHKALIAS' USING WL-ALIAS
            IF WL-ALI-MESCLADO
                MOVE WL-ALI-ID-VIGENTE TO ID-ALUNO-CRD
                MOVE WS-NR-VIA    TO NR-VIA-CRD
                READ CARTEIRINHAS
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        DISPLAY 'ALUNO MESCLADO NO ID '
                                WL-ALI-ID-VIGENTE '.'
                END-READ
            END-IF
            .
       P510-FIM.
       P900-FIM.
            GOBACK.
      * RESOLVE OS CAMINHOS FISICOS PELO CONFIGSYS (PRODUCAO OU
            MOVE WS-ARQ-CFG-CALENDARIO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-CALENDARIO
      * TAXA DA SEGUNDA VIA AJUSTAVEL SEM RECOMPILAR
            MOVE 'TAXA-2VIA' TO WL-CFG-CHAVE
            MOVE WS-CFG-TAXA TO WL-CFG-VALOR

      *          AGUARDA A COORDENACAO; APROVADA, A NOTA DA PROVA
      *          SUBSTITUTA REGRAVA O LANCAMENTO E O SISCOMPT FECHA A
      *          MEDIA COM ELA; REJEITADA, O ZERO PERMANECE. DISTINTO
      *          DO FLUXO DE RECUPERACAO. A APROVACAO LANCA A TAXA
      *          AVULSA 'SEGCHA' NA CONTA DO ALUNO (LANCTAXA). A
      *          SUBSTITUTA OCUPA A MESMA AVALIACAO DO PLANO DA
      *          MATERIA E HERDA O PESO DELA NA MEDIA PONDERADA.
      *          - A FILA DA COORDENACAO (SISFILAC) ABRE A DECISAO
      *          DE UM ITEM DIRETO ('APROVAR' + CHAVE)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISSEGCH.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE 'S' FALSE 'N'.
       77 WS-OPCAO                         PIC X.
       77 WS-MODO-FILA                     PIC X VALUE 'N'.
          88 MODO-FILA                     VALUE 'S' FALSE 'N'.
       77 WS-CONFIRM                       PIC X VALUE SPACES.
       77 WS-ID-ALUNO                      PIC 9(06).
       77 WS-ID-MATERIA                    PIC 9(03).
       77 WS-VL-NOTA                       PIC 9(02)V99.
       77 WS-MATRICULADO                   PIC X VALUE 'N'.
          88 MATRICULADO-OK                VALUE 'S' FALSE 'N'.
       77 WS-AVAL-VALIDA                   PIC X VALUE 'N'.
          88 AVAL-VALIDA                   VALUE 'S' FALSE 'N'.
          COPY MED_AREA.
       01 WL-AUTORIZACAO.
          03 WL-FUNCAO                     PIC X(01).
          03 WL-AUT                        PIC X(01).
          03 WL-CHAVE                      PIC X(10).
          03 WL-VALOR-ANTIGO               PIC X(50).
          03 WL-VALOR-NOVO                 PIC X(50).
       01 WL-PARAMETROS-TAXA.
          03 WL-TX-ID-ALUNO                PIC 9(06).
          03 WL-TX-CD-TAXA                 PIC X(06).
          03 WL-TX-ORIGEM                  PIC X(01).
             88 WL-TX-AUTOMATICA           VALUE 'A'.
             88 WL-TX-MANUAL               VALUE 'M'.
          03 WL-TX-VALOR                   PIC 9(06)V99.
          03 WL-TX-DESCRICAO               PIC X(30).
          03 WL-TX-DT-VENCIMENTO           PIC 9(08).
          03 WL-TX-PROGRAMA                PIC X(08) VALUE 'SISSEGCH'.
          03 WL-TX-NR-COBRANCA             PIC 9(06).
          03 WL-TX-OK                      PIC X(01).
             88 WL-TX-LANCADA              VALUE 'S'.
             88 WL-TX-RECUSADA             VALUE 'N'.
       01 WS-ARQ-CFG-D3-JUSTIFIC           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\JUSTIFIC.DAT'.
       01 WS-ARQ-CFG-D3-LANCNOTA           PIC X(60) VALUE
       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            PERFORM P050-CONFIGURA THRU P050-FIM
      * ITEM ESCOLHIDO NA FILA DA COORDENACAO (SISFILAC): 'APROVAR' +
      * CHAVE ABRE DIRETO A DECISAO DAQUELE ITEM E VOLTA
            SET MODO-FILA         TO FALSE
            IF LK-MENSAGEM(1:7) EQUAL 'APROVAR' AND
               LK-MENSAGEM(8:11) NUMERIC
                SET MODO-FILA     TO TRUE
                MOVE LK-MENSAGEM(8:6)  TO WS-ID-ALUNO
                MOVE LK-MENSAGEM(14:3) TO WS-ID-MATERIA
                MOVE LK-MENSAGEM(17:2) TO WS-NR-AVALIACAO
                MOVE SPACES       TO LK-MENSAGEM
                PERFORM P340-DECIDE    THRU P340-FIM
                PERFORM P900-FIM
            END-IF
            PERFORM P300-PROCESSA  THRU P300-FIM
                                    UNTIL WS-OPCAO = 'F' OR 'f'
            PERFORM P900-FIM
       P300-FIM.
       P310-REGISTRA.
            PERFORM P315-PEDE-CHAVE THRU P315-FIM
            PERFORM P317-CHECA-PLANO THRU P317-FIM
            IF NOT AVAL-VALIDA
                GO TO P310-FIM
            END-IF
            PERFORM P320-CHECA-MATRICULA THRU P320-FIM
            IF MATRICULADO-OK
                DISPLAY 'Informe o motivo (SA=Saude, OB=Obito '
            ACCEPT WS-NR-AVALIACAO
            .
       P315-FIM.
      * A SEGUNDA CHAMADA SO CABE EM AVALIACAO PREVISTA NO PLANO DA
      * MATERIA (QUANDO HOUVER PLANO) E NUNCA NA PROPRIA RECUPERACAO
       P317-CHECA-PLANO.
            SET AVAL-VALIDA       TO FALSE
            IF WS-NR-AVALIACAO < 1 OR WS-NR-AVALIACAO > 20
                DISPLAY 'NUMERO DE AVALIACAO INVALIDO! '
                GO TO P317-FIM
            END-IF
            MOVE 'P'              TO WL-MD-OPERACAO
            MOVE WS-ID-MATERIA    TO WL-MD-ID-MATERIA
            MOVE WS-NR-AVALIACAO  TO WL-MD-NR-AVALIACAO
            CALL 'CALCMEDP' USING WL-PARAMETROS-MEDIA
            IF WL-MD-COM-PLANO AND WL-MD-TP-AVALIACAO EQUAL SPACES
                DISPLAY 'AVALIACAO NAO PREVISTA NO PLANO DA '
                        'MATERIA! '
                GO TO P317-FIM
            END-IF
            IF WL-MD-TP-AVALIACAO EQUAL 'R'
                DISPLAY 'AVALIACAO DE RECUPERACAO NAO TEM SEGUNDA '
                        'CHAMADA! '
                GO TO P317-FIM
            END-IF
            IF WL-MD-COM-PLANO
                DISPLAY 'Avaliacao: ' WL-MD-NM-AVALIACAO
                        ' PESO ' WL-MD-PS-AVALIACAO
            END-IF
            SET AVAL-VALIDA       TO TRUE
            .
       P317-FIM.
       P320-CHECA-MATRICULA.
            MOVE 'N'              TO WS-MATRICULADO
            SET FS-MAT-OK         TO TRUE
            IF WL-NEGADO
                DISPLAY 'DECISAO EXIGE PERFIL DE ADMINISTRADOR.'
            ELSE
                IF NOT MODO-FILA
                    PERFORM P315-PEDE-CHAVE THRU P315-FIM
                END-IF
                SET FS-JUS-OK     TO TRUE
                OPEN I-O JUSTIFICATIVAS
                IF FS-JUS-OK
                                            TO WL-CHAVE
                                        CALL 'AUDITLOG'
                                             USING WL-AUDITORIA
                                        PERFORM P345-COBRA-TAXA
                                            THRU P345-FIM
                                    WHEN 'R'
                                    WHEN 'r'
                                        SET JUS-REJEITADA TO TRUE
            END-IF
            .
       P340-FIM.
      * A PROVA DE SEGUNDA CHAMADA APROVADA E COBRADA NA CONTA DO
      * ALUNO (PAGA NO CAIXA); SEM VALOR NO CATALOGO NAO HA COBRANCA
       P345-COBRA-TAXA.
            MOVE WS-ID-ALUNO      TO WL-TX-ID-ALUNO
            MOVE 'SEGCHA'         TO WL-TX-CD-TAXA
            SET WL-TX-AUTOMATICA  TO TRUE
            MOVE ZEROS            TO WL-TX-VALOR WL-TX-DT-VENCIMENTO
            MOVE SPACES           TO WL-TX-DESCRICAO
            STRING '2A CHAMADA MAT ' WS-ID-MATERIA
                   ' AVAL ' WS-NR-AVALIACAO
                   DELIMITED BY SIZE INTO WL-TX-DESCRICAO
            CALL 'LANCTAXA' USING WL-PARAMETROS-TAXA
            .
       P345-FIM.
       P360-LANCA-SUBSTITUTA.
            PERFORM P315-PEDE-CHAVE THRU P315-FIM
      * OPERADOR VINCULADO A PROFESSOR SO LANCA NAS MATERIAS DELE
                            CLOSE JUSTIFICATIVAS
                        ELSE
                            CLOSE JUSTIFICATIVAS
                            PERFORM P317-CHECA-PLANO THRU P317-FIM
                            DISPLAY 'A substituta entra na media com '
                                    'o peso ' WL-MD-PS-AVALIACAO
                                    ' da avaliacao ' WS-NR-AVALIACAO
                            DISPLAY 'Informe a nota da prova '
                                    'substituta: '
                            ACCEPT WS-VL-NOTA

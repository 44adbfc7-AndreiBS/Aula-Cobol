      ******************************************************************
      * Author: ANDREI BATISTA
      * Date: 15/10/2026
      * Purpose: INTERESSADOS EM VAGA E FUNIL DE MATRICULA - CADASTRO
      *          DAS FAMILIAS QUE LIGAM OU VISITAM (TURMA/CURSO
      *          DESEJADOS, ORIGEM, RESPONSAVEL E OPERADOR), ACOES DE
      *          ACOMPANHAMENTO COM DATA PREVISTA E AGENDA POR
      *          OPERADOR, ETAPAS PRIMEIRO CONTATO -> VISITA ->
      *          ORCAMENTO -> MATRICULA OU PERDA (COM MOTIVO). A
      *          CONVERSAO CHAMA O SISCADAS E O SISRESPO JA
      *          PREENCHIDOS. FUNIL MENSAL POR ORIGEM E POR OPERADOR
      *          COM A TAXA DE CONVERSAO, NO SPOOL
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISPROSP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
               SELECT PROSPECTS ASSIGN TO WS-ARQ-CFG-PROSPECT
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS ID-PROSPECT
               FILE STATUS IS WS-FS-PRS.

               SELECT ACOES ASSIGN TO WS-ARQ-CFG-PRSACAO
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-ACAO-PROSPECT
               FILE STATUS IS WS-FS-ACA.

               SELECT CONTROLE ASSIGN TO WS-ARQ-CFG-CONTROLE
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS CHAVE-CONTROLE
               FILE STATUS IS WS-FS-CTRL.

               SELECT CONTATOS ASSIGN TO WS-ARQ-CFG-CONTATOS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CTT.

               SELECT CURSOS ASSIGN TO WS-ARQ-CFG-D3-CURSOS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS ID-CURSO
               FILE STATUS IS WS-FS-CUR.

               SELECT SESSAO ASSIGN TO WS-ARQ-CFG-SESSAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SES.

               SELECT RELATORIO-OUT ASSIGN TO WS-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OUT.

       DATA DIVISION.
       FILE SECTION.
       FD PROSPECTS.
          COPY FD_PROSP.
       FD ACOES.
          COPY FD_PRACO.
       FD CONTROLE.
          COPY FD_CTRL.
       FD CONTATOS.
          COPY FD_CONTT.
       FD CURSOS.
          COPY FD_CURSO.
       FD SESSAO.
       01 REG-SESSAO.
          03 SES-CD-OPERADOR               PIC X(06).
          03 SES-NM-OPERADOR               PIC X(20).
          03 SES-PERFIL                    PIC X(01).
          03 SES-ID-PROFESSOR              PIC 9(03).
       FD RELATORIO-OUT.
       01 REG-RELATORIO-OUT                PIC X(100).

       WORKING-STORAGE SECTION.
       77 WS-FS-PRS                        PIC 99.
          88 FS-PRS-OK                     VALUE 0.
       77 WS-FS-ACA                        PIC 99.
          88 FS-ACA-OK                     VALUE 0.
       77 WS-FS-CTRL                       PIC 99.
          88 FS-CTRL-OK                    VALUE 0.
       77 WS-FS-CTT                        PIC 99.
          88 FS-CTT-OK                     VALUE 0.
       77 WS-FS-CUR                        PIC 99.
          88 FS-CUR-OK                     VALUE 0.
       77 WS-FS-SES                        PIC 99.
          88 FS-SES-OK                     VALUE 0.
       77 WS-FS-OUT                        PIC 99.
          88 FS-OUT-OK                     VALUE 0.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE 'S' FALSE 'N'.
       77 WS-EOF-ACA                       PIC X.
          88 EOF-ACA-OK                    VALUE 'S' FALSE 'N'.
       77 WS-OPCAO                         PIC X.
       77 WS-CONFIRMA                      PIC X(01).
       77 WS-CTRL-NOVO                     PIC X VALUE 'N'.
       77 WS-CHAVE-CONTROLE                PIC X(10).
       77 WS-ID-GERADO                     PIC 9(06).
       77 WS-OPERADOR                      PIC X(06) VALUE SPACES.
       77 WS-DATA-HOJE-8                   PIC 9(08).
       77 WS-ID-PROSPECT                   PIC 9(05).
       77 WS-ID-ALUNO                      PIC 9(06).
       77 WS-ID-CONTATO                    PIC 9(05).
       77 WS-SQ-ACAO                       PIC 9(03).
       77 WS-DT-PREVISTA                   PIC 9(08).
       77 WS-DT-LIMITE                     PIC 9(08).
       77 WS-DS-ACAO                       PIC X(40).
       77 WS-CD-OPERADOR                   PIC X(06).
       77 WS-NOVO-STATUS                   PIC X(01).
       77 WS-NOVA-SITUACAO                 PIC X(01).
       77 WS-MOTIVO-PERDA                  PIC X(30).
       77 WS-QTD-ACOES                     PIC 9(05) VALUE ZEROS.
       77 WS-QTD-ATRASADAS                 PIC 9(05) VALUE ZEROS.
       77 WS-QTD-CANCELADAS                PIC 9(03) VALUE ZEROS.
       77 WS-DADOS-OK                      PIC X VALUE 'N'.
          88 DADOS-OK                      VALUE 'S' FALSE 'N'.
       77 WS-ACHOU                         PIC X VALUE 'N'.
          88 ACHOU                         VALUE 'S' FALSE 'N'.
       77 WS-AGENDAR                       PIC X(01).
       01 WS-PROSPECT.
          03 WS-NM-PROSPECT                PIC X(20).
          03 WS-TL-PROSPECT                PIC X(15).
          03 WS-TURMA-PRS                  PIC X(10).
          03 WS-ID-CURSO-PRS               PIC 9(03).
          03 WS-CD-ORIGEM                  PIC X(01).
          03 WS-NM-RESP                    PIC X(20).
          03 WS-TL-RESP                    PIC X(15).
          03 WS-TP-VINCULO                 PIC X(01).
       01 WS-COM-AREA.
          03 WS-MENSAGEM                   PIC X(50).
      * FUNIL DO MES: UMA LINHA POR ORIGEM E UMA POR OPERADOR COM
      * CONTATOS, VISITAS, ORCAMENTOS, MATRICULAS, PERDAS E ABERTOS
       77 WS-MES-FUNIL                     PIC 9(06).
       77 WS-IND-ORI                       PIC 9(01).
       77 WS-IND-OPE                       PIC 9(02).
       77 WS-QTD-OPERADORES                PIC 9(02) VALUE ZEROS.
       01 WS-CODIGOS-ORIGEM                PIC X(06) VALUE 'ISRFAO'.
       01 WS-NOMES-ORIGEM.
          03 FILLER PIC X(54) VALUE
             'INDICACAO         SITE/INTERNET     REDES SOCIAIS     '.
          03 FILLER PIC X(54) VALUE
             'FACHADA/PASSAGEM  ANUNCIO/PANFLETO  OUTROS            '.
       01 WS-NOMES-ORIGEM-R REDEFINES WS-NOMES-ORIGEM.
          03 WS-NM-ORIGEM                  PIC X(18) OCCURS 6 TIMES.
       01 WS-NOMES-ETAPA.
          03 FILLER PIC X(20) VALUE 'PRIMEIRO CONTATO'.
          03 FILLER PIC X(20) VALUE 'VISITA'.
          03 FILLER PIC X(20) VALUE 'ORCAMENTO'.
          03 FILLER PIC X(20) VALUE 'MATRICULADO'.
          03 FILLER PIC X(20) VALUE 'PERDIDO'.
       01 WS-NOMES-ETAPA-R REDEFINES WS-NOMES-ETAPA.
          03 WS-NM-ETAPA                   PIC X(20) OCCURS 5 TIMES.
       01 WS-CODIGOS-ETAPA                 PIC X(05) VALUE 'CVOMP'.
       77 WS-IND-ETP                       PIC 9(01).
       01 WS-FUNIL-ORIGEM.
          03 WS-FOR                        OCCURS 6 TIMES.
             05 WS-FOR-CONTATOS            PIC 9(05).
             05 WS-FOR-VISITAS             PIC 9(05).
             05 WS-FOR-ORCAMENTOS          PIC 9(05).
             05 WS-FOR-MATRICULAS          PIC 9(05).
             05 WS-FOR-PERDIDOS            PIC 9(05).
             05 WS-FOR-ABERTOS             PIC 9(05).
       01 WS-FUNIL-OPERADOR.
          03 WS-FOP                        OCCURS 50 TIMES.
             05 WS-FOP-CODIGO              PIC X(06).
             05 WS-FOP-CONTATOS            PIC 9(05).
             05 WS-FOP-VISITAS             PIC 9(05).
             05 WS-FOP-ORCAMENTOS          PIC 9(05).
             05 WS-FOP-MATRICULAS          PIC 9(05).
             05 WS-FOP-PERDIDOS            PIC 9(05).
             05 WS-FOP-ABERTOS             PIC 9(05).
       01 WS-FUNIL-TOTAL.
          03 WS-TOT-CONTATOS               PIC 9(05).
          03 WS-TOT-VISITAS                PIC 9(05).
          03 WS-TOT-ORCAMENTOS             PIC 9(05).
          03 WS-TOT-MATRICULAS             PIC 9(05).
          03 WS-TOT-PERDIDOS               PIC 9(05).
          03 WS-TOT-ABERTOS                PIC 9(05).
       01 WS-LINHA-FUNIL.
          03 WS-LF-ROTULO                  PIC X(18).
          03 FILLER                        PIC X(03) VALUE SPACES.
          03 WS-LF-CONTATOS                PIC ZZZZ9.
          03 FILLER                        PIC X(05) VALUE SPACES.
          03 WS-LF-VISITAS                 PIC ZZZZ9.
          03 FILLER                        PIC X(05) VALUE SPACES.
          03 WS-LF-ORCAMENTOS              PIC ZZZZ9.
          03 FILLER                        PIC X(05) VALUE SPACES.
          03 WS-LF-MATRICULAS              PIC ZZZZ9.
          03 FILLER                        PIC X(05) VALUE SPACES.
          03 WS-LF-PERDIDOS                PIC ZZZZ9.
          03 FILLER                        PIC X(05) VALUE SPACES.
          03 WS-LF-ABERTOS                 PIC ZZZZ9.
          03 FILLER                        PIC X(05) VALUE SPACES.
          03 WS-LF-CONVERSAO               PIC ZZ9,9.
          03 FILLER                        PIC X(01) VALUE '%'.
          03 FILLER                        PIC X(08) VALUE SPACES.
       77 WS-TAXA-CONVERSAO                PIC 9(03)V9.
       77 WS-LINHA-OUT                     PIC X(100) VALUE SPACES.
       01 WS-ARQ-RELATORIO                 PIC X(60).
       01 WL-PARAMETROS-TEL.
          03 WL-TELEFONE                   PIC X(15).
          03 WL-TEL-OK                     PIC X(01).
             88 WL-TEL-VALIDO              VALUE 'S'.
             88 WL-TEL-INVALIDO            VALUE 'N'.
       01 WL-PARAMETROS-TURMA.
          03 WL-CD-TURMA                   PIC X(10).
          03 WL-TUR-OK                     PIC X(01).
             88 WL-TURMA-VALIDA            VALUE 'S'.
             88 WL-TURMA-INVALIDA          VALUE 'N'.
          03 WL-DS-TURMA                   PIC X(20).
          03 WL-QT-MAX-TURMA               PIC 9(03).
       01 WL-SPOOL.
          03 WL-SPL-RELATORIO              PIC X(12).
          03 WL-SPL-ARQUIVO                PIC X(60).
          03 WL-SPL-OK                     PIC X(01).
             88 WL-SPOOL-ABERTO            VALUE 'S'.
             88 WL-SPOOL-FALHOU            VALUE 'N'.
       01 WL-AUDITORIA.
          03 WL-PROGRAMA                   PIC X(12)
             VALUE 'SISPROSP'.
          03 WL-OPERACAO                   PIC X(10).
          03 WL-CHAVE                      PIC X(10).
          03 WL-VALOR-ANTIGO               PIC X(50).
          03 WL-VALOR-NOVO                 PIC X(50).

       01 WS-ARQ-CFG-PROSPECT              PIC X(60) VALUE
          'C:\COBOL\PROSPECT.DAT'.
       01 WS-ARQ-CFG-PRSACAO               PIC X(60) VALUE
          'C:\COBOL\PRSACAO.DAT'.
       01 WS-ARQ-CFG-CONTROLE              PIC X(60) VALUE
          'C:\COBOL\CONTROLE.DAT'.
       01 WS-ARQ-CFG-CONTATOS              PIC X(60) VALUE
          'C:\COBOL\CONTATOS.DAT'.
       01 WS-ARQ-CFG-D3-CURSOS             PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\CURSOS.DAT'.
       01 WS-ARQ-CFG-SESSAO                PIC X(60) VALUE
          'C:\COBOL\SESSAO.DAT'.
       01 WS-BIN-SISCADAS                  PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\bin\SISCADAS'.
       01 WS-BIN-SISRESPO                  PIC X(60) VALUE
          'C:\COBOL\bin\SISRESPO'.
          COPY CFG_AREA.
       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM                   PIC X(50).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            PERFORM P050-CONFIGURA THRU P050-FIM
            PERFORM P300-PROCESSA  THRU P300-FIM
                                    UNTIL WS-OPCAO = 'F' OR 'f'
            PERFORM P900-FIM
            .
       P300-PROCESSA.
            MOVE SPACES             TO WS-OPCAO
            ACCEPT WS-DATA-HOJE-8 FROM DATE YYYYMMDD
            DISPLAY '**************************************************'
            DISPLAY '***    INTERESSADOS E FUNIL DE MATRICULA       ***'
            DISPLAY '**************************************************'
            DISPLAY '*** 1 - Registrar interessado                  ***'
            DISPLAY '*** 2 - Consultar interessado e acoes          ***'
            DISPLAY '*** 3 - Agendar acao de acompanhamento         ***'
            DISPLAY '*** 4 - Concluir/cancelar acao                 ***'
            DISPLAY '*** 5 - Avancar etapa (visita/orcamento/perda) ***'
            DISPLAY '*** 6 - Converter em aluno (cadastro+vinculo)  ***'
            DISPLAY '*** 7 - Agenda de acoes por operador           ***'
            DISPLAY '*** 8 - Funil mensal por origem e operador     ***'
            DISPLAY '***          <TECLE F PARA FINALIZAR>          ***'
            DISPLAY '**************************************************'
            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN '1'
                    PERFORM P310-REGISTRA      THRU P310-FIM
                WHEN '2'
                    PERFORM P400-CONSULTA      THRU P400-FIM
                WHEN '3'
                    DISPLAY 'Informe o ID do interessado: '
                    ACCEPT WS-ID-PROSPECT
                    PERFORM P420-AGENDA-ACAO   THRU P420-FIM
                WHEN '4'
                    PERFORM P440-CONCLUI-ACAO  THRU P440-FIM
                WHEN '5'
                    PERFORM P500-ETAPA         THRU P500-FIM
                WHEN '6'
                    PERFORM P600-CONVERTE      THRU P600-FIM
                WHEN '7'
                    PERFORM P700-AGENDA        THRU P700-FIM
                WHEN '8'
                    PERFORM P800-FUNIL         THRU P800-FIM
                WHEN 'F'
                    CONTINUE
                WHEN 'f'
                    CONTINUE
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA! '
            END-EVALUATE
            .
       P300-FIM.
       P310-REGISTRA.
            PERFORM P320-DIGITA-DADOS THRU P320-FIM
            IF NOT DADOS-OK
                GO TO P310-FIM
            END-IF
            PERFORM P330-LE-OPERADOR  THRU P330-FIM
            MOVE 'PROSPECT  '     TO WS-CHAVE-CONTROLE
            PERFORM P150-PROX-ID      THRU P150-FIM
            IF WS-ID-GERADO > 99999
                DISPLAY 'LIMITE DE 99999 INTERESSADOS FOI ATINGIDO. '
                        'CADASTRO NAO REALIZADO.'
                GO TO P310-FIM
            END-IF
            MOVE WS-ID-GERADO     TO WS-ID-PROSPECT

            SET FS-PRS-OK         TO TRUE
            OPEN I-O PROSPECTS
            IF WS-FS-PRS EQUAL 35 THEN
                OPEN OUTPUT PROSPECTS
                CLOSE PROSPECTS
                OPEN I-O PROSPECTS
            END-IF
            IF NOT FS-PRS-OK
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE INTERESSADOS. '
                DISPLAY 'FILE STATUS: ' WS-FS-PRS
                CLOSE PROSPECTS
                GO TO P310-FIM
            END-IF
            INITIALIZE REG-PROSPECT
            MOVE WS-ID-PROSPECT   TO ID-PROSPECT
            MOVE WS-NM-PROSPECT   TO NM-PROSPECT
            MOVE WS-TL-PROSPECT   TO TL-PROSPECT
            MOVE WS-TURMA-PRS     TO TURMA-PRS
            MOVE WS-ID-CURSO-PRS  TO ID-CURSO-PRS
            MOVE WS-CD-ORIGEM     TO CD-ORIGEM-PRS
            MOVE WS-NM-RESP       TO NM-RESP-PRS
            MOVE WS-TL-RESP       TO TL-RESP-PRS
            MOVE WS-TP-VINCULO    TO TP-VINCULO-PRS
            MOVE WS-OPERADOR      TO CD-OPERADOR-PRS
            MOVE WS-DATA-HOJE-8   TO DT-CONTATO-PRS
            SET PRS-CONTATO       TO TRUE
            WRITE REG-PROSPECT
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR O INTERESSADO. '
                    DISPLAY 'FILE STATUS: ' WS-FS-PRS
                NOT INVALID KEY
                    DISPLAY 'INTERESSADO ' WS-ID-PROSPECT
                            ' REGISTRADO - OPERADOR ' WS-OPERADOR
                    MOVE 'INTERESSE'      TO WL-OPERACAO
                    MOVE WS-ID-PROSPECT   TO WL-CHAVE
                    MOVE SPACES           TO WL-VALOR-ANTIGO
                                             WL-VALOR-NOVO
                    STRING WS-NM-PROSPECT ' ' WS-TURMA-PRS
                           ' ORIGEM ' WS-CD-ORIGEM
                           DELIMITED BY SIZE INTO WL-VALOR-NOVO
                    CALL 'AUDITLOG' USING WL-AUDITORIA
            END-WRITE
            CLOSE PROSPECTS
      * O PRIMEIRO RETORNO JA SAI AGENDADO NO ATENDIMENTO
            DISPLAY 'Agendar a primeira acao de acompanhamento? '
                    '(S/N): '
            ACCEPT WS-AGENDAR
            IF WS-AGENDAR EQUAL 'S' OR 's'
                PERFORM P420-AGENDA-ACAO THRU P420-FIM
            END-IF
            .
       P310-FIM.
       P320-DIGITA-DADOS.
            SET DADOS-OK          TO FALSE
            INITIALIZE WS-PROSPECT
            DISPLAY 'Nome do interessado (aluno): '
            ACCEPT WS-NM-PROSPECT
            IF WS-NM-PROSPECT EQUAL SPACES
                DISPLAY 'NOME NAO PODE FICAR EM BRANCO.'
                GO TO P320-FIM
            END-IF
            DISPLAY 'Telefone (DDD+numero): '
            ACCEPT WS-TL-PROSPECT
            MOVE WS-TL-PROSPECT   TO WL-TELEFONE
            CALL 'VALIDTEL' USING WL-PARAMETROS-TEL
            IF WL-TEL-INVALIDO
                DISPLAY 'TELEFONE INVALIDO (VER FORMATO DDD+NUMERO).'
                GO TO P320-FIM
            END-IF
            DISPLAY 'Turma desejada (branco = ainda nao definida): '
            ACCEPT WS-TURMA-PRS
            IF WS-TURMA-PRS NOT EQUAL SPACES
                MOVE WS-TURMA-PRS TO WL-CD-TURMA
                CALL 'CHKTURMA' USING WL-PARAMETROS-TURMA
                IF WL-TURMA-INVALIDA
                    DISPLAY 'TURMA DESCONHECIDA - CADASTRE NO '
                            'SISTURMA.'
                    GO TO P320-FIM
                END-IF
                DISPLAY 'TURMA: ' WL-DS-TURMA
            END-IF
            DISPLAY 'Curso desejado (ID, 0 = nao definido): '
            ACCEPT WS-ID-CURSO-PRS
            IF WS-ID-CURSO-PRS NOT EQUAL ZEROS
                SET FS-CUR-OK     TO TRUE
                OPEN INPUT CURSOS
                IF FS-CUR-OK
                    MOVE WS-ID-CURSO-PRS TO ID-CURSO
                    READ CURSOS
                        INVALID KEY
                            DISPLAY 'CURSO NAO CADASTRADO! '
                            CLOSE CURSOS
                            GO TO P320-FIM
                        NOT INVALID KEY
                            DISPLAY 'CURSO: ' NM-CURSO
                    END-READ
                END-IF
                CLOSE CURSOS
            END-IF
            DISPLAY 'Como soube da escola (I=Indicacao, S=Site, '
                    'R=Redes sociais, F=Fachada, A=Anuncio, '
                    'O=Outros): '
            ACCEPT WS-CD-ORIGEM
            MOVE WS-CD-ORIGEM     TO CD-ORIGEM-PRS
            IF NOT ORIGEM-VALIDA
                DISPLAY 'ORIGEM INVALIDA! '
                GO TO P320-FIM
            END-IF
            DISPLAY 'Nome do responsavel (branco = o proprio '
                    'interessado): '
            ACCEPT WS-NM-RESP
            IF WS-NM-RESP NOT EQUAL SPACES
                DISPLAY 'Telefone do responsavel: '
                ACCEPT WS-TL-RESP
                MOVE WS-TL-RESP   TO WL-TELEFONE
                CALL 'VALIDTEL' USING WL-PARAMETROS-TEL
                IF WL-TEL-INVALIDO
                    DISPLAY 'TELEFONE INVALIDO (VER FORMATO '
                            'DDD+NUMERO).'
                    GO TO P320-FIM
                END-IF
                DISPLAY 'Vinculo (P=Pai, M=Mae, R=Responsavel): '
                ACCEPT WS-TP-VINCULO
                IF WS-TP-VINCULO NOT EQUAL 'P' AND 'M' AND 'R'
                    MOVE 'R'      TO WS-TP-VINCULO
                END-IF
            END-IF
            SET DADOS-OK          TO TRUE
            .
       P320-FIM.
       P330-LE-OPERADOR.
            MOVE SPACES           TO WS-OPERADOR
            SET FS-SES-OK         TO TRUE
            OPEN INPUT SESSAO
            IF FS-SES-OK
                READ SESSAO
                    AT END
                        CONTINUE
                    NOT AT END
                        MOVE SES-CD-OPERADOR TO WS-OPERADOR
                END-READ
                CLOSE SESSAO
            END-IF
            .
       P330-FIM.
      * PROXIMO NUMERO DO CONTROLE (WS-CHAVE-CONTROLE): 'PROSPECT'
      * PARA INTERESSADOS E 'CONTATOS' PARA O RESPONSAVEL NOVO
       P150-PROX-ID.
            SET FS-CTRL-OK        TO TRUE
            MOVE 'N'              TO WS-CTRL-NOVO
            MOVE ZEROS            TO WS-ID-GERADO
            OPEN I-O CONTROLE
            IF WS-FS-CTRL EQUAL 35 THEN
                OPEN OUTPUT CONTROLE
                CLOSE CONTROLE
                OPEN I-O CONTROLE
            END-IF
            MOVE WS-CHAVE-CONTROLE TO CHAVE-CONTROLE
            READ CONTROLE
                INVALID KEY
                    MOVE 'S'          TO WS-CTRL-NOVO
                    MOVE 1            TO ULTIMO-ID
                NOT INVALID KEY
                    ADD 1             TO ULTIMO-ID
            END-READ
            IF ULTIMO-ID > 99999
                MOVE ULTIMO-ID    TO WS-ID-GERADO
                CLOSE CONTROLE
                GO TO P150-FIM
            END-IF
            MOVE WS-CHAVE-CONTROLE TO CHAVE-CONTROLE
            IF WS-CTRL-NOVO EQUAL 'S'
                WRITE REG-CONTROLE
            ELSE
                REWRITE REG-CONTROLE
            END-IF
            IF NOT FS-CTRL-OK
                DISPLAY 'ERRO AO ATUALIZAR O CONTROLE DE ID. '
                DISPLAY 'FILE STATUS: ' WS-FS-CTRL
            END-IF
            MOVE ULTIMO-ID        TO WS-ID-GERADO
            CLOSE CONTROLE
            .
       P150-FIM.
       P400-CONSULTA.
            DISPLAY 'Informe o ID do interessado: '
            ACCEPT WS-ID-PROSPECT
            SET FS-PRS-OK         TO TRUE
            OPEN INPUT PROSPECTS
            IF NOT FS-PRS-OK
                DISPLAY 'NENHUM INTERESSADO REGISTRADO AINDA. '
                CLOSE PROSPECTS
                GO TO P400-FIM
            END-IF
            MOVE WS-ID-PROSPECT   TO ID-PROSPECT
            READ PROSPECTS
                INVALID KEY
                    DISPLAY 'INTERESSADO NAO EXISTE! '
                    CLOSE PROSPECTS
                    GO TO P400-FIM
            END-READ
            CLOSE PROSPECTS
            PERFORM P410-NOME-ETAPA THRU P410-FIM
            DISPLAY '***** INTERESSADO ' ID-PROSPECT ' *****'
            DISPLAY 'NOME......: ' NM-PROSPECT '  TEL ' TL-PROSPECT
            DISPLAY 'TURMA/CURSO: ' TURMA-PRS ' / ' ID-CURSO-PRS
            DISPLAY 'ORIGEM....: ' CD-ORIGEM-PRS
                    '   OPERADOR: ' CD-OPERADOR-PRS
            DISPLAY 'RESPONSAVEL: ' NM-RESP-PRS '  TEL ' TL-RESP-PRS
                    ' (' TP-VINCULO-PRS ')'
            DISPLAY 'ETAPA.....: ' WS-NM-ETAPA(WS-IND-ETP)
            DISPLAY 'DATAS.....: CONTATO ' DT-CONTATO-PRS
                    ' VISITA ' DT-VISITA-PRS
                    ' ORCAMENTO ' DT-ORCAMENTO-PRS
            IF PRS-MATRICULADO
                DISPLAY 'MATRICULADO EM ' DT-MATRICULA-PRS
                        ' - ALUNO ' ID-ALUNO-PRS
            END-IF
            IF PRS-PERDIDO
                DISPLAY 'PERDIDO EM ' DT-PERDA-PRS ' - '
                        DS-MOTIVO-PERDA-PRS
            END-IF
            DISPLAY 'ACOES DE ACOMPANHAMENTO:'
            MOVE ZEROS            TO WS-QTD-ACOES
            SET EOF-ACA-OK        TO FALSE
            SET FS-ACA-OK         TO TRUE
            OPEN INPUT ACOES
            IF NOT FS-ACA-OK
                SET EOF-ACA-OK    TO TRUE
            ELSE
                MOVE WS-ID-PROSPECT TO ID-PROSPECT-ACA
                MOVE ZEROS          TO SQ-ACAO-ACA
                START ACOES KEY NOT LESS THAN CHAVE-ACAO-PROSPECT
                    INVALID KEY
                        SET EOF-ACA-OK TO TRUE
                END-START
            END-IF
            PERFORM UNTIL EOF-ACA-OK
                READ ACOES NEXT
                    AT END
                        SET EOF-ACA-OK TO TRUE
                    NOT AT END
                        IF ID-PROSPECT-ACA NOT EQUAL WS-ID-PROSPECT
                            SET EOF-ACA-OK TO TRUE
                        ELSE
                            ADD 1 TO WS-QTD-ACOES
                            DISPLAY '  ' SQ-ACAO-ACA ' '
                                    DT-PREVISTA-ACA ' '
                                    CD-OPERADOR-ACA ' '
                                    ST-ACAO-ACA ' ' DS-ACAO-ACA
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ACOES
            IF WS-QTD-ACOES EQUAL ZEROS
                DISPLAY '  (NENHUMA ACAO REGISTRADA)'
            END-IF
            DISPLAY '*************************************'
            .
       P400-FIM.
       P410-NOME-ETAPA.
            MOVE 1                TO WS-IND-ETP
            PERFORM VARYING WS-IND-ORI FROM 1 BY 1
                    UNTIL WS-IND-ORI > 5
                IF WS-CODIGOS-ETAPA(WS-IND-ORI:1) EQUAL ST-PROSPECT
                    MOVE WS-IND-ORI TO WS-IND-ETP
                END-IF
            END-PERFORM
            .
       P410-FIM.
      * NOVA ACAO PARA O INTERESSADO EM WS-ID-PROSPECT: SEQUENCIA
      * SEGUINTE A ULTIMA DELE, OPERADOR PADRAO = O DA SESSAO
       P420-AGENDA-ACAO.
            SET FS-PRS-OK         TO TRUE
            OPEN INPUT PROSPECTS
            IF NOT FS-PRS-OK
                DISPLAY 'NENHUM INTERESSADO REGISTRADO AINDA. '
                CLOSE PROSPECTS
                GO TO P420-FIM
            END-IF
            MOVE WS-ID-PROSPECT   TO ID-PROSPECT
            READ PROSPECTS
                INVALID KEY
                    DISPLAY 'INTERESSADO NAO EXISTE! '
                    CLOSE PROSPECTS
                    GO TO P420-FIM
            END-READ
            CLOSE PROSPECTS
            IF NOT PRS-EM-ABERTO
                DISPLAY 'INTERESSADO JA MATRICULADO OU PERDIDO - '
                        'SEM NOVAS ACOES.'
                GO TO P420-FIM
            END-IF
            DISPLAY 'Interessado: ' NM-PROSPECT
            DISPLAY 'Acao (ligar, agendar visita, enviar orcamento'
                    '...): '
            ACCEPT WS-DS-ACAO
            IF WS-DS-ACAO EQUAL SPACES
                DISPLAY 'ACAO NAO PODE FICAR EM BRANCO.'
                GO TO P420-FIM
            END-IF
            DISPLAY 'Data prevista (AAAAMMDD): '
            ACCEPT WS-DT-PREVISTA
            IF FUNCTION TEST-DATE-YYYYMMDD(WS-DT-PREVISTA)
               NOT EQUAL 0
                DISPLAY 'DATA INVALIDA! '
                GO TO P420-FIM
            END-IF
            IF WS-DT-PREVISTA < WS-DATA-HOJE-8
                DISPLAY 'DATA PREVISTA NAO PODE SER ANTERIOR A HOJE.'
                GO TO P420-FIM
            END-IF
            PERFORM P330-LE-OPERADOR THRU P330-FIM
            DISPLAY 'Operador responsavel (branco = ' WS-OPERADOR
                    '): '
            ACCEPT WS-CD-OPERADOR
            IF WS-CD-OPERADOR EQUAL SPACES
                MOVE WS-OPERADOR  TO WS-CD-OPERADOR
            END-IF

            SET FS-ACA-OK         TO TRUE
            OPEN I-O ACOES
            IF WS-FS-ACA EQUAL 35 THEN
                OPEN OUTPUT ACOES
                CLOSE ACOES
                OPEN I-O ACOES
            END-IF
            IF NOT FS-ACA-OK
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ACOES. '
                DISPLAY 'FILE STATUS: ' WS-FS-ACA
                CLOSE ACOES
                GO TO P420-FIM
            END-IF
            MOVE ZEROS            TO WS-SQ-ACAO
            SET EOF-ACA-OK        TO FALSE
            MOVE WS-ID-PROSPECT   TO ID-PROSPECT-ACA
            MOVE ZEROS            TO SQ-ACAO-ACA
            START ACOES KEY NOT LESS THAN CHAVE-ACAO-PROSPECT
                INVALID KEY
                    SET EOF-ACA-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-ACA-OK
                READ ACOES NEXT
                    AT END
                        SET EOF-ACA-OK TO TRUE
                    NOT AT END
                        IF ID-PROSPECT-ACA NOT EQUAL WS-ID-PROSPECT
                            SET EOF-ACA-OK TO TRUE
                        ELSE
                            MOVE SQ-ACAO-ACA TO WS-SQ-ACAO
                        END-IF
                END-READ
            END-PERFORM
            IF WS-SQ-ACAO EQUAL 999
                DISPLAY 'LIMITE DE ACOES DO INTERESSADO ATINGIDO.'
                CLOSE ACOES
                GO TO P420-FIM
            END-IF
            ADD 1                 TO WS-SQ-ACAO
            INITIALIZE REG-ACAO-PROSPECT
            MOVE WS-ID-PROSPECT   TO ID-PROSPECT-ACA
            MOVE WS-SQ-ACAO       TO SQ-ACAO-ACA
            MOVE WS-CD-OPERADOR   TO CD-OPERADOR-ACA
            MOVE WS-DT-PREVISTA   TO DT-PREVISTA-ACA
            MOVE WS-DS-ACAO       TO DS-ACAO-ACA
            SET ACAO-PENDENTE     TO TRUE
            WRITE REG-ACAO-PROSPECT
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR A ACAO. '
                    DISPLAY 'FILE STATUS: ' WS-FS-ACA
                NOT INVALID KEY
                    DISPLAY 'Acao ' WS-SQ-ACAO ' agendada para '
                            WS-DT-PREVISTA ' - operador '
                            WS-CD-OPERADOR
            END-WRITE
            CLOSE ACOES
            .
       P420-FIM.
       P440-CONCLUI-ACAO.
            DISPLAY 'Informe o ID do interessado: '
            ACCEPT WS-ID-PROSPECT
            DISPLAY 'Informe a sequencia da acao: '
            ACCEPT WS-SQ-ACAO
            DISPLAY 'Situacao (F=Feita, C=Cancelada): '
            ACCEPT WS-NOVA-SITUACAO
            IF WS-NOVA-SITUACAO NOT EQUAL 'F' AND 'C'
                DISPLAY 'SITUACAO INVALIDA! '
                GO TO P440-FIM
            END-IF
            SET FS-ACA-OK         TO TRUE
            OPEN I-O ACOES
            IF NOT FS-ACA-OK
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ACOES. '
                DISPLAY 'FILE STATUS: ' WS-FS-ACA
                CLOSE ACOES
                GO TO P440-FIM
            END-IF
            MOVE WS-ID-PROSPECT   TO ID-PROSPECT-ACA
            MOVE WS-SQ-ACAO       TO SQ-ACAO-ACA
            READ ACOES
                INVALID KEY
                    DISPLAY 'ACAO NAO EXISTE! '
                NOT INVALID KEY
                    IF NOT ACAO-PENDENTE
                        DISPLAY 'ACAO JA ENCERRADA (' ST-ACAO-ACA
                                ').'
                    ELSE
                        MOVE WS-NOVA-SITUACAO TO ST-ACAO-ACA
                        MOVE WS-DATA-HOJE-8   TO DT-REALIZADA-ACA
                        REWRITE REG-ACAO-PROSPECT
                        IF FS-ACA-OK
                            DISPLAY 'Acao atualizada.'
                        ELSE
                            DISPLAY 'ERRO AO ATUALIZAR A ACAO. '
                            DISPLAY 'FILE STATUS: ' WS-FS-ACA
                        END-IF
                    END-IF
            END-READ
            CLOSE ACOES
            .
       P440-FIM.
      * AS ETAPAS SO AVANCAM (C -> V -> O); PERDA EM QUALQUER ETAPA
      * ABERTA, COM MOTIVO. MATRICULA SO PELA CONVERSAO (OPCAO 6)
       P500-ETAPA.
            DISPLAY 'Informe o ID do interessado: '
            ACCEPT WS-ID-PROSPECT
            SET FS-PRS-OK         TO TRUE
            OPEN I-O PROSPECTS
            IF NOT FS-PRS-OK
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE INTERESSADOS. '
                DISPLAY 'FILE STATUS: ' WS-FS-PRS
                CLOSE PROSPECTS
                GO TO P500-FIM
            END-IF
            MOVE WS-ID-PROSPECT   TO ID-PROSPECT
            READ PROSPECTS
                INVALID KEY
                    DISPLAY 'INTERESSADO NAO EXISTE! '
                    CLOSE PROSPECTS
                    GO TO P500-FIM
            END-READ
            IF NOT PRS-EM-ABERTO
                DISPLAY 'INTERESSADO JA MATRICULADO OU PERDIDO.'
                CLOSE PROSPECTS
                GO TO P500-FIM
            END-IF
            PERFORM P410-NOME-ETAPA THRU P410-FIM
            DISPLAY NM-PROSPECT ' - ETAPA ATUAL: '
                    WS-NM-ETAPA(WS-IND-ETP)
            DISPLAY 'Nova etapa (V=Visita, O=Orcamento, '
                    'P=Perdido): '
            ACCEPT WS-NOVO-STATUS
            MOVE ST-PROSPECT      TO WL-VALOR-ANTIGO
            MOVE SPACES           TO WS-MOTIVO-PERDA
            EVALUATE TRUE
                WHEN WS-NOVO-STATUS EQUAL 'V' AND PRS-CONTATO
                    MOVE WS-DATA-HOJE-8 TO DT-VISITA-PRS
                WHEN WS-NOVO-STATUS EQUAL 'O' AND
                     (PRS-CONTATO OR PRS-VISITA)
                    MOVE WS-DATA-HOJE-8 TO DT-ORCAMENTO-PRS
                WHEN WS-NOVO-STATUS EQUAL 'P'
                    DISPLAY 'Motivo da perda (preco, distancia, '
                            'horario, escolheu outra...): '
                    ACCEPT WS-MOTIVO-PERDA
                    IF WS-MOTIVO-PERDA EQUAL SPACES
                        DISPLAY 'MOTIVO OBRIGATORIO PARA A PERDA.'
                        CLOSE PROSPECTS
                        GO TO P500-FIM
                    END-IF
                    MOVE WS-DATA-HOJE-8  TO DT-PERDA-PRS
                    MOVE WS-MOTIVO-PERDA TO DS-MOTIVO-PERDA-PRS
                WHEN OTHER
                    DISPLAY 'ETAPA INVALIDA OU ANTERIOR A ATUAL! '
                    CLOSE PROSPECTS
                    GO TO P500-FIM
            END-EVALUATE
            MOVE WS-NOVO-STATUS   TO ST-PROSPECT
            REWRITE REG-PROSPECT
            IF NOT FS-PRS-OK
                DISPLAY 'ERRO AO ATUALIZAR O INTERESSADO. '
                DISPLAY 'FILE STATUS: ' WS-FS-PRS
                CLOSE PROSPECTS
                GO TO P500-FIM
            END-IF
            CLOSE PROSPECTS
            DISPLAY 'Etapa atualizada.'
            MOVE 'ETAPA'          TO WL-OPERACAO
            MOVE WS-ID-PROSPECT   TO WL-CHAVE
            MOVE SPACES           TO WL-VALOR-NOVO
            STRING WS-NOVO-STATUS ' ' WS-MOTIVO-PERDA
                   DELIMITED BY SIZE INTO WL-VALOR-NOVO
            CALL 'AUDITLOG' USING WL-AUDITORIA
            IF WS-NOVO-STATUS EQUAL 'P'
                PERFORM P550-CANCELA-ACOES THRU P550-FIM
            END-IF
            .
       P500-FIM.
      * INTERESSADO ENCERRADO (MATRICULADO OU PERDIDO) NAO DEIXA
      * ACOES PENDENTES NA AGENDA DOS OPERADORES
       P550-CANCELA-ACOES.
            MOVE ZEROS            TO WS-QTD-CANCELADAS
            SET EOF-ACA-OK        TO FALSE
            SET FS-ACA-OK         TO TRUE
            OPEN I-O ACOES
            IF NOT FS-ACA-OK
                CLOSE ACOES
                GO TO P550-FIM
            END-IF
            MOVE WS-ID-PROSPECT   TO ID-PROSPECT-ACA
            MOVE ZEROS            TO SQ-ACAO-ACA
            START ACOES KEY NOT LESS THAN CHAVE-ACAO-PROSPECT
                INVALID KEY
                    SET EOF-ACA-OK TO TRUE
            END-START
            PERFORM UNTIL EOF-ACA-OK
                READ ACOES NEXT
                    AT END
                        SET EOF-ACA-OK TO TRUE
                    NOT AT END
                        IF ID-PROSPECT-ACA NOT EQUAL WS-ID-PROSPECT
                            SET EOF-ACA-OK TO TRUE
                        ELSE
                            IF ACAO-PENDENTE
                                SET ACAO-CANCELADA TO TRUE
                                MOVE WS-DATA-HOJE-8
                                  TO DT-REALIZADA-ACA
                                REWRITE REG-ACAO-PROSPECT
                                ADD 1 TO WS-QTD-CANCELADAS
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ACOES
            IF WS-QTD-CANCELADAS > 0
                DISPLAY WS-QTD-CANCELADAS
                        ' acao(oes) pendente(s) cancelada(s).'
            END-IF
            .
       P550-FIM.
      * CONVERSAO: O SISCADAS ABRE COM NOME, TELEFONE E TURMA DO
      * INTERESSADO; COM O ALUNO GRAVADO, O RESPONSAVEL VIRA (OU
      * REAPROVEITA) UM CONTATO E O SISRESPO GRAVA O VINCULO
       P600-CONVERTE.
            DISPLAY 'Informe o ID do interessado: '
            ACCEPT WS-ID-PROSPECT
            SET FS-PRS-OK         TO TRUE
            OPEN INPUT PROSPECTS
            IF NOT FS-PRS-OK
                DISPLAY 'NENHUM INTERESSADO REGISTRADO AINDA. '
                CLOSE PROSPECTS
                GO TO P600-FIM
            END-IF
            MOVE WS-ID-PROSPECT   TO ID-PROSPECT
            READ PROSPECTS
                INVALID KEY
                    DISPLAY 'INTERESSADO NAO EXISTE! '
                    CLOSE PROSPECTS
                    GO TO P600-FIM
            END-READ
            CLOSE PROSPECTS
            IF NOT PRS-EM-ABERTO
                DISPLAY 'INTERESSADO JA MATRICULADO OU PERDIDO.'
                GO TO P600-FIM
            END-IF
            MOVE NM-RESP-PRS      TO WS-NM-RESP
            MOVE TL-RESP-PRS      TO WS-TL-RESP
            MOVE TP-VINCULO-PRS   TO WS-TP-VINCULO
            MOVE ID-CONTATO-PRS   TO WS-ID-CONTATO
            DISPLAY 'Converter ' NM-PROSPECT ' em aluno? '
                    'TECLE: <S> para abrir o cadastro ou '
                    '<QUALQUER TECLA> para abortar.'
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA NOT EQUAL 'S' AND 's'
                DISPLAY 'Conversao nao realizada.'
                GO TO P600-FIM
            END-IF

            MOVE SPACES           TO WS-MENSAGEM
            STRING 'PROSPECT' WS-ID-PROSPECT
                   DELIMITED BY SIZE INTO WS-MENSAGEM
            CALL WS-BIN-SISCADAS USING WS-COM-AREA
            IF WS-MENSAGEM(1:10) NOT EQUAL 'CADASTRADO' OR
               WS-MENSAGEM(11:6) NOT NUMERIC
                DISPLAY 'CADASTRO DO ALUNO NAO CONCLUIDO - '
                        'INTERESSADO CONTINUA EM ABERTO.'
                GO TO P600-FIM
            END-IF
            MOVE WS-MENSAGEM(11:6) TO WS-ID-ALUNO

            IF WS-NM-RESP NOT EQUAL SPACES
                IF WS-ID-CONTATO EQUAL ZEROS
                    PERFORM P620-CONTATO-RESP THRU P620-FIM
                END-IF
                IF WS-ID-CONTATO NOT EQUAL ZEROS
                    MOVE SPACES   TO WS-MENSAGEM
                    STRING 'VINCULO' WS-ID-CONTATO WS-ID-ALUNO
                           WS-TP-VINCULO
                           DELIMITED BY SIZE INTO WS-MENSAGEM
                    CALL WS-BIN-SISRESPO USING WS-COM-AREA
                    IF WS-MENSAGEM(1:9) NOT EQUAL 'VINCULADO'
                        DISPLAY 'ATENCAO: VINCULO DO RESPONSAVEL NAO '
                                'GRAVADO - COMPLETE NO SISRESPO.'
                    END-IF
                END-IF
            END-IF

            SET FS-PRS-OK         TO TRUE
            OPEN I-O PROSPECTS
            MOVE WS-ID-PROSPECT   TO ID-PROSPECT
            READ PROSPECTS
                INVALID KEY
                    DISPLAY 'INTERESSADO NAO EXISTE! '
                NOT INVALID KEY
                    MOVE ST-PROSPECT      TO WL-VALOR-ANTIGO
                    SET PRS-MATRICULADO   TO TRUE
                    MOVE WS-DATA-HOJE-8   TO DT-MATRICULA-PRS
                    MOVE WS-ID-ALUNO      TO ID-ALUNO-PRS
                    MOVE WS-ID-CONTATO    TO ID-CONTATO-PRS
                    REWRITE REG-PROSPECT
                    IF FS-PRS-OK
                        DISPLAY 'INTERESSADO ' WS-ID-PROSPECT
                                ' CONVERTIDO NO ALUNO ' WS-ID-ALUNO
                        MOVE 'CONVERSAO'  TO WL-OPERACAO
                        MOVE WS-ID-PROSPECT TO WL-CHAVE
                        MOVE SPACES       TO WL-VALOR-NOVO
                        STRING 'ALUNO ' WS-ID-ALUNO
                               ' CONTATO ' WS-ID-CONTATO
                               DELIMITED BY SIZE INTO WL-VALOR-NOVO
                        CALL 'AUDITLOG' USING WL-AUDITORIA
                    ELSE
                        DISPLAY 'ERRO AO ATUALIZAR O INTERESSADO. '
                        DISPLAY 'FILE STATUS: ' WS-FS-PRS
                    END-IF
            END-READ
            CLOSE PROSPECTS
            PERFORM P550-CANCELA-ACOES THRU P550-FIM
            .
       P600-FIM.
      * RESPONSAVEL JA NOS CONTATOS (MESMO NOME E TELEFONE) E
      * REAPROVEITADO; SENAO E INCLUIDO COM O NUMERO DO CONTROLE
       P620-CONTATO-RESP.
            SET ACHOU             TO FALSE
            SET EOF-OK            TO FALSE
            SET FS-CTT-OK         TO TRUE
            OPEN I-O CONTATOS
            IF WS-FS-CTT EQUAL 35 THEN
                OPEN OUTPUT CONTATOS
                CLOSE CONTATOS
                OPEN I-O CONTATOS
            END-IF
            IF NOT FS-CTT-OK
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS. '
                DISPLAY 'FILE STATUS: ' WS-FS-CTT
                CLOSE CONTATOS
                GO TO P620-FIM
            END-IF
            MOVE WS-NM-RESP       TO NM-CONTATO
            START CONTATOS KEY NOT LESS THAN NM-CONTATO
                INVALID KEY
                    SET EOF-OK    TO TRUE
            END-START
            PERFORM UNTIL EOF-OK OR ACHOU
                READ CONTATOS NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF NM-CONTATO NOT EQUAL WS-NM-RESP
                            SET EOF-OK TO TRUE
                        ELSE
                            IF TL-CONTATO EQUAL WS-TL-RESP
                                SET ACHOU TO TRUE
                                MOVE ID-CONTATO TO WS-ID-CONTATO
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            IF ACHOU
                DISPLAY 'Responsavel ja cadastrado: contato '
                        WS-ID-CONTATO
                CLOSE CONTATOS
                GO TO P620-FIM
            END-IF
            MOVE 'CONTATOS  '     TO WS-CHAVE-CONTROLE
            PERFORM P150-PROX-ID  THRU P150-FIM
            IF WS-ID-GERADO > 99999
                DISPLAY 'LIMITE DE 99999 CONTATOS CADASTRADOS FOI '
                        'ATINGIDO. RESPONSAVEL NAO INCLUIDO.'
                CLOSE CONTATOS
                GO TO P620-FIM
            END-IF
            INITIALIZE REG-CONTATOS
            MOVE WS-ID-GERADO     TO ID-CONTATO
            MOVE WS-NM-RESP       TO NM-CONTATO
            MOVE WS-TL-RESP       TO TL-CONTATO
            ACCEPT DT-CRIACAO-CONTATO FROM DATE YYYYMMDD
            ACCEPT HR-CRIACAO-CONTATO FROM TIME
            MOVE DT-CRIACAO-CONTATO TO DT-ALTERACAO-CONTATO
            MOVE HR-CRIACAO-CONTATO TO HR-ALTERACAO-CONTATO
            MOVE 'N'              TO FL-OPTOUT-SMS
            WRITE REG-CONTATOS
                INVALID KEY
                    DISPLAY 'ERRO AO INCLUIR O CONTATO DO '
                            'RESPONSAVEL. '
                NOT INVALID KEY
                    MOVE ID-CONTATO TO WS-ID-CONTATO
                    DISPLAY 'Responsavel incluido nos contatos: '
                            WS-ID-CONTATO
                    MOVE 'CONTATO'    TO WL-OPERACAO
                    MOVE WS-ID-CONTATO TO WL-CHAVE
                    MOVE SPACES       TO WL-VALOR-ANTIGO
                                         WL-VALOR-NOVO
                    STRING WS-NM-RESP ' ' WS-TL-RESP
                           DELIMITED BY SIZE INTO WL-VALOR-NOVO
                    CALL 'AUDITLOG' USING WL-AUDITORIA
            END-WRITE
            CLOSE CONTATOS
            .
       P620-FIM.
      * AGENDA: ACOES PENDENTES ATE A DATA LIMITE, DE UM OPERADOR
      * (OU DE TODOS), COM AS ATRASADAS MARCADAS
       P700-AGENDA.
            DISPLAY 'Operador (branco = todos): '
            ACCEPT WS-CD-OPERADOR
            DISPLAY 'Acoes previstas ate (AAAAMMDD, 0 = hoje): '
            ACCEPT WS-DT-LIMITE
            IF WS-DT-LIMITE EQUAL ZEROS
                MOVE WS-DATA-HOJE-8 TO WS-DT-LIMITE
            END-IF
            MOVE ZEROS            TO WS-QTD-ACOES WS-QTD-ATRASADAS
            SET EOF-ACA-OK        TO FALSE
            SET FS-ACA-OK         TO TRUE
            SET FS-PRS-OK         TO TRUE
            OPEN INPUT ACOES
            OPEN INPUT PROSPECTS
            IF NOT FS-ACA-OK OR NOT FS-PRS-OK
                DISPLAY 'NENHUMA ACAO AGENDADA AINDA. '
                CLOSE ACOES
                CLOSE PROSPECTS
                GO TO P700-FIM
            END-IF
            DISPLAY '***** AGENDA DE ACOES ATE ' WS-DT-LIMITE
                    ' *****'
            PERFORM UNTIL EOF-ACA-OK
                READ ACOES NEXT
                    AT END
                        SET EOF-ACA-OK TO TRUE
                    NOT AT END
                        IF ACAO-PENDENTE AND
                           DT-PREVISTA-ACA <= WS-DT-LIMITE AND
                           (WS-CD-OPERADOR EQUAL SPACES OR
                            CD-OPERADOR-ACA EQUAL WS-CD-OPERADOR)
                            PERFORM P710-LINHA-AGENDA THRU P710-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ACOES
            CLOSE PROSPECTS
            DISPLAY '--------------------------------------'
            DISPLAY WS-QTD-ACOES ' acao(oes) pendente(s), '
                    WS-QTD-ATRASADAS ' atrasada(s).'
            .
       P700-FIM.
       P710-LINHA-AGENDA.
            ADD 1                 TO WS-QTD-ACOES
            MOVE ID-PROSPECT-ACA  TO ID-PROSPECT
            READ PROSPECTS
                INVALID KEY
                    MOVE SPACES   TO NM-PROSPECT TL-PROSPECT
            END-READ
            IF DT-PREVISTA-ACA < WS-DATA-HOJE-8
                ADD 1             TO WS-QTD-ATRASADAS
                DISPLAY DT-PREVISTA-ACA ' ' CD-OPERADOR-ACA ' '
                        ID-PROSPECT-ACA '/' SQ-ACAO-ACA ' '
                        NM-PROSPECT ' ' TL-PROSPECT
                        ' *** ATRASADA ***'
            ELSE
                DISPLAY DT-PREVISTA-ACA ' ' CD-OPERADOR-ACA ' '
                        ID-PROSPECT-ACA '/' SQ-ACAO-ACA ' '
                        NM-PROSPECT ' ' TL-PROSPECT
            END-IF
            DISPLAY '           ' DS-ACAO-ACA
            .
       P710-FIM.
      * FUNIL DO MES: COORTE DOS INTERESSADOS CUJO PRIMEIRO CONTATO
      * FOI NO MES; CADA ETAPA CONTA QUEM CHEGOU A ELA OU ALEM, E A
      * CONVERSAO E MATRICULADOS / CONTATOS
       P800-FUNIL.
            DISPLAY 'Mes do primeiro contato (AAAAMM, 0 = mes '
                    'corrente): '
            ACCEPT WS-MES-FUNIL
            IF WS-MES-FUNIL EQUAL ZEROS
                MOVE WS-DATA-HOJE-8(1:6) TO WS-MES-FUNIL
            END-IF
            INITIALIZE WS-FUNIL-ORIGEM WS-FUNIL-OPERADOR
                       WS-FUNIL-TOTAL
            MOVE ZEROS            TO WS-QTD-OPERADORES
            SET EOF-OK            TO FALSE
            SET FS-PRS-OK         TO TRUE
            OPEN INPUT PROSPECTS
            IF NOT FS-PRS-OK
                DISPLAY 'NENHUM INTERESSADO REGISTRADO AINDA. '
                CLOSE PROSPECTS
                GO TO P800-FIM
            END-IF
            PERFORM UNTIL EOF-OK
                READ PROSPECTS NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF DT-CONTATO-PRS(1:6) EQUAL WS-MES-FUNIL
                            PERFORM P810-CONTA THRU P810-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PROSPECTS

            MOVE 'FUNILMAT'       TO WL-SPL-RELATORIO
            CALL 'SPOOLREG' USING WL-SPOOL
            IF WL-SPOOL-ABERTO
                MOVE WL-SPL-ARQUIVO TO WS-ARQ-RELATORIO
            ELSE
                MOVE 'C:\COBOL\FUNIL_MATRICULA.TXT'
                  TO WS-ARQ-RELATORIO
            END-IF
            SET FS-OUT-OK         TO TRUE
            OPEN OUTPUT RELATORIO-OUT
            IF NOT FS-OUT-OK
                DISPLAY 'ERRO AO GRAVAR O RELATORIO. '
                DISPLAY 'FILE STATUS: ' WS-FS-OUT
                GO TO P800-FIM
            END-IF
            MOVE ALL '=' TO WS-LINHA-OUT
            PERFORM P760-GRAVA-LINHA THRU P760-FIM
            STRING 'FUNIL DE MATRICULA - PRIMEIRO CONTATO EM '
                   WS-MES-FUNIL(5:2) '/' WS-MES-FUNIL(1:4)
                   '   EMITIDO EM ' WS-DATA-HOJE-8
                   DELIMITED BY SIZE INTO WS-LINHA-OUT
            PERFORM P760-GRAVA-LINHA THRU P760-FIM
            MOVE ALL '=' TO WS-LINHA-OUT
            PERFORM P760-GRAVA-LINHA THRU P760-FIM
            PERFORM P830-CABECALHO THRU P830-FIM
            MOVE 'POR ORIGEM'     TO WS-LINHA-OUT
            PERFORM P760-GRAVA-LINHA THRU P760-FIM
            PERFORM VARYING WS-IND-ORI FROM 1 BY 1
                    UNTIL WS-IND-ORI > 6
                MOVE WS-NM-ORIGEM(WS-IND-ORI) TO WS-LF-ROTULO
                MOVE WS-FOR-CONTATOS(WS-IND-ORI)   TO WS-TOT-CONTATOS
                MOVE WS-FOR-VISITAS(WS-IND-ORI)    TO WS-TOT-VISITAS
                MOVE WS-FOR-ORCAMENTOS(WS-IND-ORI)
                  TO WS-TOT-ORCAMENTOS
                MOVE WS-FOR-MATRICULAS(WS-IND-ORI)
                  TO WS-TOT-MATRICULAS
                MOVE WS-FOR-PERDIDOS(WS-IND-ORI)   TO WS-TOT-PERDIDOS
                MOVE WS-FOR-ABERTOS(WS-IND-ORI)    TO WS-TOT-ABERTOS
                PERFORM P840-LINHA-FUNIL THRU P840-FIM
            END-PERFORM
            MOVE ALL '-' TO WS-LINHA-OUT
            PERFORM P760-GRAVA-LINHA THRU P760-FIM
            MOVE 'POR OPERADOR'   TO WS-LINHA-OUT
            PERFORM P760-GRAVA-LINHA THRU P760-FIM
            PERFORM VARYING WS-IND-OPE FROM 1 BY 1
                    UNTIL WS-IND-OPE > WS-QTD-OPERADORES
                MOVE SPACES       TO WS-LF-ROTULO
                IF WS-FOP-CODIGO(WS-IND-OPE) EQUAL SPACES
                    MOVE '(SEM OPERADOR)' TO WS-LF-ROTULO
                ELSE
                    MOVE WS-FOP-CODIGO(WS-IND-OPE) TO WS-LF-ROTULO
                END-IF
                MOVE WS-FOP-CONTATOS(WS-IND-OPE)   TO WS-TOT-CONTATOS
                MOVE WS-FOP-VISITAS(WS-IND-OPE)    TO WS-TOT-VISITAS
                MOVE WS-FOP-ORCAMENTOS(WS-IND-OPE)
                  TO WS-TOT-ORCAMENTOS
                MOVE WS-FOP-MATRICULAS(WS-IND-OPE)
                  TO WS-TOT-MATRICULAS
                MOVE WS-FOP-PERDIDOS(WS-IND-OPE)   TO WS-TOT-PERDIDOS
                MOVE WS-FOP-ABERTOS(WS-IND-OPE)    TO WS-TOT-ABERTOS
                PERFORM P840-LINHA-FUNIL THRU P840-FIM
            END-PERFORM
            MOVE ALL '-' TO WS-LINHA-OUT
            PERFORM P760-GRAVA-LINHA THRU P760-FIM
            INITIALIZE WS-FUNIL-TOTAL
            PERFORM VARYING WS-IND-ORI FROM 1 BY 1
                    UNTIL WS-IND-ORI > 6
                ADD WS-FOR-CONTATOS(WS-IND-ORI)   TO WS-TOT-CONTATOS
                ADD WS-FOR-VISITAS(WS-IND-ORI)    TO WS-TOT-VISITAS
                ADD WS-FOR-ORCAMENTOS(WS-IND-ORI) TO WS-TOT-ORCAMENTOS
                ADD WS-FOR-MATRICULAS(WS-IND-ORI) TO WS-TOT-MATRICULAS
                ADD WS-FOR-PERDIDOS(WS-IND-ORI)   TO WS-TOT-PERDIDOS
                ADD WS-FOR-ABERTOS(WS-IND-ORI)    TO WS-TOT-ABERTOS
            END-PERFORM
            MOVE 'TOTAL DO MES'   TO WS-LF-ROTULO
            PERFORM P840-LINHA-FUNIL THRU P840-FIM
            DISPLAY WS-LINHA-FUNIL
            CLOSE RELATORIO-OUT
            DISPLAY 'FUNIL GRAVADO EM: ' WS-ARQ-RELATORIO
            .
       P800-FIM.
       P810-CONTA.
            MOVE ZEROS            TO WS-IND-ORI
            PERFORM VARYING WS-IND-ETP FROM 1 BY 1
                    UNTIL WS-IND-ETP > 6
                IF WS-CODIGOS-ORIGEM(WS-IND-ETP:1) EQUAL CD-ORIGEM-PRS
                    MOVE WS-IND-ETP TO WS-IND-ORI
                END-IF
            END-PERFORM
            IF WS-IND-ORI EQUAL ZEROS
                MOVE 6            TO WS-IND-ORI
            END-IF
            SET ACHOU             TO FALSE
            PERFORM VARYING WS-IND-OPE FROM 1 BY 1
                    UNTIL WS-IND-OPE > WS-QTD-OPERADORES OR ACHOU
                IF WS-FOP-CODIGO(WS-IND-OPE) EQUAL CD-OPERADOR-PRS
                    SET ACHOU     TO TRUE
                END-IF
            END-PERFORM
            IF ACHOU
                SUBTRACT 1        FROM WS-IND-OPE
            ELSE
                IF WS-QTD-OPERADORES < 50
                    ADD 1         TO WS-QTD-OPERADORES
                    MOVE WS-QTD-OPERADORES TO WS-IND-OPE
                    MOVE CD-OPERADOR-PRS TO WS-FOP-CODIGO(WS-IND-OPE)
                ELSE
                    MOVE 50       TO WS-IND-OPE
                END-IF
            END-IF
            ADD 1 TO WS-FOR-CONTATOS(WS-IND-ORI)
                     WS-FOP-CONTATOS(WS-IND-OPE)
            IF DT-VISITA-PRS > 0 OR DT-ORCAMENTO-PRS > 0 OR
               PRS-MATRICULADO
                ADD 1 TO WS-FOR-VISITAS(WS-IND-ORI)
                         WS-FOP-VISITAS(WS-IND-OPE)
            END-IF
            IF DT-ORCAMENTO-PRS > 0 OR PRS-MATRICULADO
                ADD 1 TO WS-FOR-ORCAMENTOS(WS-IND-ORI)
                         WS-FOP-ORCAMENTOS(WS-IND-OPE)
            END-IF
            EVALUATE TRUE
                WHEN PRS-MATRICULADO
                    ADD 1 TO WS-FOR-MATRICULAS(WS-IND-ORI)
                             WS-FOP-MATRICULAS(WS-IND-OPE)
                WHEN PRS-PERDIDO
                    ADD 1 TO WS-FOR-PERDIDOS(WS-IND-ORI)
                             WS-FOP-PERDIDOS(WS-IND-OPE)
                WHEN OTHER
                    ADD 1 TO WS-FOR-ABERTOS(WS-IND-ORI)
                             WS-FOP-ABERTOS(WS-IND-OPE)
            END-EVALUATE
            .
       P810-FIM.
       P830-CABECALHO.
            STRING 'ORIGEM/OPERADOR   CONTATOS   VISITAS    ORCAM.   '
                   'MATRIC.  PERDIDOS   ABERTOS     CONV.%'
                   DELIMITED BY SIZE INTO WS-LINHA-OUT
            PERFORM P760-GRAVA-LINHA THRU P760-FIM
            .
       P830-FIM.
       P840-LINHA-FUNIL.
            MOVE WS-TOT-CONTATOS   TO WS-LF-CONTATOS
            MOVE WS-TOT-VISITAS    TO WS-LF-VISITAS
            MOVE WS-TOT-ORCAMENTOS TO WS-LF-ORCAMENTOS
            MOVE WS-TOT-MATRICULAS TO WS-LF-MATRICULAS
            MOVE WS-TOT-PERDIDOS   TO WS-LF-PERDIDOS
            MOVE WS-TOT-ABERTOS    TO WS-LF-ABERTOS
            MOVE ZEROS             TO WS-TAXA-CONVERSAO
            IF WS-TOT-CONTATOS > 0
                COMPUTE WS-TAXA-CONVERSAO ROUNDED =
                        WS-TOT-MATRICULAS * 100 / WS-TOT-CONTATOS
            END-IF
            MOVE WS-TAXA-CONVERSAO TO WS-LF-CONVERSAO
            MOVE WS-LINHA-FUNIL    TO WS-LINHA-OUT
            PERFORM P760-GRAVA-LINHA THRU P760-FIM
            .
       P840-FIM.
       P760-GRAVA-LINHA.
            MOVE WS-LINHA-OUT     TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            MOVE SPACES           TO WS-LINHA-OUT
            .
       P760-FIM.
       P900-FIM.
            GOBACK.
      * RESOLVE OS CAMINHOS FISICOS PELO CONFIGSYS (PRODUCAO OU
      * TESTE); SEM CONFIGURACAO VALEM OS PADROES ACIMA
       P050-CONFIGURA.
            MOVE 'PROSPECT' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-PROSPECT TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-PROSPECT
            MOVE 'PRSACAO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-PRSACAO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-PRSACAO
            MOVE 'CONTROLE' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-CONTROLE TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-CONTROLE
            MOVE 'CONTATOS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-CONTATOS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-CONTATOS
            MOVE 'D3-CURSOS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-CURSOS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-CURSOS
            MOVE 'SESSAO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-SESSAO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-SESSAO
            MOVE 'BIN-SISCADAS' TO WL-CFG-CHAVE
            MOVE WS-BIN-SISCADAS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-BIN-SISCADAS
            MOVE 'BIN-SISRESPO' TO WL-CFG-CHAVE
            MOVE WS-BIN-SISRESPO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-BIN-SISRESPO
            .
       P050-FIM.
       END PROGRAM SISPROSP.

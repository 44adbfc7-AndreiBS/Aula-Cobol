      ******************************************************************
      * Author: ANDREI BATISTA
      * Date: 15/10/2026
      * Purpose: RELATORIO DO TITULAR (LGPD) - ATENDE O PEDIDO DE
      *          ACESSO DO ALUNO, OU DO RESPONSAVEL PELO MENOR: A
      *          PARTIR DO ID-ALUNO, DO ID-CONTATO OU DO CPF, REUNE
      *          TUDO O QUE O SISTEMA GUARDA SOBRE A PESSOA (REGISTRO,
      *          NIS, FICHA MEDICA, DOCUMENTOS, MENSALIDADES,
      *          CONTATOS/RESPONSA, MSGFILA, OUTBOX E RPS), A TRILHA
      *          DE AUDITORIA QUE A TOCOU E AS INTERFACES EXTERNAS QUE
      *          RECEBERAM OS DADOS (GATEWAY DE SMS, PORTAL, NFS-E E
      *          CENSO). O PEDIDO VIRA UM PROTOCOLO 'LGPD-TITUL' COM
      *          PRAZO LEGAL EM DIAS CORRIDOS (LGPD-PRAZO-DIAS, PADRAO
      *          15) E O RELATORIO SAI NUMERADO E DATADO NO SPOOL
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISTITUL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
               SELECT ALUNOS ASSIGN TO WS-ARQ-CFG-D3-REGISTRO
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS ID-ALUNO
               ALTERNATE RECORD KEY IS NM-ALUNO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS.

               SELECT CONTATOS ASSIGN TO WS-ARQ-CFG-CONTATOS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CTT.

               SELECT RESPONSAVEIS ASSIGN TO WS-ARQ-CFG-RESPONSA
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-RESPONSAVEL
               FILE STATUS IS WS-FS-RSP.

               SELECT BENEFICIARIOS ASSIGN TO WS-ARQ-CFG-D3-BENEFBF
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS ID-ALUNO-BNF
               FILE STATUS IS WS-FS-BNF.

               SELECT FICHAS ASSIGN TO WS-ARQ-CFG-FICHAMED
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS ID-ALUNO-FMD
               FILE STATUS IS WS-FS-FMD.

               SELECT DOCALUNO ASSIGN TO WS-ARQ-CFG-DOCALUNO
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-DOCUMENTO-ALUNO
               FILE STATUS IS WS-FS-DOC.

               SELECT MENSALIDADES ASSIGN TO WS-ARQ-CFG-MENSALID
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-MENSALIDADE
               FILE STATUS IS WS-FS-MEN.

               SELECT MENSAGENS ASSIGN TO WS-ARQ-CFG-MSGFILA
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS NR-MENSAGEM
               FILE STATUS IS WS-FS-MSG.

               SELECT OUTBOX ASSIGN TO WS-ARQ-CFG-OUTBOX
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS NR-EVENTO
               FILE STATUS IS WS-FS-OBX.

               SELECT RPSREG ASSIGN TO WS-ARQ-CFG-RPSREG
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS NR-RPS
               FILE STATUS IS WS-FS-RPS.

               SELECT PROTOCOLOS ASSIGN TO WS-ARQ-CFG-PROTOCOL
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS NR-PROTOCOLO
               FILE STATUS IS WS-FS-PRT.

               SELECT CONTROLE ASSIGN TO WS-ARQ-CFG-CONTROLE
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS CHAVE-CONTROLE
               FILE STATUS IS WS-FS-CTRL.

               SELECT SESSAO ASSIGN TO WS-ARQ-CFG-SESSAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SES.

               SELECT LOG-AUDITORIA ASSIGN TO WS-ARQ-CFG-AUDITORIA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.

               SELECT LOG-EXECUCAO ASSIGN TO WS-ARQ-CFG-RUNLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUN.

               SELECT RELATORIO-OUT ASSIGN TO WS-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD ALUNOS.
          COPY FD_REGIS.
       FD CONTATOS.
          COPY FD_CONTT.
       FD RESPONSAVEIS.
          COPY FD_RESPO.
       FD BENEFICIARIOS.
          COPY FD_BENBF.
       FD FICHAS.
          COPY FD_FICHA.
       FD DOCALUNO.
          COPY FD_DOCAL.
       FD MENSALIDADES.
          COPY FD_MENSA.
       FD MENSAGENS.
          COPY FD_MSGQ.
       FD OUTBOX.
          COPY FD_OUTBX.
       FD RPSREG.
          COPY FD_RPS.
       FD PROTOCOLOS.
          COPY FD_PROTO.
       FD CONTROLE.
          COPY FD_CTRL.
       FD SESSAO.
       01 REG-SESSAO.
          03 SES-CD-OPERADOR               PIC X(06).
          03 SES-NM-OPERADOR               PIC X(20).
          03 SES-PERFIL                    PIC X(01).
          03 SES-ID-PROFESSOR              PIC 9(03).
       FD LOG-AUDITORIA.
       01 REG-LOG-AUDITORIA                PIC X(180).
       FD LOG-EXECUCAO.
       01 REG-LOG-EXECUCAO.
          03 RL-DATA                       PIC 9(08).
          03 FILLER                        PIC X(01).
          03 RL-HORA                       PIC 9(06).
          03 FILLER                        PIC X(01).
          03 RL-PROGRAMA                   PIC X(12).
          03 FILLER                        PIC X(01).
          03 RL-FASE                       PIC X(01).
          03 FILLER                        PIC X(01).
          03 RL-REGISTROS                  PIC 9(07).
          03 FILLER                        PIC X(01).
          03 RL-STATUS                     PIC X(08).
       FD RELATORIO-OUT.
       01 REG-RELATORIO-OUT                PIC X(100).

       WORKING-STORAGE SECTION.
       77 WS-FS                            PIC 99.
          88 FS-OK                         VALUE 0.
       77 WS-FS-CTT                        PIC 99.
          88 FS-CTT-OK                     VALUE 0.
       77 WS-FS-RSP                        PIC 99.
          88 FS-RSP-OK                     VALUE 0.
       77 WS-FS-BNF                        PIC 99.
          88 FS-BNF-OK                     VALUE 0.
       77 WS-FS-FMD                        PIC 99.
          88 FS-FMD-OK                     VALUE 0.
       77 WS-FS-DOC                        PIC 99.
          88 FS-DOC-OK                     VALUE 0.
       77 WS-FS-MEN                        PIC 99.
          88 FS-MEN-OK                     VALUE 0.
       77 WS-FS-MSG                        PIC 99.
          88 FS-MSG-OK                     VALUE 0.
       77 WS-FS-OBX                        PIC 99.
          88 FS-OBX-OK                     VALUE 0.
       77 WS-FS-RPS                        PIC 99.
          88 FS-RPS-OK                     VALUE 0.
       77 WS-FS-PRT                        PIC 99.
          88 FS-PRT-OK                     VALUE 0.
       77 WS-FS-CTRL                       PIC 99.
          88 FS-CTRL-OK                    VALUE 0.
       77 WS-FS-SES                        PIC 99.
          88 FS-SES-OK                     VALUE 0.
       77 WS-FS-LOG                        PIC 99.
          88 FS-LOG-OK                     VALUE 0.
       77 WS-FS-RUN                        PIC 99.
          88 FS-RUN-OK                     VALUE 0.
       77 WS-FS-REL                        PIC 99.
          88 FS-REL-OK                     VALUE 0.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE 'S' FALSE 'N'.
      * ARQUIVOS SATELITES QUE PODEM NAO EXISTIR AINDA NA INSTALACAO
       77 WS-DISP-BNF                      PIC X VALUE 'N'.
          88 DISP-BNF                      VALUE 'S' FALSE 'N'.
       77 WS-DISP-FMD                      PIC X VALUE 'N'.
          88 DISP-FMD                      VALUE 'S' FALSE 'N'.
       77 WS-DISP-DOC                      PIC X VALUE 'N'.
          88 DISP-DOC                      VALUE 'S' FALSE 'N'.
       77 WS-DISP-MEN                      PIC X VALUE 'N'.
          88 DISP-MEN                      VALUE 'S' FALSE 'N'.
       77 WS-DISP-CTT                      PIC X VALUE 'N'.
          88 DISP-CTT                      VALUE 'S' FALSE 'N'.
       77 WS-OPCAO                         PIC X.
       77 WS-CONFIRM                       PIC X VALUE SPACES.
       77 WS-TIPO-TITULAR                  PIC X VALUE SPACES.
          88 TITULAR-ALUNO                 VALUE 'A' 'a'.
          88 TITULAR-CONTATO               VALUE 'C' 'c'.
          88 TITULAR-CPF                   VALUE 'P' 'p'.
       77 WS-ID-INFORMADO                  PIC 9(06).
       77 WS-CPF-INFORMADO                 PIC 9(11).
       77 WS-NM-SOLICITANTE                PIC X(30).
       77 WS-ACHOU                         PIC X VALUE 'N'.
          88 ACHOU-OK                      VALUE 'S' FALSE 'N'.
       77 WS-CASA                          PIC X VALUE 'N'.
          88 CASA-OK                       VALUE 'S' FALSE 'N'.
       77 WS-CTRL-NOVO                     PIC X VALUE 'N'.
       77 WS-NR-PROTOCOLO                  PIC 9(06).
       77 WS-OPERADOR                      PIC X(06) VALUE SPACES.
       77 WS-DATA-HOJE-8                   PIC 9(08).
       77 WS-HORA-HOJE                     PIC 9(08).
       77 WS-DT-PRAZO                      PIC 9(08).
       77 WS-DIAS-CORRIDOS                 PIC 9(07).
       77 WS-DIAS-RESTANTES                PIC S9(05).
       77 WS-PRAZO-DIAS                    PIC 9(03) VALUE 15.
       01 WS-CFG-PRAZO-DIAS                PIC X(60) VALUE '15'.
       77 WS-IND1                          PIC 9(02).
       77 WS-IND2                          PIC 9(02).
       77 WS-ID-CORRENTE                   PIC 9(06).
       77 WS-CTT-CORRENTE                  PIC 9(05).
       77 WS-CPF-CORRENTE                  PIC 9(11).
       77 WS-CPF-X                         PIC X(11).
       77 WS-DT-CRIACAO-MIN                PIC 9(08).
       77 WS-QTD-OCORRENCIAS               PIC 9(02).
       77 WS-QTD-SECAO                     PIC 9(05).
       77 WS-QTD-PENDENTES                 PIC 9(05).
       77 WS-QTD-EXT-SMS                   PIC 9(05).
       77 WS-QTD-EXT-PORTAL                PIC 9(05).
       77 WS-QTD-EXT-NFSE                  PIC 9(05).
       77 WS-QTD-EXT-CENSO                 PIC 9(05).
       77 WS-DT-ULT-CENSO                  PIC 9(08).
       77 WS-VL-EDITADO                    PIC ZZZ.ZZ9,99.
       77 WS-LINHA-REL                     PIC X(100) VALUE SPACES.
      * TITULARES DO PEDIDO - UM CPF PODE SER DE UM ALUNO E TAMBEM
      * DE UM OU MAIS CADASTROS DE CONTATO (RESPONSAVEL DE IRMAOS)
       01 WS-TAB-TITULARES.
          03 WS-QTD-ALU-TIT                PIC 9(02).
          03 WS-ALU-TIT OCCURS 10 TIMES.
             05 WS-ALU-TIT-ID              PIC 9(06).
             05 WS-ALU-TIT-CRIACAO         PIC 9(08).
          03 WS-QTD-CTT-TIT                PIC 9(02).
          03 WS-CTT-TIT-ID OCCURS 10 TIMES PIC 9(05).
          03 WS-QTD-CPF-TIT                PIC 9(02).
          03 WS-CPF-TIT OCCURS 10 TIMES    PIC 9(11).
       01 WS-LINHA-LOG                     PIC X(180).
       01 WS-LINHA-LOG-R REDEFINES WS-LINHA-LOG.
          03 WS-LOG-DATA                   PIC 9(06).
          03 FILLER                        PIC X(01).
          03 WS-LOG-HORA                   PIC 9(06).
          03 FILLER                        PIC X(01).
          03 WS-LOG-PROGRAMA               PIC X(12).
          03 FILLER                        PIC X(01).
          03 WS-LOG-OPERACAO               PIC X(10).
          03 FILLER                        PIC X(07).
          03 WS-LOG-CHAVE                  PIC X(10).
          03 FILLER                        PIC X(05).
          03 WS-LOG-DE                     PIC X(50).
          03 FILLER                        PIC X(08).
          03 WS-LOG-PARA                   PIC X(50).
          03 FILLER                        PIC X(05).
          03 WS-LOG-OPERADOR               PIC X(06).
          03 FILLER                        PIC X(02).
       01 WS-CHAVE-ALUNO.
          03 WS-CHA-ID                     PIC 9(06).
          03 FILLER                        PIC X(04) VALUE SPACES.
       01 WS-CHAVE-CONTATO.
          03 WS-CHC-ID                     PIC 9(05).
          03 FILLER                        PIC X(05) VALUE SPACES.
       01 WL-AUDITORIA.
          03 WL-PROGRAMA                   PIC X(12)
             VALUE 'SISTITUL'.
          03 WL-OPERACAO                   PIC X(10).
          03 WL-CHAVE                      PIC X(10).
          03 WL-VALOR-ANTIGO               PIC X(50).
          03 WL-VALOR-NOVO                 PIC X(50).
       01 WL-SPOOL.
          03 WL-SPL-RELATORIO              PIC X(12).
          03 WL-SPL-ARQUIVO                PIC X(60).
          03 WL-SPL-OK                     PIC X(01).
             88 WL-SPOOL-ABERTO            VALUE 'S'.
             88 WL-SPOOL-FALHOU            VALUE 'N'.

       01 WS-ARQ-RELATORIO                 PIC X(60) VALUE
          'C:\COBOL\TITULAR.TXT'.
       01 WS-ARQ-CFG-D3-REGISTRO           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\REGISTRO.DAT'.
       01 WS-ARQ-CFG-CONTATOS              PIC X(60) VALUE
          'C:\COBOL\CONTATOS.DAT'.
       01 WS-ARQ-CFG-RESPONSA              PIC X(60) VALUE
          'C:\COBOL\RESPONSA.DAT'.
       01 WS-ARQ-CFG-D3-BENEFBF            PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\BENEFBF.DAT'.
       01 WS-ARQ-CFG-FICHAMED              PIC X(60) VALUE
          'C:\COBOL\FICHAMED.DAT'.
       01 WS-ARQ-CFG-DOCALUNO              PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\DOCALUNO.DAT'.
       01 WS-ARQ-CFG-MENSALID              PIC X(60) VALUE
          'C:\COBOL\MENSALID.DAT'.
       01 WS-ARQ-CFG-MSGFILA               PIC X(60) VALUE
          'C:\COBOL\MSGFILA.DAT'.
       01 WS-ARQ-CFG-OUTBOX                PIC X(60) VALUE
          'C:\COBOL\OUTBOX.DAT'.
       01 WS-ARQ-CFG-RPSREG                PIC X(60) VALUE
          'C:\COBOL\RPSREG.DAT'.
       01 WS-ARQ-CFG-PROTOCOL              PIC X(60) VALUE
          'C:\COBOL\PROTOCOL.DAT'.
       01 WS-ARQ-CFG-CONTROLE              PIC X(60) VALUE
          'C:\COBOL\CONTROLE.DAT'.
       01 WS-ARQ-CFG-SESSAO                PIC X(60) VALUE
          'C:\COBOL\SESSAO.DAT'.
       01 WS-ARQ-CFG-AUDITORIA             PIC X(60) VALUE
          'C:\COBOL\AUDITORIA.LOG'.
       01 WS-ARQ-CFG-RUNLOG                PIC X(60) VALUE
          'C:\COBOL\RUNLOG.DAT'.
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
            DISPLAY '**************************************************'
            DISPLAY '***      RELATORIO DO TITULAR (LGPD)           ***'
            DISPLAY '**************************************************'
            DISPLAY '*** 1 - Registrar pedido e gerar relatorio     ***'
            DISPLAY '*** 2 - Pedidos LGPD em aberto por prazo       ***'
            DISPLAY '***          <TECLE F PARA FINALIZAR>          ***'
            DISPLAY '**************************************************'
            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN '1'
                    PERFORM P310-NOVO-PEDIDO THRU P310-FIM
                WHEN '2'
                    PERFORM P350-PENDENTES   THRU P350-FIM
                WHEN 'F'
                    CONTINUE
                WHEN 'f'
                    CONTINUE
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA! '
            END-EVALUATE
            .
       P300-FIM.
      ******************************************************************
      * OPCAO 1 - IDENTIFICA O TITULAR, ABRE O PROTOCOLO COM O PRAZO
      * LEGAL E EMITE O RELATORIO NO SPOOL
      ******************************************************************
       P310-NOVO-PEDIDO.
            INITIALIZE WS-TAB-TITULARES
            MOVE ZEROS            TO WS-ID-INFORMADO WS-CPF-INFORMADO
            DISPLAY 'Identificar o titular por (A)luno, (C)ontato '
                    'ou C(P)F? '
            ACCEPT WS-TIPO-TITULAR
            EVALUATE TRUE
                WHEN TITULAR-ALUNO
                    DISPLAY 'Informe o ID do aluno: '
                    ACCEPT WS-ID-INFORMADO
                WHEN TITULAR-CONTATO
                    DISPLAY 'Informe o ID do contato: '
                    ACCEPT WS-ID-INFORMADO
                WHEN TITULAR-CPF
                    DISPLAY 'Informe o CPF (11 digitos): '
                    ACCEPT WS-CPF-INFORMADO
                WHEN OTHER
                    DISPLAY 'TIPO INVALIDO! '
                    GO TO P310-FIM
            END-EVALUATE

            PERFORM P320-IDENTIFICA THRU P320-FIM
            IF WS-QTD-ALU-TIT EQUAL ZEROS AND
               WS-QTD-CTT-TIT EQUAL ZEROS
                DISPLAY 'NENHUM CADASTRO ENCONTRADO PARA O TITULAR '
                        'INFORMADO. '
                GO TO P310-FIM
            END-IF
            DISPLAY 'CADASTROS DO TITULAR: ' WS-QTD-ALU-TIT
                    ' ALUNO(S) E ' WS-QTD-CTT-TIT ' CONTATO(S).'
            PERFORM VARYING WS-IND1 FROM 1 BY 1
                    UNTIL WS-IND1 > WS-QTD-ALU-TIT
                DISPLAY '  ALUNO   ' WS-ALU-TIT-ID(WS-IND1)
            END-PERFORM
            PERFORM VARYING WS-IND1 FROM 1 BY 1
                    UNTIL WS-IND1 > WS-QTD-CTT-TIT
                DISPLAY '  CONTATO ' WS-CTT-TIT-ID(WS-IND1)
            END-PERFORM
            DISPLAY 'Nome de quem fez o pedido (titular ou '
                    'responsavel): '
            ACCEPT WS-NM-SOLICITANTE
            DISPLAY 'TECLE <S> para registrar o pedido e gerar o '
                    'relatorio: '
            ACCEPT WS-CONFIRM
            IF WS-CONFIRM NOT EQUAL 'S' AND 's'
                DISPLAY 'PEDIDO NAO REGISTRADO.'
                GO TO P310-FIM
            END-IF

            PERFORM P330-ABRE-PROTOCOLO THRU P330-FIM
            IF WS-NR-PROTOCOLO EQUAL ZEROS
                GO TO P310-FIM
            END-IF
            PERFORM P400-RELATORIO THRU P400-FIM
            .
       P310-FIM.
      * O CPF LEVA A TODOS OS CADASTROS DA PESSOA: O DO ALUNO E OS
      * VINCULOS EM QUE ELA E RESPONSAVEL (NR-CPF-RSP)
       P320-IDENTIFICA.
            EVALUATE TRUE
                WHEN TITULAR-ALUNO
                    SET FS-OK     TO TRUE
                    OPEN INPUT ALUNOS
                    MOVE WS-ID-INFORMADO TO ID-ALUNO
                    READ ALUNOS
                        INVALID KEY
                            DISPLAY 'ALUNO NAO EXISTE! '
                        NOT INVALID KEY
                            MOVE ID-ALUNO      TO WS-ID-CORRENTE
                            PERFORM P810-ADD-ALUNO THRU P810-FIM
                            MOVE NR-CPF-ALUNO  TO WS-CPF-CORRENTE
                            PERFORM P830-ADD-CPF   THRU P830-FIM
                    END-READ
                    CLOSE ALUNOS
                WHEN TITULAR-CONTATO
                    SET FS-CTT-OK TO TRUE
                    OPEN INPUT CONTATOS
                    MOVE WS-ID-INFORMADO TO ID-CONTATO
                    READ CONTATOS
                        INVALID KEY
                            DISPLAY 'CONTATO NAO EXISTE! '
                        NOT INVALID KEY
                            MOVE ID-CONTATO    TO WS-CTT-CORRENTE
                            PERFORM P820-ADD-CONTATO THRU P820-FIM
                    END-READ
                    CLOSE CONTATOS
                    PERFORM P325-CPF-DO-CONTATO THRU P325-FIM
                WHEN TITULAR-CPF
                    IF WS-CPF-INFORMADO EQUAL ZEROS
                        DISPLAY 'CPF INVALIDO! '
                        GO TO P320-FIM
                    END-IF
                    SET EOF-OK    TO FALSE
                    SET FS-OK     TO TRUE
                    OPEN INPUT ALUNOS
                    IF NOT FS-OK
                        SET EOF-OK TO TRUE
                    END-IF
                    PERFORM UNTIL EOF-OK
                        READ ALUNOS NEXT
                            AT END
                                SET EOF-OK TO TRUE
                            NOT AT END
                                IF NR-CPF-ALUNO EQUAL WS-CPF-INFORMADO
                                    MOVE ID-ALUNO TO WS-ID-CORRENTE
                                    PERFORM P810-ADD-ALUNO
                                        THRU P810-FIM
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE ALUNOS
                    SET EOF-OK    TO FALSE
                    SET FS-RSP-OK TO TRUE
                    OPEN INPUT RESPONSAVEIS
                    IF NOT FS-RSP-OK
                        SET EOF-OK TO TRUE
                    END-IF
                    PERFORM UNTIL EOF-OK
                        READ RESPONSAVEIS NEXT
                            AT END
                                SET EOF-OK TO TRUE
                            NOT AT END
                                IF NR-CPF-RSP EQUAL WS-CPF-INFORMADO
                                    MOVE ID-CONTATO-RSP
                                                  TO WS-CTT-CORRENTE
                                    PERFORM P820-ADD-CONTATO
                                        THRU P820-FIM
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE RESPONSAVEIS
                    MOVE WS-CPF-INFORMADO TO WS-CPF-CORRENTE
                    PERFORM P830-ADD-CPF THRU P830-FIM
            END-EVALUATE
            .
       P320-FIM.
      * O CONTATO NAO TEM CPF PROPRIO NO CADASTRO; VEM DOS VINCULOS
      * DE RESPONSAVEL FINANCEIRO (RPS DA NFS-E)
       P325-CPF-DO-CONTATO.
            IF WS-QTD-CTT-TIT EQUAL ZEROS
                GO TO P325-FIM
            END-IF
            SET EOF-OK            TO FALSE
            SET FS-RSP-OK         TO TRUE
            OPEN INPUT RESPONSAVEIS
            IF NOT FS-RSP-OK
                SET EOF-OK        TO TRUE
            END-IF
            PERFORM UNTIL EOF-OK
                READ RESPONSAVEIS NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF ID-CONTATO-RSP EQUAL WS-CTT-TIT-ID(1)
                            MOVE NR-CPF-RSP TO WS-CPF-CORRENTE
                            PERFORM P830-ADD-CPF THRU P830-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE RESPONSAVEIS
            .
       P325-FIM.
      * O PEDIDO FICA NO PROTOCOLO DA SECRETARIA (MESMA NUMERACAO DO
      * SISPROTO) COM O PRAZO LEGAL EM DIAS CORRIDOS; O STATUS ATE A
      * ENTREGA AO TITULAR E MANTIDO NO PROPRIO SISPROTO (OPCAO 2)
       P330-ABRE-PROTOCOLO.
            ACCEPT WS-DATA-HOJE-8 FROM DATE YYYYMMDD
            COMPUTE WS-DIAS-CORRIDOS =
                    FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE-8) +
                    WS-PRAZO-DIAS
            COMPUTE WS-DT-PRAZO =
                    FUNCTION DATE-OF-INTEGER(WS-DIAS-CORRIDOS)
            PERFORM P340-LE-OPERADOR    THRU P340-FIM
            PERFORM P150-PROX-PROTOCOLO THRU P150-FIM

            SET FS-PRT-OK         TO TRUE
            OPEN I-O PROTOCOLOS
            IF WS-FS-PRT EQUAL 35 THEN
                OPEN OUTPUT PROTOCOLOS
                CLOSE PROTOCOLOS
                OPEN I-O PROTOCOLOS
            END-IF
            IF NOT FS-PRT-OK
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE PROTOCOLOS. '
                DISPLAY 'FILE STATUS: ' WS-FS-PRT
                MOVE ZEROS        TO WS-NR-PROTOCOLO
                CLOSE PROTOCOLOS
                GO TO P330-FIM
            END-IF
            MOVE WS-NR-PROTOCOLO  TO NR-PROTOCOLO
            MOVE 'LGPD-TITUL'     TO TP-PROTOCOLO
            IF WS-QTD-ALU-TIT > ZEROS
                MOVE WS-ALU-TIT-ID(1) TO ID-ALUNO-PRT
            ELSE
                MOVE ZEROS        TO ID-ALUNO-PRT
            END-IF
            MOVE WS-DATA-HOJE-8   TO DT-ABERTURA-PRT
            MOVE WS-DT-PRAZO      TO DT-PRAZO-PRT
            MOVE WS-OPERADOR      TO CD-OPERADOR-PRT
            MOVE ZEROS            TO DT-ENTREGA-PRT
            SET PRT-ABERTO        TO TRUE
            WRITE REG-PROTOCOLO
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR O PROTOCOLO. '
                    MOVE ZEROS    TO WS-NR-PROTOCOLO
                NOT INVALID KEY
                    DISPLAY 'PROTOCOLO ' WS-NR-PROTOCOLO
                            ' ABERTO - PRAZO LEGAL ' WS-DT-PRAZO
                            '. ENTREGUE O NUMERO AO SOLICITANTE.'
                    MOVE 'ABERTURA'       TO WL-OPERACAO
                    MOVE WS-NR-PROTOCOLO  TO WL-CHAVE
                    MOVE SPACES           TO WL-VALOR-ANTIGO
                    MOVE SPACES           TO WL-VALOR-NOVO
                    STRING 'LGPD-TITUL ' WS-TIPO-TITULAR ' '
                           WS-ID-INFORMADO ' ' WS-CPF-INFORMADO
                           ' PRAZO ' WS-DT-PRAZO
                           DELIMITED BY SIZE
                           INTO WL-VALOR-NOVO
                    CALL 'AUDITLOG' USING WL-AUDITORIA
            END-WRITE
            CLOSE PROTOCOLOS
            .
       P330-FIM.
       P340-LE-OPERADOR.
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
       P340-FIM.
       P150-PROX-PROTOCOLO.
            SET FS-CTRL-OK        TO TRUE
            MOVE 'N'              TO WS-CTRL-NOVO
            OPEN I-O CONTROLE
            IF WS-FS-CTRL EQUAL 35 THEN
                OPEN OUTPUT CONTROLE
                CLOSE CONTROLE
                OPEN I-O CONTROLE
            END-IF
            MOVE 'PROTOCOLO '     TO CHAVE-CONTROLE
            READ CONTROLE
                INVALID KEY
                    MOVE 'S'          TO WS-CTRL-NOVO
                    MOVE 1            TO ULTIMO-ID
                NOT INVALID KEY
                    ADD 1             TO ULTIMO-ID
            END-READ
            MOVE 'PROTOCOLO '     TO CHAVE-CONTROLE
            IF WS-CTRL-NOVO EQUAL 'S'
                WRITE REG-CONTROLE
            ELSE
                REWRITE REG-CONTROLE
            END-IF
            IF NOT FS-CTRL-OK
                DISPLAY 'ERRO AO ATUALIZAR O CONTROLE DE '
                        'PROTOCOLO. '
                DISPLAY 'FILE STATUS: ' WS-FS-CTRL
            END-IF
            MOVE ULTIMO-ID        TO WS-NR-PROTOCOLO
            CLOSE CONTROLE
            .
       P150-FIM.
      ******************************************************************
      * OPCAO 2 - PEDIDOS DO TITULAR AINDA NAO ENTREGUES, COM OS DIAS
      * QUE FALTAM PARA O PRAZO LEGAL
      ******************************************************************
       P350-PENDENTES.
            ACCEPT WS-DATA-HOJE-8 FROM DATE YYYYMMDD
            MOVE ZEROS            TO WS-QTD-PENDENTES
            SET EOF-OK            TO FALSE
            SET FS-PRT-OK         TO TRUE
            OPEN INPUT PROTOCOLOS
            IF WS-FS-PRT EQUAL 35
                DISPLAY 'NENHUM PROTOCOLO ABERTO AINDA. '
                CLOSE PROTOCOLOS
                GO TO P350-FIM
            END-IF
            IF NOT FS-PRT-OK
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE PROTOCOLOS. '
                DISPLAY 'FILE STATUS: ' WS-FS-PRT
                CLOSE PROTOCOLOS
                GO TO P350-FIM
            END-IF
            DISPLAY 'PEDIDOS LGPD EM ABERTO (ABERTOS E PRONTOS):'
            PERFORM UNTIL EOF-OK
                READ PROTOCOLOS NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF TP-PROTOCOLO EQUAL 'LGPD-TITUL' AND
                           (PRT-ABERTO OR PRT-PRONTO)
                            ADD 1 TO WS-QTD-PENDENTES
                            COMPUTE WS-DIAS-RESTANTES =
                               FUNCTION INTEGER-OF-DATE(DT-PRAZO-PRT)
                             - FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE-8)
                            IF WS-DIAS-RESTANTES < ZEROS
                                DISPLAY '  ' NR-PROTOCOLO
                                        ' ALUNO ' ID-ALUNO-PRT
                                        ' ABERTO ' DT-ABERTURA-PRT
                                        ' PRAZO ' DT-PRAZO-PRT
                                        ' *** VENCIDO ***'
                            ELSE
                                DISPLAY '  ' NR-PROTOCOLO
                                        ' ALUNO ' ID-ALUNO-PRT
                                        ' ABERTO ' DT-ABERTURA-PRT
                                        ' PRAZO ' DT-PRAZO-PRT
                                        ' FALTAM ' WS-DIAS-RESTANTES
                                        ' DIA(S)'
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PROTOCOLOS
            DISPLAY WS-QTD-PENDENTES ' pedido(s) em aberto. A ENTREGA '
                    'E REGISTRADA NO PROTOCOLO DE ATENDIMENTO.'
            .
       P350-FIM.
      ******************************************************************
      * RELATORIO DO TITULAR - UMA SECAO POR FONTE DE DADOS, NA ORDEM
      * EM QUE A LGPD PEDE: O QUE TEMOS, QUEM MEXEU E PARA ONDE FOI
      ******************************************************************
       P400-RELATORIO.
            MOVE 'TITULAR'        TO WL-SPL-RELATORIO
            CALL 'SPOOLREG' USING WL-SPOOL
            IF WL-SPOOL-ABERTO
                MOVE WL-SPL-ARQUIVO TO WS-ARQ-RELATORIO
            END-IF
            SET FS-REL-OK         TO TRUE
            OPEN OUTPUT RELATORIO-OUT
            IF NOT FS-REL-OK
                DISPLAY 'ERRO AO ABRIR O RELATORIO. '
                DISPLAY 'FILE STATUS: ' WS-FS-REL
                GO TO P400-FIM
            END-IF
            MOVE ZEROS            TO WS-QTD-EXT-SMS WS-QTD-EXT-PORTAL
                                     WS-QTD-EXT-NFSE WS-QTD-EXT-CENSO
                                     WS-DT-ULT-CENSO
            ACCEPT WS-HORA-HOJE   FROM TIME

            MOVE ALL '=' TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            MOVE SPACES TO WS-LINHA-REL
            STRING 'RELATORIO DO TITULAR (LGPD) - PROTOCOLO '
                   WS-NR-PROTOCOLO ' - EMITIDO EM ' WS-DATA-HOJE-8
                   ' ' WS-HORA-HOJE(1:6)
                   DELIMITED BY SIZE INTO WS-LINHA-REL
            PERFORM P890-GRAVA-LINHA THRU P890-FIM
            MOVE SPACES TO WS-LINHA-REL
            STRING 'SOLICITANTE: ' WS-NM-SOLICITANTE
                   '  PRAZO LEGAL: ' WS-DT-PRAZO
                   '  OPERADOR: ' WS-OPERADOR
                   DELIMITED BY SIZE INTO WS-LINHA-REL
            PERFORM P890-GRAVA-LINHA THRU P890-FIM
            MOVE SPACES TO WS-LINHA-REL
            STRING 'TITULAR INFORMADO POR: ' WS-TIPO-TITULAR
                   ' (A=ALUNO C=CONTATO P=CPF)  ID ' WS-ID-INFORMADO
                   '  CPF ' WS-CPF-INFORMADO
                   DELIMITED BY SIZE INTO WS-LINHA-REL
            PERFORM P890-GRAVA-LINHA THRU P890-FIM
            MOVE ALL '=' TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT

            PERFORM P410-SECAO-ALUNOS    THRU P410-FIM
            PERFORM P500-SECAO-CONTATOS  THRU P500-FIM
            PERFORM P520-SECAO-VINCULOS  THRU P520-FIM
            PERFORM P550-SECAO-MENSAGENS THRU P550-FIM
            PERFORM P600-SECAO-PORTAL    THRU P600-FIM
            PERFORM P650-SECAO-NFSE      THRU P650-FIM
            PERFORM P700-SECAO-CENSO     THRU P700-FIM
            PERFORM P750-SECAO-AUDITORIA THRU P750-FIM
            PERFORM P800-SECAO-INTERFACES THRU P800-FIM

            MOVE ALL '=' TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            MOVE 'FIM DO RELATORIO DO TITULAR' TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            CLOSE RELATORIO-OUT
            DISPLAY 'RELATORIO DO TITULAR: ' WS-ARQ-RELATORIO

      * A PROPRIA EMISSAO E UM ACESSO AOS DADOS E FICA NA TRILHA
            MOVE 'RELTITULAR'     TO WL-OPERACAO
            MOVE WS-NR-PROTOCOLO  TO WL-CHAVE
            MOVE SPACES           TO WL-VALOR-ANTIGO
            MOVE WS-ARQ-RELATORIO TO WL-VALOR-NOVO
            CALL 'AUDITLOG' USING WL-AUDITORIA
            .
       P400-FIM.
      * SECAO 1 - CADASTRO DO ALUNO E ARQUIVOS SATELITES POR ID
       P410-SECAO-ALUNOS.
            IF WS-QTD-ALU-TIT EQUAL ZEROS
                GO TO P410-FIM
            END-IF
            MOVE SPACES TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            MOVE '1. DADOS CADASTRAIS DO ALUNO (REGISTRO, BENEFBF, '
               & 'FICHAMED, DOCALUNO, MENSALID)' TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            MOVE ALL '-' TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            MOVE 99999999         TO WS-DT-CRIACAO-MIN
            SET FS-OK             TO TRUE
            OPEN INPUT ALUNOS
            SET FS-BNF-OK         TO TRUE
            OPEN INPUT BENEFICIARIOS
            IF FS-BNF-OK
                SET DISP-BNF      TO TRUE
            ELSE
                SET DISP-BNF      TO FALSE
            END-IF
            SET FS-FMD-OK         TO TRUE
            OPEN INPUT FICHAS
            IF FS-FMD-OK
                SET DISP-FMD      TO TRUE
            ELSE
                SET DISP-FMD      TO FALSE
            END-IF
            SET FS-DOC-OK         TO TRUE
            OPEN INPUT DOCALUNO
            IF FS-DOC-OK
                SET DISP-DOC      TO TRUE
            ELSE
                SET DISP-DOC      TO FALSE
            END-IF
            SET FS-MEN-OK         TO TRUE
            OPEN INPUT MENSALIDADES
            IF FS-MEN-OK
                SET DISP-MEN      TO TRUE
            ELSE
                SET DISP-MEN      TO FALSE
            END-IF
            PERFORM VARYING WS-IND1 FROM 1 BY 1
                    UNTIL WS-IND1 > WS-QTD-ALU-TIT
                MOVE WS-ALU-TIT-ID(WS-IND1) TO WS-ID-CORRENTE
                PERFORM P420-UM-ALUNO THRU P420-FIM
            END-PERFORM
            CLOSE ALUNOS BENEFICIARIOS FICHAS DOCALUNO MENSALIDADES
            .
       P410-FIM.
       P420-UM-ALUNO.
            MOVE WS-ID-CORRENTE   TO ID-ALUNO
            READ ALUNOS
                INVALID KEY
                    MOVE SPACES TO WS-LINHA-REL
                    STRING 'ALUNO ' WS-ID-CORRENTE
                           ' - CADASTRO NAO ENCONTRADO'
                           DELIMITED BY SIZE INTO WS-LINHA-REL
                    PERFORM P890-GRAVA-LINHA THRU P890-FIM
                    GO TO P420-FIM
            END-READ
            MOVE DT-CRIACAO-ALUNO TO WS-ALU-TIT-CRIACAO(WS-IND1)
            IF DT-CRIACAO-ALUNO < WS-DT-CRIACAO-MIN
                MOVE DT-CRIACAO-ALUNO TO WS-DT-CRIACAO-MIN
            END-IF
            MOVE SPACES TO WS-LINHA-REL
            STRING 'ALUNO ' ID-ALUNO ' - ' NM-ALUNO
                   '  TURMA ' TURMA '  SITUACAO ' SITUACAO IN REG-ALUNO
                   DELIMITED BY SIZE INTO WS-LINHA-REL
            PERFORM P890-GRAVA-LINHA THRU P890-FIM
            MOVE SPACES TO WS-LINHA-REL
            STRING '  TELEFONE: ' TL-ALUNO
                   '  CPF: ' NR-CPF-ALUNO '  RG: ' NR-RG-ALUNO
                   '  NASCIMENTO: ' DT-NASCIMENTO-ALUNO
                   DELIMITED BY SIZE INTO WS-LINHA-REL
            PERFORM P890-GRAVA-LINHA THRU P890-FIM
            MOVE SPACES TO WS-LINHA-REL
            STRING '  ENDERECO: ' RUA-ALUNO ', ' BAIRRO-ALUNO ', '
                   CIDADE-ALUNO '/' UF-ALUNO '  CEP ' CEP-ALUNO
                   DELIMITED BY SIZE INTO WS-LINHA-REL
            PERFORM P890-GRAVA-LINHA THRU P890-FIM
            MOVE SPACES TO WS-LINHA-REL
            STRING '  CADASTRADO EM ' DT-CRIACAO-ALUNO ' '
                   HR-CRIACAO-ALUNO '  ULTIMA ALTERACAO '
                   DT-ALTERACAO-ALUNO ' ' HR-ALTERACAO-ALUNO
                   DELIMITED BY SIZE INTO WS-LINHA-REL
            PERFORM P890-GRAVA-LINHA THRU P890-FIM

            IF DISP-BNF
                MOVE WS-ID-CORRENTE TO ID-ALUNO-BNF
                READ BENEFICIARIOS
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE SPACES TO WS-LINHA-REL
                        STRING '  NIS (BOLSA FAMILIA): ' NR-NIS-BNF
                               '  SITUACAO ' ST-BENEFICIARIO
                               '  INCLUIDO EM ' DT-INCLUSAO-BNF
                               '  DESLIGADO EM ' DT-DESLIGAMENTO-BNF
                               DELIMITED BY SIZE INTO WS-LINHA-REL
                        PERFORM P890-GRAVA-LINHA THRU P890-FIM
                END-READ
            END-IF

            IF DISP-FMD
                MOVE WS-ID-CORRENTE TO ID-ALUNO-FMD
                READ FICHAS
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        PERFORM P430-FICHA-MEDICA THRU P430-FIM
                END-READ
            END-IF

            IF DISP-DOC
                PERFORM P440-DOCUMENTOS THRU P440-FIM
            END-IF
            IF DISP-MEN
                PERFORM P450-MENSALIDADES THRU P450-FIM
            END-IF
            MOVE SPACES TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            .
       P420-FIM.
       P430-FICHA-MEDICA.
            MOVE SPACES TO WS-LINHA-REL
            STRING '  FICHA MEDICA - ALERGIAS: ' ALERGIAS-FMD
                   DELIMITED BY SIZE INTO WS-LINHA-REL
            PERFORM P890-GRAVA-LINHA THRU P890-FIM
            MOVE SPACES TO WS-LINHA-REL
            STRING '    CONDICOES: ' CONDICOES-FMD
                   DELIMITED BY SIZE INTO WS-LINHA-REL
            PERFORM P890-GRAVA-LINHA THRU P890-FIM
            MOVE SPACES TO WS-LINHA-REL
            STRING '    MEDICACAO: ' MEDICACAO-FMD
                   DELIMITED BY SIZE INTO WS-LINHA-REL
            PERFORM P890-GRAVA-LINHA THRU P890-FIM
            MOVE SPACES TO WS-LINHA-REL
            STRING '    PLANO DE SAUDE: ' PLANO-SAUDE-FMD
                   '  CARTEIRINHA: ' NR-CARTEIRINHA-FMD
                   DELIMITED BY SIZE INTO WS-LINHA-REL
            PERFORM P890-GRAVA-LINHA THRU P890-FIM
            MOVE SPACES TO WS-LINHA-REL
            STRING '    RESTRICOES: ' RESTRICOES-FMD
                   DELIMITED BY SIZE INTO WS-LINHA-REL
            PERFORM P890-GRAVA-LINHA THRU P890-FIM
            .
       P430-FIM.
       P440-DOCUMENTOS.
            SET EOF-OK            TO FALSE
            MOVE WS-ID-CORRENTE   TO ID-ALUNO-DOC
            MOVE LOW-VALUES       TO TP-DOC-DOC
            START DOCALUNO KEY IS NOT LESS THAN CHAVE-DOCUMENTO-ALUNO
                INVALID KEY
                    SET EOF-OK    TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ DOCALUNO NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF ID-ALUNO-DOC NOT EQUAL WS-ID-CORRENTE
                            SET EOF-OK TO TRUE
                        ELSE
                            MOVE SPACES TO WS-LINHA-REL
                            STRING '  DOCUMENTO ' TP-DOC-DOC
                                   '  ENTREGUE EM ' DT-ENTREGA-DOC
                                   '  VALIDADE ' DT-VALIDADE-DOC
                                   DELIMITED BY SIZE INTO WS-LINHA-REL
                            PERFORM P890-GRAVA-LINHA THRU P890-FIM
                        END-IF
                END-READ
            END-PERFORM
            .
       P440-FIM.
       P450-MENSALIDADES.
            SET EOF-OK            TO FALSE
            MOVE WS-ID-CORRENTE   TO ID-ALUNO-MEN
            MOVE ZEROS            TO CP-COMPETENCIA
            START MENSALIDADES KEY IS NOT LESS THAN CHAVE-MENSALIDADE
                INVALID KEY
                    SET EOF-OK    TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ MENSALIDADES NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF ID-ALUNO-MEN NOT EQUAL WS-ID-CORRENTE
                            SET EOF-OK TO TRUE
                        ELSE
                            MOVE VL-MENSALIDADE TO WS-VL-EDITADO
                            MOVE SPACES TO WS-LINHA-REL
                            STRING '  MENSALIDADE ' CP-COMPETENCIA
                                   '  VENCIMENTO ' DT-VENCIMENTO-MEN
                                   '  VALOR ' WS-VL-EDITADO
                                   '  STATUS ' ST-MENSALIDADE
                                   '  PAGA EM ' DT-PAGAMENTO-MEN
                                   '  FORMA ' FORMA-PGTO-MEN
                                   DELIMITED BY SIZE INTO WS-LINHA-REL
                            PERFORM P890-GRAVA-LINHA THRU P890-FIM
                        END-IF
                END-READ
            END-PERFORM
            .
       P450-FIM.
      * SECAO 2 - CADASTRO DE CONTATO DO TITULAR (RESPONSAVEL)
       P500-SECAO-CONTATOS.
            IF WS-QTD-CTT-TIT EQUAL ZEROS
                GO TO P500-FIM
            END-IF
            MOVE SPACES TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            MOVE '2. CADASTRO DE CONTATO (CONTATOS)'
                                  TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            MOVE ALL '-' TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            SET FS-CTT-OK         TO TRUE
            OPEN INPUT CONTATOS
            PERFORM VARYING WS-IND1 FROM 1 BY 1
                    UNTIL WS-IND1 > WS-QTD-CTT-TIT
                MOVE WS-CTT-TIT-ID(WS-IND1) TO ID-CONTATO
                READ CONTATOS
                    INVALID KEY
                        MOVE SPACES TO WS-LINHA-REL
                        STRING 'CONTATO ' WS-CTT-TIT-ID(WS-IND1)
                               ' - CADASTRO NAO ENCONTRADO'
                               DELIMITED BY SIZE INTO WS-LINHA-REL
                        PERFORM P890-GRAVA-LINHA THRU P890-FIM
                    NOT INVALID KEY
                        MOVE SPACES TO WS-LINHA-REL
                        STRING 'CONTATO ' ID-CONTATO ' - ' NM-CONTATO
                               '  TELEFONE ' TL-CONTATO
                               '  RECUSA SMS: ' FL-OPTOUT-SMS
                               DELIMITED BY SIZE INTO WS-LINHA-REL
                        PERFORM P890-GRAVA-LINHA THRU P890-FIM
                        MOVE SPACES TO WS-LINHA-REL
                        STRING '  CADASTRADO EM ' DT-CRIACAO-CONTATO
                               ' ' HR-CRIACAO-CONTATO
                               '  ULTIMA ALTERACAO '
                               DT-ALTERACAO-CONTATO ' '
                               HR-ALTERACAO-CONTATO
                               DELIMITED BY SIZE INTO WS-LINHA-REL
                        PERFORM P890-GRAVA-LINHA THRU P890-FIM
                END-READ
            END-PERFORM
            CLOSE CONTATOS
            .
       P500-FIM.
      * SECAO 3 - VINCULOS ALUNO X RESPONSAVEL QUE ENVOLVEM O TITULAR
       P520-SECAO-VINCULOS.
            MOVE SPACES TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            MOVE '3. VINCULOS DE RESPONSAVEL (RESPONSA)'
                                  TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            MOVE ALL '-' TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            MOVE ZEROS            TO WS-QTD-SECAO
            SET FS-CTT-OK         TO TRUE
            OPEN INPUT CONTATOS
            IF FS-CTT-OK
                SET DISP-CTT      TO TRUE
            ELSE
                SET DISP-CTT      TO FALSE
            END-IF
            SET EOF-OK            TO FALSE
            SET FS-RSP-OK         TO TRUE
            OPEN INPUT RESPONSAVEIS
            IF NOT FS-RSP-OK
                SET EOF-OK        TO TRUE
            END-IF
            PERFORM UNTIL EOF-OK
                READ RESPONSAVEIS NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        MOVE ID-ALUNO-RSP   TO WS-ID-CORRENTE
                        MOVE ID-CONTATO-RSP TO WS-CTT-CORRENTE
                        PERFORM P840-CONFERE-ALUNO THRU P840-FIM
                        IF NOT CASA-OK
                            PERFORM P850-CONFERE-CONTATO THRU P850-FIM
                        END-IF
                        IF CASA-OK
                            PERFORM P530-LINHA-VINCULO THRU P530-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE RESPONSAVEIS CONTATOS
            IF WS-QTD-SECAO EQUAL ZEROS
                MOVE '  NENHUM VINCULO.' TO REG-RELATORIO-OUT
                WRITE REG-RELATORIO-OUT
            END-IF
            .
       P520-FIM.
       P530-LINHA-VINCULO.
            ADD 1 TO WS-QTD-SECAO
            MOVE SPACES           TO NM-CONTATO
            IF DISP-CTT
                MOVE ID-CONTATO-RSP TO ID-CONTATO
                READ CONTATOS
                    INVALID KEY
                        MOVE SPACES TO NM-CONTATO
                END-READ
            END-IF
            MOVE SPACES TO WS-LINHA-REL
            STRING '  ALUNO ' ID-ALUNO-RSP '  CONTATO ' ID-CONTATO-RSP
                   ' (' NM-CONTATO ')  VINCULO ' TP-VINCULO
                   '  CPF DO RESPONSAVEL ' NR-CPF-RSP
                   DELIMITED BY SIZE INTO WS-LINHA-REL
            PERFORM P890-GRAVA-LINHA THRU P890-FIM
            .
       P530-FIM.
      * SECAO 4 - MENSAGENS DE TELEFONE; EXPORTADA/ENTREGUE = O NUMERO
      * E O TEXTO FORAM AO GATEWAY DE SMS
       P550-SECAO-MENSAGENS.
            MOVE SPACES TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            MOVE '4. MENSAGENS DE TELEFONE (MSGFILA)'
                                  TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            MOVE ALL '-' TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            MOVE ZEROS            TO WS-QTD-SECAO
            SET EOF-OK            TO FALSE
            SET FS-MSG-OK         TO TRUE
            OPEN INPUT MENSAGENS
            IF NOT FS-MSG-OK
                SET EOF-OK        TO TRUE
            END-IF
            PERFORM UNTIL EOF-OK
                READ MENSAGENS NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        MOVE ID-ALUNO-MSG   TO WS-ID-CORRENTE
                        MOVE ID-CONTATO-MSG TO WS-CTT-CORRENTE
                        PERFORM P840-CONFERE-ALUNO THRU P840-FIM
                        IF NOT CASA-OK
                            PERFORM P850-CONFERE-CONTATO THRU P850-FIM
                        END-IF
                        IF CASA-OK
                            PERFORM P560-LINHA-MENSAGEM THRU P560-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE MENSAGENS
            IF WS-QTD-SECAO EQUAL ZEROS
                MOVE '  NENHUMA MENSAGEM.' TO REG-RELATORIO-OUT
                WRITE REG-RELATORIO-OUT
            END-IF
            .
       P550-FIM.
       P560-LINHA-MENSAGEM.
            ADD 1 TO WS-QTD-SECAO
            IF MSG-EXPORTADA OR MSG-ENTREGUE
                ADD 1 TO WS-QTD-EXT-SMS
            END-IF
            MOVE SPACES TO WS-LINHA-REL
            STRING '  MSG ' NR-MENSAGEM ' ' TP-MENSAGEM
                   ' EM ' DT-GERACAO-MSG ' ALUNO ' ID-ALUNO-MSG
                   ' CONTATO ' ID-CONTATO-MSG ' PARA ' TL-DESTINO-MSG
                   ' ST ' ST-MENSAGEM
                   DELIMITED BY SIZE INTO WS-LINHA-REL
            PERFORM P890-GRAVA-LINHA THRU P890-FIM
            MOVE SPACES TO WS-LINHA-REL
            STRING '    TEXTO: ' TX-MENSAGEM
                   DELIMITED BY SIZE INTO WS-LINHA-REL
            PERFORM P890-GRAVA-LINHA THRU P890-FIM
            .
       P560-FIM.
      * SECAO 5 - EVENTOS DO PORTAL; A CHAVE DO EVENTO E O ID-ALUNO E
      * O EVENTO ENTREGUE JA FOI EXTRAIDO PARA O PORTAL (OUTEXTR)
       P600-SECAO-PORTAL.
            MOVE SPACES TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            MOVE '5. EVENTOS PARA O PORTAL (OUTBOX)'
                                  TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            MOVE ALL '-' TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            MOVE ZEROS            TO WS-QTD-SECAO
            SET EOF-OK            TO FALSE
            SET FS-OBX-OK         TO TRUE
            OPEN INPUT OUTBOX
            IF NOT FS-OBX-OK OR WS-QTD-ALU-TIT EQUAL ZEROS
                SET EOF-OK        TO TRUE
            END-IF
            PERFORM UNTIL EOF-OK
                READ OUTBOX NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        SET CASA-OK TO FALSE
                        IF CHAVE-EVENTO(1:6) NUMERIC AND
                           CHAVE-EVENTO(7:4) EQUAL SPACES
                            MOVE CHAVE-EVENTO(1:6) TO WS-ID-CORRENTE
                            PERFORM P840-CONFERE-ALUNO THRU P840-FIM
                        END-IF
                        IF CASA-OK
                            PERFORM P610-LINHA-EVENTO THRU P610-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE OUTBOX
            IF WS-QTD-SECAO EQUAL ZEROS
                MOVE '  NENHUM EVENTO.' TO REG-RELATORIO-OUT
                WRITE REG-RELATORIO-OUT
            END-IF
            .
       P600-FIM.
       P610-LINHA-EVENTO.
            ADD 1 TO WS-QTD-SECAO
            IF EVT-ENTREGUE
                ADD 1 TO WS-QTD-EXT-PORTAL
            END-IF
            MOVE SPACES TO WS-LINHA-REL
            STRING '  EVENTO ' NR-EVENTO ' ' TP-EVENTO
                   ' EM ' DT-EVENTO ' ' HR-EVENTO
                   ' ST ' ST-EVENTO
                   DELIMITED BY SIZE INTO WS-LINHA-REL
            PERFORM P890-GRAVA-LINHA THRU P890-FIM
            MOVE SPACES TO WS-LINHA-REL
            STRING '    CONTEUDO: ' PAYLOAD-EVENTO
                   DELIMITED BY SIZE INTO WS-LINHA-REL
            PERFORM P890-GRAVA-LINHA THRU P890-FIM
            .
       P610-FIM.
      * SECAO 6 - RPS DA NFS-E, PELO ALUNO OU PELO CPF DO TOMADOR
       P650-SECAO-NFSE.
            MOVE SPACES TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            MOVE '6. RECIBOS DE SERVICO PARA A NFS-E (RPSREG)'
                                  TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            MOVE ALL '-' TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            MOVE ZEROS            TO WS-QTD-SECAO
            SET EOF-OK            TO FALSE
            SET FS-RPS-OK         TO TRUE
            OPEN INPUT RPSREG
            IF NOT FS-RPS-OK
                SET EOF-OK        TO TRUE
            END-IF
            PERFORM UNTIL EOF-OK
                READ RPSREG NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        MOVE ID-ALUNO-RPS TO WS-ID-CORRENTE
                        PERFORM P840-CONFERE-ALUNO THRU P840-FIM
                        IF NOT CASA-OK AND NR-CPF-RPS NOT EQUAL ZEROS
                            MOVE NR-CPF-RPS TO WS-CPF-CORRENTE
                            PERFORM P860-CONFERE-CPF THRU P860-FIM
                        END-IF
                        IF CASA-OK
                            PERFORM P660-LINHA-RPS THRU P660-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE RPSREG
            IF WS-QTD-SECAO EQUAL ZEROS
                MOVE '  NENHUM RPS.' TO REG-RELATORIO-OUT
                WRITE REG-RELATORIO-OUT
            END-IF
            .
       P650-FIM.
       P660-LINHA-RPS.
            ADD 1 TO WS-QTD-SECAO
            IF RPS-EXPORTADO OR RPS-COM-NFSE
                ADD 1 TO WS-QTD-EXT-NFSE
            END-IF
            MOVE VL-SERVICO-RPS   TO WS-VL-EDITADO
            MOVE SPACES TO WS-LINHA-REL
            STRING '  RPS ' NR-RPS ' RECIBO ' NR-RECIBO-RPS
                   ' ALUNO ' ID-ALUNO-RPS ' TOMADOR ' NM-TOMADOR-RPS
                   ' CPF ' NR-CPF-RPS
                   DELIMITED BY SIZE INTO WS-LINHA-REL
            PERFORM P890-GRAVA-LINHA THRU P890-FIM
            MOVE SPACES TO WS-LINHA-REL
            STRING '    VALOR ' WS-VL-EDITADO
                   '  COMPETENCIA ' CP-COMPETENCIA-RPS
                   '  EMISSAO ' DT-EMISSAO-RPS
                   '  NFS-E ' NR-NFSE-RPS '  ST ' ST-RPS
                   DELIMITED BY SIZE INTO WS-LINHA-REL
            PERFORM P890-GRAVA-LINHA THRU P890-FIM
            .
       P660-FIM.
      * SECAO 7 - O CENSO EXPORTA TODO O CADASTRO DE ALUNOS: CADA
      * RODADA CONCLUIDA DEPOIS DO CADASTRO LEVOU OS DADOS DO TITULAR
       P700-SECAO-CENSO.
            IF WS-QTD-ALU-TIT EQUAL ZEROS
                GO TO P700-FIM
            END-IF
            MOVE SPACES TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            MOVE '7. EXPORTACOES DO CENSO ESCOLAR (RUNLOG - SISCENSO)'
                                  TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            MOVE ALL '-' TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            SET EOF-OK            TO FALSE
            SET FS-RUN-OK         TO TRUE
            OPEN INPUT LOG-EXECUCAO
            IF NOT FS-RUN-OK
                SET EOF-OK        TO TRUE
            END-IF
            PERFORM UNTIL EOF-OK
                READ LOG-EXECUCAO
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF RL-PROGRAMA EQUAL 'SISCENSO' AND
                           RL-FASE EQUAL 'F' AND
                           RL-STATUS EQUAL 'OK' AND
                           RL-DATA NOT LESS THAN WS-DT-CRIACAO-MIN
                            ADD 1 TO WS-QTD-EXT-CENSO
                            MOVE RL-DATA TO WS-DT-ULT-CENSO
                            MOVE SPACES TO WS-LINHA-REL
                            STRING '  CENSO EXPORTADO EM ' RL-DATA
                                   ' ' RL-HORA ' (' RL-REGISTROS
                                   ' REGISTROS NO ARQUIVO)'
                                   DELIMITED BY SIZE INTO WS-LINHA-REL
                            PERFORM P890-GRAVA-LINHA THRU P890-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE LOG-EXECUCAO
            IF WS-QTD-EXT-CENSO EQUAL ZEROS
                MOVE '  NENHUMA EXPORTACAO DESDE O CADASTRO.'
                                  TO REG-RELATORIO-OUT
                WRITE REG-RELATORIO-OUT
            END-IF
            .
       P700-FIM.
      * SECAO 8 - TRILHA DE AUDITORIA: LANCAMENTOS COM A CHAVE DO
      * ALUNO/CONTATO OU COM O CPF NO VALOR ANTIGO/NOVO
       P750-SECAO-AUDITORIA.
            MOVE SPACES TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            MOVE '8. TRILHA DE AUDITORIA (QUEM CONSULTOU OU ALTEROU)'
                                  TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            MOVE ALL '-' TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            MOVE ZEROS            TO WS-QTD-SECAO
            SET EOF-OK            TO FALSE
            SET FS-LOG-OK         TO TRUE
            OPEN INPUT LOG-AUDITORIA
            IF NOT FS-LOG-OK
                SET EOF-OK        TO TRUE
            END-IF
            PERFORM UNTIL EOF-OK
                READ LOG-AUDITORIA INTO WS-LINHA-LOG
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        PERFORM P760-FILTRA-LOG THRU P760-FIM
                END-READ
            END-PERFORM
            CLOSE LOG-AUDITORIA
            IF WS-QTD-SECAO EQUAL ZEROS
                MOVE '  NENHUM LANCAMENTO NA TRILHA CORRENTE.'
                                  TO REG-RELATORIO-OUT
                WRITE REG-RELATORIO-OUT
            END-IF
            MOVE '  (MESES ANTERIORES: CONSULTAR OS ARQUIVOS MORTOS '
               & 'DA TRILHA PELA CHAVE E PELO CPF)'
                                  TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            .
       P750-FIM.
       P760-FILTRA-LOG.
            SET CASA-OK           TO FALSE
            PERFORM VARYING WS-IND2 FROM 1 BY 1
                    UNTIL WS-IND2 > WS-QTD-ALU-TIT OR CASA-OK
                MOVE WS-ALU-TIT-ID(WS-IND2) TO WS-CHA-ID
                IF WS-LOG-CHAVE EQUAL WS-CHAVE-ALUNO
                    SET CASA-OK   TO TRUE
                END-IF
            END-PERFORM
            PERFORM VARYING WS-IND2 FROM 1 BY 1
                    UNTIL WS-IND2 > WS-QTD-CTT-TIT OR CASA-OK
                MOVE WS-CTT-TIT-ID(WS-IND2) TO WS-CHC-ID
                IF WS-LOG-CHAVE EQUAL WS-CHAVE-CONTATO
                    SET CASA-OK   TO TRUE
                END-IF
            END-PERFORM
            PERFORM VARYING WS-IND2 FROM 1 BY 1
                    UNTIL WS-IND2 > WS-QTD-CPF-TIT OR CASA-OK
                MOVE WS-CPF-TIT(WS-IND2) TO WS-CPF-X
                MOVE ZERO         TO WS-QTD-OCORRENCIAS
                INSPECT WS-LOG-DE TALLYING WS-QTD-OCORRENCIAS
                        FOR ALL WS-CPF-X
                INSPECT WS-LOG-PARA TALLYING WS-QTD-OCORRENCIAS
                        FOR ALL WS-CPF-X
                IF WS-QTD-OCORRENCIAS > ZERO
                    SET CASA-OK   TO TRUE
                END-IF
            END-PERFORM
            IF NOT CASA-OK
                GO TO P760-FIM
            END-IF
            ADD 1 TO WS-QTD-SECAO
            MOVE SPACES TO WS-LINHA-REL
            STRING '  ' WS-LOG-DATA ' ' WS-LOG-HORA ' '
                   WS-LOG-PROGRAMA ' ' WS-LOG-OPERACAO
                   ' CHAVE ' WS-LOG-CHAVE ' OPERADOR ' WS-LOG-OPERADOR
                   DELIMITED BY SIZE INTO WS-LINHA-REL
            PERFORM P890-GRAVA-LINHA THRU P890-FIM
            IF WS-LOG-DE NOT EQUAL SPACES
                MOVE SPACES TO WS-LINHA-REL
                STRING '    DE  : ' WS-LOG-DE
                       DELIMITED BY SIZE INTO WS-LINHA-REL
                PERFORM P890-GRAVA-LINHA THRU P890-FIM
            END-IF
            IF WS-LOG-PARA NOT EQUAL SPACES
                MOVE SPACES TO WS-LINHA-REL
                STRING '    PARA: ' WS-LOG-PARA
                       DELIMITED BY SIZE INTO WS-LINHA-REL
                PERFORM P890-GRAVA-LINHA THRU P890-FIM
            END-IF
            .
       P760-FIM.
      * SECAO 9 - RESUMO DE PARA ONDE OS DADOS SAIRAM DA ESCOLA
       P800-SECAO-INTERFACES.
            MOVE SPACES TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            MOVE '9. COMPARTILHAMENTO COM INTERFACES EXTERNAS'
                                  TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            MOVE ALL '-' TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            MOVE SPACES TO WS-LINHA-REL
            STRING '  GATEWAY DE SMS (SISMSGQ)         : '
                   WS-QTD-EXT-SMS ' MENSAGEM(NS) EXPORTADA(S)'
                   DELIMITED BY SIZE INTO WS-LINHA-REL
            PERFORM P890-GRAVA-LINHA THRU P890-FIM
            MOVE SPACES TO WS-LINHA-REL
            STRING '  PORTAL DO ALUNO (OUTEXTR)        : '
                   WS-QTD-EXT-PORTAL ' EVENTO(S) ENTREGUE(S)'
                   DELIMITED BY SIZE INTO WS-LINHA-REL
            PERFORM P890-GRAVA-LINHA THRU P890-FIM
            MOVE SPACES TO WS-LINHA-REL
            STRING '  PREFEITURA - NFS-E (SISNFSE)     : '
                   WS-QTD-EXT-NFSE ' RPS ENVIADO(S) EM LOTE'
                   DELIMITED BY SIZE INTO WS-LINHA-REL
            PERFORM P890-GRAVA-LINHA THRU P890-FIM
            MOVE SPACES TO WS-LINHA-REL
            STRING '  MEC/INEP - CENSO ESCOLAR (SISCENSO): '
                   WS-QTD-EXT-CENSO ' EXPORTACAO(OES), ULTIMA EM '
                   WS-DT-ULT-CENSO
                   DELIMITED BY SIZE INTO WS-LINHA-REL
            PERFORM P890-GRAVA-LINHA THRU P890-FIM
            .
       P800-FIM.
      * TABELAS DO TITULAR SEM REPETICAO
       P810-ADD-ALUNO.
            SET ACHOU-OK          TO FALSE
            PERFORM VARYING WS-IND2 FROM 1 BY 1
                    UNTIL WS-IND2 > WS-QTD-ALU-TIT
                IF WS-ALU-TIT-ID(WS-IND2) EQUAL WS-ID-CORRENTE
                    SET ACHOU-OK  TO TRUE
                END-IF
            END-PERFORM
            IF NOT ACHOU-OK AND WS-QTD-ALU-TIT < 10
                ADD 1 TO WS-QTD-ALU-TIT
                MOVE WS-ID-CORRENTE TO WS-ALU-TIT-ID(WS-QTD-ALU-TIT)
                MOVE ZEROS    TO WS-ALU-TIT-CRIACAO(WS-QTD-ALU-TIT)
            END-IF
            .
       P810-FIM.
       P820-ADD-CONTATO.
            SET ACHOU-OK          TO FALSE
            PERFORM VARYING WS-IND2 FROM 1 BY 1
                    UNTIL WS-IND2 > WS-QTD-CTT-TIT
                IF WS-CTT-TIT-ID(WS-IND2) EQUAL WS-CTT-CORRENTE
                    SET ACHOU-OK  TO TRUE
                END-IF
            END-PERFORM
            IF NOT ACHOU-OK AND WS-QTD-CTT-TIT < 10
                ADD 1 TO WS-QTD-CTT-TIT
                MOVE WS-CTT-CORRENTE TO WS-CTT-TIT-ID(WS-QTD-CTT-TIT)
            END-IF
            .
       P820-FIM.
       P830-ADD-CPF.
            IF WS-CPF-CORRENTE EQUAL ZEROS
                GO TO P830-FIM
            END-IF
            SET ACHOU-OK          TO FALSE
            PERFORM VARYING WS-IND2 FROM 1 BY 1
                    UNTIL WS-IND2 > WS-QTD-CPF-TIT
                IF WS-CPF-TIT(WS-IND2) EQUAL WS-CPF-CORRENTE
                    SET ACHOU-OK  TO TRUE
                END-IF
            END-PERFORM
            IF NOT ACHOU-OK AND WS-QTD-CPF-TIT < 10
                ADD 1 TO WS-QTD-CPF-TIT
                MOVE WS-CPF-CORRENTE TO WS-CPF-TIT(WS-QTD-CPF-TIT)
            END-IF
            .
       P830-FIM.
       P840-CONFERE-ALUNO.
            SET CASA-OK           TO FALSE
            PERFORM VARYING WS-IND2 FROM 1 BY 1
                    UNTIL WS-IND2 > WS-QTD-ALU-TIT OR CASA-OK
                IF WS-ALU-TIT-ID(WS-IND2) EQUAL WS-ID-CORRENTE
                    SET CASA-OK   TO TRUE
                END-IF
            END-PERFORM
            .
       P840-FIM.
       P850-CONFERE-CONTATO.
            SET CASA-OK           TO FALSE
            PERFORM VARYING WS-IND2 FROM 1 BY 1
                    UNTIL WS-IND2 > WS-QTD-CTT-TIT OR CASA-OK
                IF WS-CTT-TIT-ID(WS-IND2) EQUAL WS-CTT-CORRENTE
                    SET CASA-OK   TO TRUE
                END-IF
            END-PERFORM
            .
       P850-FIM.
       P860-CONFERE-CPF.
            SET CASA-OK           TO FALSE
            PERFORM VARYING WS-IND2 FROM 1 BY 1
                    UNTIL WS-IND2 > WS-QTD-CPF-TIT OR CASA-OK
                IF WS-CPF-TIT(WS-IND2) EQUAL WS-CPF-CORRENTE
                    SET CASA-OK   TO TRUE
                END-IF
            END-PERFORM
            .
       P860-FIM.
       P890-GRAVA-LINHA.
            MOVE WS-LINHA-REL     TO REG-RELATORIO-OUT
            WRITE REG-RELATORIO-OUT
            .
       P890-FIM.
       P900-FIM.
            GOBACK.
      * RESOLVE OS CAMINHOS FISICOS PELO CONFIGSYS (PRODUCAO OU
      * TESTE); SEM CONFIGURACAO VALEM OS PADROES ACIMA
       P050-CONFIGURA.
            MOVE 'D3-REGISTRO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-REGISTRO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-REGISTRO
            MOVE 'CONTATOS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-CONTATOS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-CONTATOS
            MOVE 'RESPONSA' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-RESPONSA TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-RESPONSA
            MOVE 'D3-BENEFBF' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-BENEFBF TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-BENEFBF
            MOVE 'FICHAMED' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-FICHAMED TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-FICHAMED
            MOVE 'D3-DOCALUNO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-DOCALUNO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-DOCALUNO
            MOVE 'MENSALID' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-MENSALID TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-MENSALID
            MOVE 'MSGFILA' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-MSGFILA TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-MSGFILA
            MOVE 'OUTBOX' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-OUTBOX TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-OUTBOX
            MOVE 'RPSREG' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-RPSREG TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-RPSREG
            MOVE 'PROTOCOL' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-PROTOCOL TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-PROTOCOL
            MOVE 'CONTROLE' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-CONTROLE TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-CONTROLE
            MOVE 'SESSAO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-SESSAO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-SESSAO
            MOVE 'AUDITORIA' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-AUDITORIA TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-AUDITORIA
            MOVE 'RUNLOG' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-RUNLOG TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-RUNLOG
            MOVE 'LGPD-PRAZO-DIAS' TO WL-CFG-CHAVE
            MOVE WS-CFG-PRAZO-DIAS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-CFG-PRAZO-DIAS
            IF WS-CFG-PRAZO-DIAS(1:2) NUMERIC
                COMPUTE WS-PRAZO-DIAS =
                        FUNCTION NUMVAL(WS-CFG-PRAZO-DIAS(1:2))
            END-IF
            IF WS-PRAZO-DIAS EQUAL ZEROS
                MOVE 15 TO WS-PRAZO-DIAS
            END-IF
            .
       P050-FIM.
       END PROGRAM SISTITUL.

      ******************************************************************
      * Author: ANDREI BATISTA
      * Date: 15/10/2026
      * Purpose: CONSULTA DE AUTENTICIDADE DE DOCUMENTOS - EMPRESAS E
      *          ESCOLAS QUE LIGAM PARA CONFERIR UM DOCUMENTO TEM UMA
      *          SO CONSULTA: O OPERADOR DIGITA O NUMERO E O DIGITO
      *          DE VERIFICACAO IMPRESSOS (6 DIGITOS PARA CERTIFICADO,
      *          CERTIFICADO DE MONITORIA, DECLARACAO, CONTRATO, GUIA
      *          DE TRANSFERENCIA E RECIBO; 8 DIGITOS - ALUNO + VIA -
      *          PARA A CARTEIRINHA), O DIGVERIF CONFERE O DIGITO E O
      *          PROGRAMA PROCURA A EMISSAO EM CADA REGISTRO (CERTREG,
      *          MONICERT, DECLAREG, CONTRSRV, GUIATRAN, RECIBITE/
      *          MENSALID/ESTORNOS E CARTREG), MOSTRANDO O QUE O
      *          DOCUMENTO ATESTA E SE
      *          ESTA VALIDO, CANCELADO, ESTORNADO, VENCIDO OU
      *          SUBSTITUIDO POR EMISSAO POSTERIOR (2A VIA); TODA
      *          CONSULTA VAI PARA A TRILHA DE AUDITORIA COM O NOME
      *          DE QUEM PEDIU. A REVOGACAO (PERFIL 'R' DO AUTHOPR)
      *          CANCELA UM DOCUMENTO EMITIDO POR ENGANO EM
      *          DOCREVOG.DAT (CARTEIRINHA TAMBEM FICA REVOGADA NO
      *          CARTREG); RECIBO SO SE CANCELA PELO ESTORNO DO CAIXA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISAUTEN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
               SELECT DOCREVOG ASSIGN TO WS-ARQ-CFG-DOCREVOG
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS CHAVE-DOC-REVOGADO
               FILE STATUS IS WS-FS-REV.

               SELECT CERTIFICADOS ASSIGN TO WS-ARQ-CFG-D3-CERTREG
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS NR-CERTIFICADO
               FILE STATUS IS WS-FS-CRT.

               SELECT CERT-MONITORIA ASSIGN TO WS-ARQ-CFG-D3-MONICERT
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS NR-CERT-MCT
               FILE STATUS IS WS-FS-MCT.

               SELECT DECLARACOES ASSIGN TO WS-ARQ-CFG-DECLAREG
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS NR-DECLARACAO
               FILE STATUS IS WS-FS-DEC.

               SELECT CONTRATOS-SRV ASSIGN TO WS-ARQ-CFG-CONTRSRV
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS NR-CONTRATO-SRV
               FILE STATUS IS WS-FS-SRV.

               SELECT GUIAS ASSIGN TO WS-ARQ-CFG-D3-GUIATRAN
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS NR-GUIA-GTR
               ALTERNATE RECORD KEY IS ID-ALUNO-GTR
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-GTR.

               SELECT CARTEIRINHAS ASSIGN TO WS-ARQ-CFG-CARTREG
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-CARTEIRINHA
               FILE STATUS IS WS-FS-CRD.

               SELECT ITENS-RECIBO ASSIGN TO WS-ARQ-CFG-RECIBITE
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-ITEM-RECIBO
               FILE STATUS IS WS-FS-ITR.

               SELECT MENSALIDADES ASSIGN TO WS-ARQ-CFG-MENSALID
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS CHAVE-MENSALIDADE
               FILE STATUS IS WS-FS-MEN.

               SELECT ESTORNOS ASSIGN TO WS-ARQ-CFG-ESTORNOS
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS NR-RECIBO-EST
               FILE STATUS IS WS-FS-EST.

               SELECT ALUNOS ASSIGN TO WS-ARQ-CFG-D3-REGISTRO
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS DYNAMIC
               RECORD  KEY  IS ID-ALUNO
               ALTERNATE RECORD KEY IS NM-ALUNO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS.

               SELECT SESSAO ASSIGN TO WS-ARQ-CFG-SESSAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SES.

       DATA DIVISION.
       FILE SECTION.
       FD DOCREVOG.
          COPY FD_DOCRV.
       FD CERTIFICADOS.
          COPY FD_CERTR.
       FD CERT-MONITORIA.
          COPY FD_MONCT.
       FD DECLARACOES.
          COPY FD_DECLR.
       FD CONTRATOS-SRV.
          COPY FD_CTSRV.
       FD GUIAS.
          COPY FD_GUIAT.
       FD CARTEIRINHAS.
          COPY FD_CARTE.
       FD ITENS-RECIBO.
          COPY FD_RECIT.
       FD MENSALIDADES.
          COPY FD_MENSA.
       FD ESTORNOS.
          COPY FD_ESTOR.
       FD ALUNOS.
          COPY FD_REGIS.
       FD SESSAO.
       01 REG-SESSAO.
          03 SES-CD-OPERADOR               PIC X(06).
          03 SES-NM-OPERADOR               PIC X(20).
          03 SES-PERFIL                    PIC X(01).

       WORKING-STORAGE SECTION.
       77 WS-FS                            PIC 99.
          88 FS-OK                         VALUE 0.
       77 WS-FS-REV                        PIC 99.
          88 FS-REV-OK                     VALUE 0.
       77 WS-FS-CRT                        PIC 99.
          88 FS-CRT-OK                     VALUE 0.
       77 WS-FS-MCT                        PIC 99.
          88 FS-MCT-OK                     VALUE 0.
       77 WS-FS-DEC                        PIC 99.
          88 FS-DEC-OK                     VALUE 0.
       77 WS-FS-SRV                        PIC 99.
          88 FS-SRV-OK                     VALUE 0.
       77 WS-FS-GTR                        PIC 99.
          88 FS-GTR-OK                     VALUE 0.
       77 WS-FS-CRD                        PIC 99.
          88 FS-CRD-OK                     VALUE 0.
       77 WS-FS-ITR                        PIC 99.
          88 FS-ITR-OK                     VALUE 0.
       77 WS-FS-MEN                        PIC 99.
          88 FS-MEN-OK                     VALUE 0.
       77 WS-FS-EST                        PIC 99.
          88 FS-EST-OK                     VALUE 0.
       77 WS-FS-SES                        PIC 99.
          88 FS-SES-OK                     VALUE 0.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE 'S' FALSE 'N'.
       77 WS-OPCAO                         PIC X.
       77 WS-CONFIRMA                      PIC X.
       77 WS-OPERADOR                      PIC X(06) VALUE SPACES.
       77 WS-SOLICITANTE                   PIC X(30) VALUE SPACES.
      * CODIGO COMO IMPRESSO NO DOCUMENTO: NUMERO + DIGITO
       77 WS-NR-DIGITADO                   PIC X(08) VALUE SPACES.
       77 WS-DV-DIGITADO                   PIC X(01) VALUE SPACES.
       77 WS-TAM-NR                        PIC 9(02) VALUE ZEROS.
       77 WS-FORMATO                       PIC X(01) VALUE SPACE.
          88 FMT-CARTEIRINHA               VALUE 'A'.
          88 FMT-NUMERO                    VALUE 'N'.
          88 FMT-INVALIDO                  VALUE 'X'.
       77 WS-CODIGO-OK                     PIC X(01) VALUE 'N'.
          88 CODIGO-VALIDO                 VALUE 'S'.
          88 CODIGO-INVALIDO               VALUE 'N'.
       77 WS-NR-DOC                        PIC 9(06) VALUE ZEROS.
       77 WS-ID-ALUNO-DOC                  PIC 9(06) VALUE ZEROS.
       77 WS-NR-VIA-DOC                    PIC 9(02) VALUE ZEROS.
      * TIPO PROCURADO: ESPACO = TODOS OS REGISTROS DO FORMATO
       77 WS-TP-FILTRO                     PIC X(01) VALUE SPACE.
       77 WS-QTD-ACHADOS                   PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO                     PIC X(50) VALUE SPACES.
       77 WS-PTR                           PIC 9(02) VALUE 1.
      * DOCUMENTO ACHADO, PARA A SITUACAO (P400)
       77 WS-TP-DOC                        PIC X(01) VALUE SPACE.
       77 WS-TIPO-CURTO                    PIC X(04) VALUE SPACES.
       77 WS-NR-DOC-CHAVE                  PIC 9(08) VALUE ZEROS.
       77 WS-ST-ORIGEM                     PIC X(01) VALUE SPACE.
          88 ORIGEM-REVOGADA               VALUE 'R'.
          88 ORIGEM-ESTORNADA              VALUE 'E'.
          88 ORIGEM-VENCIDA                VALUE 'V'.
       77 WS-DT-ORIGEM                     PIC 9(08) VALUE ZEROS.
       77 WS-NR-SUBSTITUTO                 PIC 9(08) VALUE ZEROS.
       77 WS-SITUACAO                      PIC X(60) VALUE SPACES.
       77 WS-ST-CURTO                      PIC X(03) VALUE SPACES.
      * DADOS GUARDADOS DO DOCUMENTO ACHADO
       77 WS-ID-ALUNO-AUX                  PIC 9(06) VALUE ZEROS.
       77 WS-NM-ALUNO-AUX                  PIC X(20) VALUE SPACES.
       77 WS-CD-TERMO-AUX                  PIC X(06) VALUE SPACES.
       77 WS-NR-VIA-AUX                    PIC 9(02) VALUE ZEROS.
       77 WS-DT-EMISSAO-AUX                PIC 9(08) VALUE ZEROS.
       77 WS-QTD-ITENS                     PIC 9(02) VALUE ZEROS.
       77 WS-VL-RECIBO                     PIC 9(07)V99 VALUE ZEROS.
       77 WS-VL-EDIT                       PIC Z.ZZZ.ZZ9,99.
       77 WS-MOTIVO                        PIC X(40) VALUE SPACES.
       77 WS-DATA-HOJE-8                   PIC 9(08).
       01 WS-DATA-AUX                      PIC 9(08).
       01 WS-DATA-AUX-R REDEFINES WS-DATA-AUX.
          03 WS-DATA-AUX-AAAA              PIC 9(04).
          03 WS-DATA-AUX-MM                PIC 9(02).
          03 WS-DATA-AUX-DD                PIC 9(02).
       01 WS-DATA-EDIT.
          03 WS-DATA-EDIT-DD               PIC 9(02).
          03 FILLER                        PIC X(01) VALUE '/'.
          03 WS-DATA-EDIT-MM               PIC 9(02).
          03 FILLER                        PIC X(01) VALUE '/'.
          03 WS-DATA-EDIT-AAAA             PIC 9(04).
       01 WL-PARAMETROS-DV.
          03 WL-DV-OPERACAO                PIC X(01).
          03 WL-DV-NUMERO                  PIC 9(12).
          03 WL-DV-DIGITO                  PIC 9(01).
          03 WL-DV-OK                      PIC X(01).
             88 WL-DV-VALIDO               VALUE 'S'.
             88 WL-DV-INVALIDO             VALUE 'N'.
       01 WL-AUTORIZACAO.
          03 WL-FUNCAO                     PIC X(01).
          03 WL-AUT                        PIC X(01).
             88 WL-AUTORIZADO              VALUE 'S'.
             88 WL-NEGADO                  VALUE 'N'.
       01 WL-AUDITORIA.
          03 WL-PROGRAMA                   PIC X(12)
             VALUE 'SISAUTEN'.
          03 WL-OPERACAO                   PIC X(10).
          03 WL-CHAVE                      PIC X(10).
          03 WL-VALOR-ANTIGO               PIC X(50).
          03 WL-VALOR-NOVO                 PIC X(50).

       01 WS-ARQ-CFG-DOCREVOG              PIC X(60) VALUE
          'C:\COBOL\DOCREVOG.DAT'.
       01 WS-ARQ-CFG-D3-CERTREG            PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\CERTREG.DAT'.
       01 WS-ARQ-CFG-D3-MONICERT           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\MONICERT.DAT'.
       01 WS-ARQ-CFG-DECLAREG              PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\DECLAREG.DAT'.
       01 WS-ARQ-CFG-CONTRSRV              PIC X(60) VALUE
          'C:\COBOL\CONTRSRV.DAT'.
       01 WS-ARQ-CFG-D3-GUIATRAN           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\GUIATRAN.DAT'.
       01 WS-ARQ-CFG-CARTREG               PIC X(60) VALUE
          'C:\COBOL\CARTREG.DAT'.
       01 WS-ARQ-CFG-RECIBITE              PIC X(60) VALUE
          'C:\COBOL\RECIBITE.DAT'.
       01 WS-ARQ-CFG-MENSALID              PIC X(60) VALUE
          'C:\COBOL\MENSALID.DAT'.
       01 WS-ARQ-CFG-ESTORNOS              PIC X(60) VALUE
          'C:\COBOL\ESTORNOS.DAT'.
       01 WS-ARQ-CFG-D3-REGISTRO           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\REGISTRO.DAT'.
       01 WS-ARQ-CFG-SESSAO                PIC X(60) VALUE
          'C:\COBOL\SESSAO.DAT'.
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
            DISPLAY '***  AUTENTICIDADE DE DOCUMENTOS               ***'
            DISPLAY '**************************************************'
            DISPLAY '*** 1 - Consultar documento (numero + digito)  ***'
            DISPLAY '*** 2 - Revogar documento emitido por engano   ***'
            DISPLAY '***          <TECLE F PARA FINALIZAR>          ***'
            DISPLAY '**************************************************'
            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN '1'
                    PERFORM P310-CONSULTA THRU P310-FIM
                WHEN '2'
                    PERFORM P500-REVOGA   THRU P500-FIM
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
      * CONSULTA DE AUTENTICIDADE: O NUMERO DE 6 DIGITOS PODE EXISTIR
      * EM MAIS DE UM REGISTRO (CADA TIPO TEM SUA NUMERACAO), ENTAO
      * TODOS OS DOCUMENTOS COM AQUELE NUMERO SAO MOSTRADOS COM O TIPO
      * PARA O OPERADOR CONFERIR COM O QUE O SOLICITANTE TEM EM MAOS
      ******************************************************************
       P310-CONSULTA.
            MOVE SPACES           TO WS-SOLICITANTE
            DISPLAY 'Quem solicita a consulta (nome/empresa): '
            ACCEPT WS-SOLICITANTE
            IF WS-SOLICITANTE EQUAL SPACES
                DISPLAY 'INFORME QUEM SOLICITA - CONSULTA NAO FEITA. '
                GO TO P310-FIM
            END-IF
            PERFORM P320-LE-CODIGO THRU P320-FIM
            MOVE SPACES           TO WS-RESULTADO
            MOVE 1                TO WS-PTR
            MOVE ZEROS            TO WS-QTD-ACHADOS
            MOVE SPACE            TO WS-TP-FILTRO
            EVALUATE TRUE
                WHEN FMT-INVALIDO
                    MOVE 'NUMERO EM FORMATO INVALIDO' TO WS-RESULTADO
                WHEN CODIGO-INVALIDO
                    DISPLAY '*** DIGITO DE VERIFICACAO NAO CONFERE - '
                            'DOCUMENTO NAO AUTENTICO. ***'
                    MOVE 'DIGITO NAO CONFERE - NAO AUTENTICO'
                                      TO WS-RESULTADO
                WHEN FMT-CARTEIRINHA
                    PERFORM P330-CARTEIRINHA THRU P330-FIM
                WHEN OTHER
                    PERFORM P340-CERTIFICADO THRU P340-FIM
                    PERFORM P345-CERT-MONITORIA THRU P345-FIM
                    PERFORM P350-DECLARACAO  THRU P350-FIM
                    PERFORM P360-CONTRATO    THRU P360-FIM
                    PERFORM P370-GUIA        THRU P370-FIM
                    PERFORM P380-RECIBO      THRU P380-FIM
            END-EVALUATE
            IF CODIGO-VALIDO AND WS-QTD-ACHADOS EQUAL ZEROS
                DISPLAY '*** NENHUM DOCUMENTO EMITIDO COM ESTE '
                        'NUMERO - NAO AUTENTICO. ***'
                MOVE 'NAO ENCONTRADO - NAO AUTENTICO' TO WS-RESULTADO
            END-IF
            MOVE 'AUTENTICA'      TO WL-OPERACAO
            MOVE SPACES           TO WL-CHAVE
            STRING WS-NR-DIGITADO DELIMITED BY SPACE
                   '-' WS-DV-DIGITADO
                   DELIMITED BY SIZE INTO WL-CHAVE
            MOVE SPACES           TO WL-VALOR-ANTIGO
            STRING 'SOLICITANTE: ' WS-SOLICITANTE
                   DELIMITED BY SIZE INTO WL-VALOR-ANTIGO
            MOVE WS-RESULTADO     TO WL-VALOR-NOVO
            CALL 'AUDITLOG' USING WL-AUDITORIA
            .
       P310-FIM.
      * LE O NUMERO E O DIGITO COMO IMPRESSOS E CONFERE O DIGITO: NA
      * CARTEIRINHA O DIGVERIF VAI SOBRE ALUNO + VIA (COMO NO
      * SISCARTE), NOS DEMAIS SOBRE O PROPRIO NUMERO DO DOCUMENTO
       P320-LE-CODIGO.
            SET CODIGO-INVALIDO   TO TRUE
            SET FMT-INVALIDO      TO TRUE
            MOVE SPACES           TO WS-NR-DIGITADO
            MOVE SPACES           TO WS-DV-DIGITADO
            DISPLAY 'Numero do documento (6 digitos; carteirinha: '
                    '8 = aluno + via): '
            ACCEPT WS-NR-DIGITADO
            DISPLAY 'Digito de verificacao (depois do traco): '
            ACCEPT WS-DV-DIGITADO
            MOVE ZEROS            TO WS-TAM-NR
            INSPECT WS-NR-DIGITADO TALLYING WS-TAM-NR
                    FOR CHARACTERS BEFORE INITIAL SPACE
            IF WS-DV-DIGITADO NOT NUMERIC
                DISPLAY 'DIGITO DE VERIFICACAO INVALIDO. '
                GO TO P320-FIM
            END-IF
            MOVE ZEROS            TO WL-DV-NUMERO
            EVALUATE TRUE
                WHEN WS-TAM-NR EQUAL 8 AND WS-NR-DIGITADO NUMERIC
                    SET FMT-CARTEIRINHA TO TRUE
                    MOVE WS-NR-DIGITADO(1:6) TO WS-ID-ALUNO-DOC
                    MOVE WS-NR-DIGITADO(7:2) TO WS-NR-VIA-DOC
                    MOVE WS-ID-ALUNO-DOC TO WL-DV-NUMERO(1:6)
                    MOVE WS-NR-VIA-DOC   TO WL-DV-NUMERO(7:2)
                WHEN WS-TAM-NR EQUAL 6
                 AND WS-NR-DIGITADO(1:6) NUMERIC
                    SET FMT-NUMERO      TO TRUE
                    MOVE WS-NR-DIGITADO(1:6) TO WS-NR-DOC
                    MOVE WS-NR-DOC       TO WL-DV-NUMERO
                WHEN OTHER
                    DISPLAY 'NUMERO INVALIDO - DIGITE OS 6 (OU 8) '
                            'DIGITOS IMPRESSOS ANTES DO TRACO. '
                    GO TO P320-FIM
            END-EVALUATE
            MOVE 'V'              TO WL-DV-OPERACAO
            MOVE WS-DV-DIGITADO   TO WL-DV-DIGITO
            CALL 'DIGVERIF' USING WL-PARAMETROS-DV
            IF WL-DV-VALIDO
                SET CODIGO-VALIDO TO TRUE
            END-IF
            .
       P320-FIM.
      * CARTEIRINHA: VIA NO CARTREG; VIA POSTERIOR DO MESMO ALUNO A
      * SUBSTITUI, E A REVOGACAO DO SISEVADE NA SAIDA DO ALUNO VALE
      * COMO CANCELAMENTO
       P330-CARTEIRINHA.
            SET FS-CRD-OK         TO TRUE
            OPEN INPUT CARTEIRINHAS
            IF NOT FS-CRD-OK
                CLOSE CARTEIRINHAS
                GO TO P330-FIM
            END-IF
            MOVE WS-ID-ALUNO-DOC  TO ID-ALUNO-CRD
            MOVE WS-NR-VIA-DOC    TO NR-VIA-CRD
            READ CARTEIRINHAS
                INVALID KEY
                    CLOSE CARTEIRINHAS
                    GO TO P330-FIM
            END-READ
            MOVE 'A'              TO WS-TP-DOC
            MOVE 'CART'           TO WS-TIPO-CURTO
            MOVE WS-NR-DIGITADO   TO WS-NR-DOC-CHAVE
            MOVE ZEROS            TO WS-NR-SUBSTITUTO
            MOVE SPACE            TO WS-ST-ORIGEM
            MOVE DT-VALIDADE-CRD  TO WS-DT-ORIGEM
            MOVE DT-EMISSAO-CRD   TO WS-DT-EMISSAO-AUX
            ACCEPT WS-DATA-HOJE-8 FROM DATE YYYYMMDD
            IF CRD-REVOGADA
                SET ORIGEM-REVOGADA TO TRUE
            ELSE
                IF DT-VALIDADE-CRD < WS-DATA-HOJE-8
                    SET ORIGEM-VENCIDA TO TRUE
                END-IF
            END-IF
            START CARTEIRINHAS KEY IS GREATER THAN CHAVE-CARTEIRINHA
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    READ CARTEIRINHAS NEXT
                        AT END
                            CONTINUE
                        NOT AT END
                            IF ID-ALUNO-CRD EQUAL WS-ID-ALUNO-DOC
                                MOVE ID-ALUNO-CRD
                                    TO WS-NR-SUBSTITUTO(1:6)
                                MOVE NR-VIA-CRD
                                    TO WS-NR-SUBSTITUTO(7:2)
                            END-IF
                    END-READ
            END-START
            CLOSE CARTEIRINHAS
            MOVE WS-ID-ALUNO-DOC  TO WS-ID-ALUNO-AUX
            PERFORM P390-NOME-ALUNO THRU P390-FIM
            ADD 1                 TO WS-QTD-ACHADOS
            DISPLAY '--------------------------------------------------'
            DISPLAY 'CARTEIRINHA DO ALUNO - ' WS-NR-VIA-DOC 'A VIA'
            DISPLAY '  ALUNO .......: ' WS-ID-ALUNO-DOC ' '
                    WS-NM-ALUNO-AUX
            MOVE WS-DT-EMISSAO-AUX TO WS-DATA-AUX
            PERFORM P420-EDITA-DATA THRU P420-FIM
            DISPLAY '  EMITIDA EM ..: ' WS-DATA-EDIT
            MOVE WS-DT-ORIGEM     TO WS-DATA-AUX
            PERFORM P420-EDITA-DATA THRU P420-FIM
            DISPLAY '  VALIDA ATE ..: ' WS-DATA-EDIT
            PERFORM P400-SITUACAO THRU P400-FIM
            .
       P330-FIM.
      * CERTIFICADO: UM CERTIFICADO POSTERIOR DO MESMO ALUNO E A
      * REEMISSAO QUE SUBSTITUI ESTE
       P340-CERTIFICADO.
            SET FS-CRT-OK         TO TRUE
            OPEN INPUT CERTIFICADOS
            IF NOT FS-CRT-OK
                CLOSE CERTIFICADOS
                GO TO P340-FIM
            END-IF
            MOVE WS-NR-DOC        TO NR-CERTIFICADO
            READ CERTIFICADOS
                INVALID KEY
                    CLOSE CERTIFICADOS
                    GO TO P340-FIM
            END-READ
            ADD 1                 TO WS-QTD-ACHADOS
            DISPLAY '--------------------------------------------------'
            DISPLAY 'CERTIFICADO DE CONCLUSAO NR ' NR-CERTIFICADO
            DISPLAY '  ALUNO .......: ' ID-ALUNO-CRT ' ' NM-ALUNO-CRT
            MOVE DT-EMISSAO-CRT   TO WS-DATA-AUX
            PERFORM P420-EDITA-DATA THRU P420-FIM
            DISPLAY '  EMITIDO EM ..: ' WS-DATA-EDIT
            DISPLAY '  ATESTA ......: ' QT-MATERIAS-CRT
                    ' MATERIAS CONCLUIDAS, ' CH-TOTAL-CRT
                    ' HORAS'
            MOVE 'C'              TO WS-TP-DOC
            MOVE 'CERT'           TO WS-TIPO-CURTO
            MOVE WS-NR-DOC        TO WS-NR-DOC-CHAVE
            MOVE ZEROS            TO WS-NR-SUBSTITUTO
            MOVE SPACE            TO WS-ST-ORIGEM
            MOVE ID-ALUNO-CRT     TO WS-ID-ALUNO-AUX
            SET EOF-OK            TO FALSE
            START CERTIFICADOS KEY IS GREATER THAN NR-CERTIFICADO
                INVALID KEY
                    SET EOF-OK    TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ CERTIFICADOS NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF ID-ALUNO-CRT EQUAL WS-ID-ALUNO-AUX
                            MOVE NR-CERTIFICADO TO WS-NR-SUBSTITUTO
                            SET EOF-OK TO TRUE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CERTIFICADOS
            PERFORM P400-SITUACAO THRU P400-FIM
            .
       P340-FIM.
      * CERTIFICADO DE MONITORIA: UM POR MONITOR E TERMO, SEM 2A VIA
       P345-CERT-MONITORIA.
            SET FS-MCT-OK         TO TRUE
            OPEN INPUT CERT-MONITORIA
            IF NOT FS-MCT-OK
                CLOSE CERT-MONITORIA
                GO TO P345-FIM
            END-IF
            MOVE WS-NR-DOC        TO NR-CERT-MCT
            READ CERT-MONITORIA
                INVALID KEY
                    CLOSE CERT-MONITORIA
                    GO TO P345-FIM
            END-READ
            CLOSE CERT-MONITORIA
            ADD 1                 TO WS-QTD-ACHADOS
            DISPLAY '--------------------------------------------------'
            DISPLAY 'CERTIFICADO DE MONITORIA NR ' NR-CERT-MCT
            DISPLAY '  ALUNO .......: ' ID-ALUNO-MCT ' ' NM-ALUNO-MCT
            MOVE DT-EMISSAO-MCT   TO WS-DATA-AUX
            PERFORM P420-EDITA-DATA THRU P420-FIM
            DISPLAY '  EMITIDO EM ..: ' WS-DATA-EDIT
            DISPLAY '  ATESTA ......: MONITORIA DE ' NM-MATERIA-MCT
                    ' NO TERMO ' CD-TERMO-MCT
            DISPLAY '                 ' QT-SESSOES-MCT
                    ' SESSOES, ' CH-TOTAL-MCT ' HORAS'
            MOVE 'M'              TO WS-TP-DOC
            MOVE 'MONI'           TO WS-TIPO-CURTO
            MOVE WS-NR-DOC        TO WS-NR-DOC-CHAVE
            MOVE ZEROS            TO WS-NR-SUBSTITUTO
            MOVE SPACE            TO WS-ST-ORIGEM
            PERFORM P400-SITUACAO THRU P400-FIM
            .
       P345-FIM.
      * DECLARACAO: VALE PARA A DATA EM QUE FOI EMITIDA, NAO TEM 2A VIA
       P350-DECLARACAO.
            SET FS-DEC-OK         TO TRUE
            OPEN INPUT DECLARACOES
            IF NOT FS-DEC-OK
                CLOSE DECLARACOES
                GO TO P350-FIM
            END-IF
            MOVE WS-NR-DOC        TO NR-DECLARACAO
            READ DECLARACOES
                INVALID KEY
                    CLOSE DECLARACOES
                    GO TO P350-FIM
            END-READ
            CLOSE DECLARACOES
            ADD 1                 TO WS-QTD-ACHADOS
            DISPLAY '--------------------------------------------------'
            EVALUATE TRUE
                WHEN DEC-MATRICULA
                    DISPLAY 'DECLARACAO DE MATRICULA NR ' NR-DECLARACAO
                WHEN DEC-FREQUENCIA
                    DISPLAY 'DECLARACAO DE FREQUENCIA NR '
                            NR-DECLARACAO
                WHEN DEC-QUITACAO
                    DISPLAY 'DECLARACAO DE QUITACAO NR ' NR-DECLARACAO
                WHEN OTHER
                    DISPLAY 'DECLARACAO NR ' NR-DECLARACAO
            END-EVALUATE
            DISPLAY '  ALUNO .......: ' ID-ALUNO-DEC ' ' NM-ALUNO-DEC
            MOVE DT-EMISSAO-DEC   TO WS-DATA-AUX
            PERFORM P420-EDITA-DATA THRU P420-FIM
            DISPLAY '  EMITIDA EM ..: ' WS-DATA-EDIT
                    ' (ATESTA A SITUACAO NESTA DATA)'
            MOVE 'D'              TO WS-TP-DOC
            MOVE 'DECL'           TO WS-TIPO-CURTO
            MOVE WS-NR-DOC        TO WS-NR-DOC-CHAVE
            MOVE ZEROS            TO WS-NR-SUBSTITUTO
            MOVE SPACE            TO WS-ST-ORIGEM
            PERFORM P400-SITUACAO THRU P400-FIM
            .
       P350-FIM.
      * CONTRATO: UM CONTRATO POSTERIOR DO MESMO ALUNO NO MESMO TERMO
      * (REEMISSAO NA MATRICULA) SUBSTITUI ESTE
       P360-CONTRATO.
            SET FS-SRV-OK         TO TRUE
            OPEN INPUT CONTRATOS-SRV
            IF NOT FS-SRV-OK
                CLOSE CONTRATOS-SRV
                GO TO P360-FIM
            END-IF
            MOVE WS-NR-DOC        TO NR-CONTRATO-SRV
            READ CONTRATOS-SRV
                INVALID KEY
                    CLOSE CONTRATOS-SRV
                    GO TO P360-FIM
            END-READ
            MOVE ID-ALUNO-SRV     TO WS-ID-ALUNO-AUX
            MOVE CD-TERMO-SRV     TO WS-CD-TERMO-AUX
            PERFORM P390-NOME-ALUNO THRU P390-FIM
            ADD 1                 TO WS-QTD-ACHADOS
            DISPLAY '--------------------------------------------------'
            DISPLAY 'CONTRATO DE SERVICOS EDUCACIONAIS NR '
                    NR-CONTRATO-SRV
            DISPLAY '  ALUNO .......: ' ID-ALUNO-SRV ' '
                    WS-NM-ALUNO-AUX
            MOVE DT-EMISSAO-SRV   TO WS-DATA-AUX
            PERFORM P420-EDITA-DATA THRU P420-FIM
            DISPLAY '  EMITIDO EM ..: ' WS-DATA-EDIT
            MOVE VL-MENSAL-SRV    TO WS-VL-EDIT
            DISPLAY '  ATESTA ......: TERMO ' CD-TERMO-SRV
                    ' TURMA ' TURMA-SRV ' MENSALIDADE ' WS-VL-EDIT
            MOVE 'T'              TO WS-TP-DOC
            MOVE 'CONT'           TO WS-TIPO-CURTO
            MOVE WS-NR-DOC        TO WS-NR-DOC-CHAVE
            MOVE ZEROS            TO WS-NR-SUBSTITUTO
            MOVE SPACE            TO WS-ST-ORIGEM
            SET EOF-OK            TO FALSE
            START CONTRATOS-SRV KEY IS GREATER THAN NR-CONTRATO-SRV
                INVALID KEY
                    SET EOF-OK    TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ CONTRATOS-SRV NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF ID-ALUNO-SRV EQUAL WS-ID-ALUNO-AUX
                       AND CD-TERMO-SRV EQUAL WS-CD-TERMO-AUX
                            MOVE NR-CONTRATO-SRV TO WS-NR-SUBSTITUTO
                            SET EOF-OK TO TRUE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CONTRATOS-SRV
            PERFORM P400-SITUACAO THRU P400-FIM
            .
       P360-FIM.
      * GUIA DE TRANSFERENCIA: A 2A VIA (MESMO ALUNO, VIA MAIOR)
      * SUBSTITUI ESTA
       P370-GUIA.
            SET FS-GTR-OK         TO TRUE
            OPEN INPUT GUIAS
            IF NOT FS-GTR-OK
                CLOSE GUIAS
                GO TO P370-FIM
            END-IF
            MOVE WS-NR-DOC        TO NR-GUIA-GTR
            READ GUIAS
                INVALID KEY
                    CLOSE GUIAS
                    GO TO P370-FIM
            END-READ
            ADD 1                 TO WS-QTD-ACHADOS
            DISPLAY '--------------------------------------------------'
            DISPLAY 'GUIA DE TRANSFERENCIA NR ' NR-GUIA-GTR
                    ' - ' NR-VIA-GTR 'A VIA'
            DISPLAY '  ALUNO .......: ' ID-ALUNO-GTR ' ' NM-ALUNO-GTR
            MOVE DT-EMISSAO-GTR   TO WS-DATA-AUX
            PERFORM P420-EDITA-DATA THRU P420-FIM
            DISPLAY '  EMITIDA EM ..: ' WS-DATA-EDIT
            MOVE DT-SAIDA-GTR     TO WS-DATA-AUX
            PERFORM P420-EDITA-DATA THRU P420-FIM
            DISPLAY '  ATESTA ......: SAIDA EM ' WS-DATA-EDIT
                    ' PARA ' ESCOLA-DESTINO-GTR
            IF GTR-QUITADO
                DISPLAY '                 ' QT-MATERIAS-GTR
                        ' MATERIAS NO HISTORICO, SEM DEBITO'
            ELSE
                MOVE VL-DEBITO-GTR TO WS-VL-EDIT
                DISPLAY '                 ' QT-MATERIAS-GTR
                        ' MATERIAS NO HISTORICO, DEBITO DE '
                        WS-VL-EDIT
            END-IF
            MOVE 'G'              TO WS-TP-DOC
            MOVE 'GUIA'           TO WS-TIPO-CURTO
            MOVE WS-NR-DOC        TO WS-NR-DOC-CHAVE
            MOVE ZEROS            TO WS-NR-SUBSTITUTO
            MOVE SPACE            TO WS-ST-ORIGEM
            MOVE ID-ALUNO-GTR     TO WS-ID-ALUNO-AUX
            MOVE NR-VIA-GTR       TO WS-NR-VIA-AUX
            SET EOF-OK            TO FALSE
            START GUIAS KEY IS EQUAL TO ID-ALUNO-GTR
                INVALID KEY
                    SET EOF-OK    TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ GUIAS NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF ID-ALUNO-GTR NOT EQUAL WS-ID-ALUNO-AUX
                            SET EOF-OK TO TRUE
                        ELSE
                            IF NR-VIA-GTR > WS-NR-VIA-AUX
                                MOVE NR-GUIA-GTR TO WS-NR-SUBSTITUTO
                                MOVE NR-VIA-GTR  TO WS-NR-VIA-AUX
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE GUIAS
            PERFORM P400-SITUACAO THRU P400-FIM
            .
       P370-FIM.
      * RECIBO: RECIBO MULTIPLO TEM OS ITENS EM RECIBITE (AS FORMAS DE
      * PAGAMENTO SOMAM O VALOR); RECIBO SIMPLES ESTA NA MENSALIDADE
      * BAIXADA; ESTORNADO NO CAIXA FICA EM ESTORNOS
       P380-RECIBO.
            MOVE ZEROS            TO WS-QTD-ITENS
            MOVE ZEROS            TO WS-VL-RECIBO
            MOVE ZEROS            TO WS-ID-ALUNO-AUX
            MOVE ZEROS            TO WS-DT-EMISSAO-AUX
            MOVE SPACE            TO WS-ST-ORIGEM
            SET FS-ITR-OK         TO TRUE
            OPEN INPUT ITENS-RECIBO
            IF FS-ITR-OK
                MOVE WS-NR-DOC    TO NR-RECIBO-ITR
                MOVE ZEROS        TO NR-ITEM-ITR
                SET EOF-OK        TO FALSE
                START ITENS-RECIBO
                      KEY IS NOT LESS THAN CHAVE-ITEM-RECIBO
                    INVALID KEY
                        SET EOF-OK TO TRUE
                END-START
                PERFORM UNTIL EOF-OK
                    READ ITENS-RECIBO NEXT
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            IF NR-RECIBO-ITR NOT EQUAL WS-NR-DOC
                                SET EOF-OK TO TRUE
                            ELSE
                                MOVE ID-ALUNO-ITR TO WS-ID-ALUNO-AUX
                                MOVE DT-ITEM-ITR
                                    TO WS-DT-EMISSAO-AUX
                                IF ITR-FORMA-PGTO
                                    ADD VL-ITEM-ITR TO WS-VL-RECIBO
                                ELSE
                                    ADD 1 TO WS-QTD-ITENS
                                END-IF
                                IF ITR-ESTORNADO
                                    SET ORIGEM-ESTORNADA TO TRUE
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
            END-IF
            CLOSE ITENS-RECIBO
            IF WS-ID-ALUNO-AUX EQUAL ZEROS
                PERFORM P385-RECIBO-SIMPLES THRU P385-FIM
            END-IF
            MOVE ZEROS            TO WS-DT-ORIGEM
            MOVE SPACES           TO WS-MOTIVO
            SET FS-EST-OK         TO TRUE
            OPEN INPUT ESTORNOS
            IF FS-EST-OK
                MOVE WS-NR-DOC    TO NR-RECIBO-EST
                READ ESTORNOS
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET ORIGEM-ESTORNADA TO TRUE
                        MOVE DT-ESTORNO TO WS-DT-ORIGEM
                        MOVE MOTIVO-EST TO WS-MOTIVO
                        IF WS-ID-ALUNO-AUX EQUAL ZEROS
                            MOVE ID-ALUNO-EST  TO WS-ID-ALUNO-AUX
                            MOVE VL-ESTORNADO  TO WS-VL-RECIBO
                            MOVE 1             TO WS-QTD-ITENS
                        END-IF
                END-READ
            END-IF
            CLOSE ESTORNOS
            IF WS-ID-ALUNO-AUX EQUAL ZEROS
                GO TO P380-FIM
            END-IF
            PERFORM P390-NOME-ALUNO THRU P390-FIM
            ADD 1                 TO WS-QTD-ACHADOS
            DISPLAY '--------------------------------------------------'
            DISPLAY 'RECIBO DE PAGAMENTO NR ' WS-NR-DOC
            DISPLAY '  ALUNO .......: ' WS-ID-ALUNO-AUX ' '
                    WS-NM-ALUNO-AUX
            IF WS-DT-EMISSAO-AUX NOT EQUAL ZEROS
                MOVE WS-DT-EMISSAO-AUX TO WS-DATA-AUX
                PERFORM P420-EDITA-DATA THRU P420-FIM
                DISPLAY '  PAGO EM .....: ' WS-DATA-EDIT
            END-IF
            MOVE WS-VL-RECIBO     TO WS-VL-EDIT
            DISPLAY '  ATESTA ......: PAGAMENTO DE ' WS-VL-EDIT
                    ' (' WS-QTD-ITENS ' ITEM(NS))'
            MOVE 'R'              TO WS-TP-DOC
            MOVE 'RECI'           TO WS-TIPO-CURTO
            MOVE WS-NR-DOC        TO WS-NR-DOC-CHAVE
            MOVE ZEROS            TO WS-NR-SUBSTITUTO
            PERFORM P400-SITUACAO THRU P400-FIM
            .
       P380-FIM.
       P385-RECIBO-SIMPLES.
            SET FS-MEN-OK         TO TRUE
            OPEN INPUT MENSALIDADES
            IF NOT FS-MEN-OK
                CLOSE MENSALIDADES
                GO TO P385-FIM
            END-IF
            SET EOF-OK            TO FALSE
            PERFORM UNTIL EOF-OK
                READ MENSALIDADES NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF NR-RECIBO-MEN EQUAL WS-NR-DOC
                            MOVE ID-ALUNO-MEN  TO WS-ID-ALUNO-AUX
                            MOVE DT-PAGAMENTO-MEN
                                TO WS-DT-EMISSAO-AUX
                            ADD VL-PAGO-MEN    TO WS-VL-RECIBO
                            ADD 1              TO WS-QTD-ITENS
                        END-IF
                END-READ
            END-PERFORM
            CLOSE MENSALIDADES
            .
       P385-FIM.
       P390-NOME-ALUNO.
            MOVE SPACES           TO WS-NM-ALUNO-AUX
            SET FS-OK             TO TRUE
            OPEN INPUT ALUNOS
            IF FS-OK
                MOVE WS-ID-ALUNO-AUX TO ID-ALUNO
                READ ALUNOS
                    INVALID KEY
                        MOVE '(ALUNO NAO CADASTRADO)'
                                      TO WS-NM-ALUNO-AUX
                    NOT INVALID KEY
                        MOVE NM-ALUNO TO WS-NM-ALUNO-AUX
                END-READ
            END-IF
            CLOSE ALUNOS
            .
       P390-FIM.
      ******************************************************************
      * SITUACAO DO DOCUMENTO ACHADO: CANCELADO EM DOCREVOG PREVALECE;
      * DEPOIS A SITUACAO NO REGISTRO DE ORIGEM (REVOGADA, ESTORNADO),
      * A EMISSAO POSTERIOR QUE O SUBSTITUI E O VENCIMENTO
      ******************************************************************
       P400-SITUACAO.
            MOVE SPACES           TO WS-SITUACAO
            MOVE SPACES           TO WS-ST-CURTO
            IF WS-TP-DOC NOT EQUAL 'R'
                SET FS-REV-OK     TO TRUE
                OPEN INPUT DOCREVOG
                IF FS-REV-OK
                    MOVE WS-TP-DOC       TO TP-DOC-REV
                    MOVE WS-NR-DOC-CHAVE TO NR-DOC-REV
                    READ DOCREVOG
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            MOVE DT-REVOGACAO-REV TO WS-DATA-AUX
                            PERFORM P420-EDITA-DATA THRU P420-FIM
                            STRING 'CANCELADO EM ' WS-DATA-EDIT
                                   ' - ' MOTIVO-REV
                                   DELIMITED BY SIZE INTO WS-SITUACAO
                            MOVE 'CAN' TO WS-ST-CURTO
                    END-READ
                END-IF
                CLOSE DOCREVOG
            END-IF
            IF WS-ST-CURTO EQUAL SPACES
                EVALUATE TRUE
                    WHEN ORIGEM-REVOGADA
                        MOVE 'REVOGADA NA SAIDA/CANCELAMENTO DO ALUNO'
                                      TO WS-SITUACAO
                        MOVE 'REV'    TO WS-ST-CURTO
                    WHEN ORIGEM-ESTORNADA
                        IF WS-DT-ORIGEM EQUAL ZEROS
                            MOVE 'ESTORNADO NO CAIXA' TO WS-SITUACAO
                        ELSE
                            MOVE WS-DT-ORIGEM TO WS-DATA-AUX
                            PERFORM P420-EDITA-DATA THRU P420-FIM
                            STRING 'ESTORNADO NO CAIXA EM '
                                   WS-DATA-EDIT ' - ' WS-MOTIVO
                                   DELIMITED BY SIZE INTO WS-SITUACAO
                        END-IF
                        MOVE 'EST'    TO WS-ST-CURTO
                    WHEN WS-NR-SUBSTITUTO NOT EQUAL ZEROS
                        STRING 'SUBSTITUIDO PELA EMISSAO POSTERIOR '
                               'NR ' WS-NR-SUBSTITUTO
                               DELIMITED BY SIZE INTO WS-SITUACAO
                        MOVE 'SUB'    TO WS-ST-CURTO
                    WHEN ORIGEM-VENCIDA
                        MOVE 'AUTENTICA, MAS VENCIDA' TO WS-SITUACAO
                        MOVE 'VEN'    TO WS-ST-CURTO
                    WHEN OTHER
                        MOVE 'AUTENTICO E VALIDO' TO WS-SITUACAO
                        MOVE 'VAL'    TO WS-ST-CURTO
                END-EVALUATE
            END-IF
            DISPLAY '  SITUACAO ....: ' WS-SITUACAO
            STRING WS-TIPO-CURTO '-' WS-ST-CURTO ' '
                   DELIMITED BY SIZE INTO WS-RESULTADO
                   WITH POINTER WS-PTR
                ON OVERFLOW
                    CONTINUE
            END-STRING
            .
       P400-FIM.
       P410-LE-OPERADOR.
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
       P410-FIM.
       P420-EDITA-DATA.
            MOVE WS-DATA-AUX-DD   TO WS-DATA-EDIT-DD
            MOVE WS-DATA-AUX-MM   TO WS-DATA-EDIT-MM
            MOVE WS-DATA-AUX-AAAA TO WS-DATA-EDIT-AAAA
            .
       P420-FIM.
      ******************************************************************
      * REVOGACAO DE DOCUMENTO EMITIDO POR ENGANO: O OPERADOR INFORMA O
      * TIPO E O CODIGO DO DOCUMENTO EM MAOS, CONFERE O QUE APARECE E
      * DA O MOTIVO; A PARTIR DAI A CONSULTA RESPONDE CANCELADO
      ******************************************************************
       P500-REVOGA.
            MOVE 'R'              TO WL-FUNCAO
            CALL 'AUTHOPR' USING WL-AUTORIZACAO
            IF WL-NEGADO
                GO TO P500-FIM
            END-IF
            PERFORM P410-LE-OPERADOR THRU P410-FIM
            MOVE SPACE            TO WS-TP-FILTRO
            DISPLAY 'Tipo do documento: C-Certificado D-Declaracao '
                    'T-Contrato G-Guia A-Carteirinha M-Monitoria'
            ACCEPT WS-TP-FILTRO
            IF WS-TP-FILTRO EQUAL 'R' OR 'r'
                DISPLAY 'RECIBO NAO SE REVOGA AQUI - FACA O ESTORNO '
                        'NO CAIXA (SISCAIXA). '
                GO TO P500-FIM
            END-IF
            IF WS-TP-FILTRO NOT EQUAL 'C' AND 'D' AND 'T'
                                  AND 'G' AND 'A' AND 'M'
                DISPLAY 'TIPO DE DOCUMENTO INVALIDO! '
                GO TO P500-FIM
            END-IF
            PERFORM P320-LE-CODIGO THRU P320-FIM
            IF FMT-INVALIDO
                GO TO P500-FIM
            END-IF
            IF (WS-TP-FILTRO EQUAL 'A' AND NOT FMT-CARTEIRINHA)
            OR (WS-TP-FILTRO NOT EQUAL 'A' AND FMT-CARTEIRINHA)
                DISPLAY 'NUMERO NAO CORRESPONDE AO TIPO INFORMADO. '
                GO TO P500-FIM
            END-IF
            IF CODIGO-INVALIDO
                DISPLAY 'DIGITO DE VERIFICACAO NAO CONFERE - NADA '
                        'REVOGADO. '
                GO TO P500-FIM
            END-IF
            MOVE SPACES           TO WS-RESULTADO
            MOVE 1                TO WS-PTR
            MOVE ZEROS            TO WS-QTD-ACHADOS
            EVALUATE WS-TP-FILTRO
                WHEN 'A'
                    PERFORM P330-CARTEIRINHA THRU P330-FIM
                WHEN 'C'
                    PERFORM P340-CERTIFICADO THRU P340-FIM
                WHEN 'M'
                    PERFORM P345-CERT-MONITORIA THRU P345-FIM
                WHEN 'D'
                    PERFORM P350-DECLARACAO  THRU P350-FIM
                WHEN 'T'
                    PERFORM P360-CONTRATO    THRU P360-FIM
                WHEN 'G'
                    PERFORM P370-GUIA        THRU P370-FIM
            END-EVALUATE
            IF WS-QTD-ACHADOS EQUAL ZEROS
                DISPLAY 'DOCUMENTO NAO ENCONTRADO NO REGISTRO DE '
                        'EMISSOES! '
                GO TO P500-FIM
            END-IF
            IF WS-ST-CURTO EQUAL 'CAN'
                DISPLAY 'DOCUMENTO JA CANCELADO. '
                GO TO P500-FIM
            END-IF
            MOVE SPACES           TO WS-MOTIVO
            DISPLAY 'Motivo do cancelamento: '
            ACCEPT WS-MOTIVO
            IF WS-MOTIVO EQUAL SPACES
                DISPLAY 'INFORME O MOTIVO - NADA REVOGADO. '
                GO TO P500-FIM
            END-IF
            DISPLAY 'Confirma o cancelamento deste documento (S/N)? '
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA NOT EQUAL 'S' AND 's'
                DISPLAY 'Revogacao abandonada. '
                GO TO P500-FIM
            END-IF
            SET FS-REV-OK         TO TRUE
            OPEN I-O DOCREVOG
            IF WS-FS-REV EQUAL 35 THEN
                OPEN OUTPUT DOCREVOG
                CLOSE DOCREVOG
                OPEN I-O DOCREVOG
            END-IF
            IF NOT FS-REV-OK
                DISPLAY 'ERRO AO ABRIR O REGISTRO DE REVOGACOES. '
                DISPLAY 'FILE STATUS: ' WS-FS-REV
                CLOSE DOCREVOG
                GO TO P500-FIM
            END-IF
            ACCEPT WS-DATA-HOJE-8 FROM DATE YYYYMMDD
            MOVE WS-TP-DOC        TO TP-DOC-REV
            MOVE WS-NR-DOC-CHAVE  TO NR-DOC-REV
            MOVE WS-DATA-HOJE-8   TO DT-REVOGACAO-REV
            MOVE WS-MOTIVO        TO MOTIVO-REV
            MOVE WS-OPERADOR      TO CD-OPERADOR-REV
            WRITE REG-DOC-REVOGADO
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR A REVOGACAO. '
                    CLOSE DOCREVOG
                    GO TO P500-FIM
            END-WRITE
            CLOSE DOCREVOG
            IF WS-TP-DOC EQUAL 'A'
                PERFORM P510-REVOGA-CARTEIRINHA THRU P510-FIM
            END-IF
            DISPLAY 'Documento cancelado - a consulta de '
                    'autenticidade passa a informar CANCELADO.'
            MOVE 'REVOGA-DOC'     TO WL-OPERACAO
            MOVE SPACES           TO WL-CHAVE
            STRING WS-TP-DOC WS-NR-DIGITADO
                   DELIMITED BY SIZE INTO WL-CHAVE
            MOVE SPACES           TO WL-VALOR-ANTIGO
            STRING WS-TIPO-CURTO ' ' WS-SITUACAO
                   DELIMITED BY SIZE INTO WL-VALOR-ANTIGO
            MOVE SPACES           TO WL-VALOR-NOVO
            STRING 'CANCELADO: ' WS-MOTIVO
                   DELIMITED BY SIZE INTO WL-VALOR-NOVO
            CALL 'AUDITLOG' USING WL-AUDITORIA
            .
       P500-FIM.
      * A CARTEIRINHA CANCELADA TAMBEM FICA REVOGADA NO CARTREG, PARA
      * A VALIDACAO DA PORTARIA (SISCARTE) RECUSAR
       P510-REVOGA-CARTEIRINHA.
            SET FS-CRD-OK         TO TRUE
            OPEN I-O CARTEIRINHAS
            IF FS-CRD-OK
                MOVE WS-ID-ALUNO-DOC TO ID-ALUNO-CRD
                MOVE WS-NR-VIA-DOC   TO NR-VIA-CRD
                READ CARTEIRINHAS
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET CRD-REVOGADA TO TRUE
                        REWRITE REG-CARTEIRINHA
                            INVALID KEY
                                DISPLAY 'ERRO AO REVOGAR A VIA NO '
                                        'CARTREG. '
                        END-REWRITE
                END-READ
            ELSE
                DISPLAY 'CARTREG INDISPONIVEL - VIA NAO MARCADA. '
                DISPLAY 'FILE STATUS: ' WS-FS-CRD
            END-IF
            CLOSE CARTEIRINHAS
            .
       P510-FIM.
       P900-FIM.
            GOBACK.
      * RESOLVE OS CAMINHOS FISICOS PELO CONFIGSYS (PRODUCAO OU
      * TESTE); SEM CONFIGURACAO VALEM OS PADROES ACIMA
       P050-CONFIGURA.
            MOVE 'DOCREVOG' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-DOCREVOG TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-DOCREVOG
            MOVE 'D3-CERTREG' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-CERTREG TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-CERTREG
            MOVE 'D3-MONICERT' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-MONICERT TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-MONICERT
            MOVE 'D3-DECLAREG' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-DECLAREG TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-DECLAREG
            MOVE 'CONTRSRV' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-CONTRSRV TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-CONTRSRV
            MOVE 'D3-GUIATRAN' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-GUIATRAN TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-GUIATRAN
            MOVE 'CARTREG' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-CARTREG TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-CARTREG
            MOVE 'RECIBITE' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-RECIBITE TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-RECIBITE
            MOVE 'MENSALID' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-MENSALID TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-MENSALID
            MOVE 'ESTORNOS' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-ESTORNOS TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-ESTORNOS
            MOVE 'D3-REGISTRO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-REGISTRO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-REGISTRO
            MOVE 'SESSAO' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-SESSAO TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-SESSAO
            .
       P050-FIM.

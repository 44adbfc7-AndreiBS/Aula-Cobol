      * Author: ANDREI BATISTA
      * Date: 23/08/2026
      * Purpose: EXPURGO DE RETENCAO (LGPD) - ANONIMIZA OS DADOS
      *          PESSOAIS (NOME, TELEFONE, BLOCO DE ENDERECO, CPF, RG,
      *          NASCIMENTO E NIS DO BOLSA FAMILIA) DOS
      *          ALUNOS INATIVOS ALEM DO PRAZO DE RETENCAO, MANTENDO
      *          O ID E OS RESULTADOS ACADEMICOS EM TODOS.DAT PARA
      *          ESTATISTICA; FAZ O MESMO COM CONTATOS ORFAOS (SEM
               RECORD  KEY  IS CHAVE-RESPONSAVEL
               FILE STATUS IS WS-FS-RSP.

               SELECT BENEFICIARIOS ASSIGN TO WS-ARQ-CFG-D3-BENEFBF
               ORGANIZATION IS INDEXED
               ACCESS  MODE IS RANDOM
               RECORD  KEY  IS ID-ALUNO-BNF
               FILE STATUS IS WS-FS-BNF.

               SELECT CERTIFICADO ASSIGN TO WS-ARQ-CFG-LGPD-CERT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CRT.
          COPY FD_CONTT.
       FD RESPONSAVEIS.
          COPY FD_RESPO.
       FD BENEFICIARIOS.
          COPY FD_BENBF.
       FD CERTIFICADO.
       01 REG-CERTIFICADO-LGPD             PIC X(100).
       FD SIMULACAO-OUT.
          88 FS-CTT-OK                     VALUE 0.
       77 WS-FS-RSP                        PIC 99.
          88 FS-RSP-OK                     VALUE 0.
       77 WS-FS-BNF                        PIC 99.
          88 FS-BNF-OK                     VALUE 0.
       77 WS-FS-CRT                        PIC 99.
          88 FS-CRT-OK                     VALUE 0.
       77 WS-EOF                           PIC X.
          'C:\COBOL\CONTATOS.DAT'.
       01 WS-ARQ-CFG-RESPONSA              PIC X(60) VALUE
          'C:\COBOL\RESPONSA.DAT'.
       01 WS-ARQ-CFG-D3-BENEFBF            PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\BENEFBF.DAT'.
       01 WS-ARQ-CFG-LGPD-CERT             PIC X(60) VALUE
          'C:\COBOL\LGPD_CERT.TXT'.
       01 WS-ARQ-CFG-LGPD-SIMUL            PIC X(60) VALUE
            MOVE SPACES TO WS-LINHA-CRT
            STRING WS-DATA-HOJE-8
                   ' ALUNO ' ID-ALUNO
                   ' (' NM-ALUNO ') ANONIMIZADO: NOME, TELEFONE, '
                   'ENDERECO E DOCUMENTOS DESTRUIDOS'
                   DELIMITED BY SIZE INTO WS-LINHA-CRT
            PERFORM P500-CERTIFICA THRU P500-FIM

            MOVE SPACES           TO TL-ALUNO
                                     RUA-ALUNO BAIRRO-ALUNO
                                     CIDADE-ALUNO UF-ALUNO CEP-ALUNO
                                     NR-RG-ALUNO
            MOVE ZEROS            TO NR-CPF-ALUNO DT-NASCIMENTO-ALUNO
            ACCEPT DT-ALTERACAO-ALUNO FROM DATE YYYYMMDD
            ACCEPT HR-ALTERACAO-ALUNO FROM TIME
            REWRITE REG-ALUNO
            IF FS-OK
                ADD 1 TO WS-QTD-ALUNOS-ANON
                PERFORM P320-APAGA-NIS THRU P320-FIM
            ELSE
                DISPLAY 'ERRO AO ANONIMIZAR O ALUNO ' ID-ALUNO '. '
                DISPLAY 'FILE STATUS: ' WS-FS
            END-IF
            .
       P310-FIM.
      * O NIS DO BOLSA FAMILIA TAMBEM E DADO PESSOAL: O BENEFICIARIO
      * FICA DESLIGADO E SEM NIS
       P320-APAGA-NIS.
            SET FS-BNF-OK         TO TRUE
            OPEN I-O BENEFICIARIOS
            IF NOT FS-BNF-OK
                CLOSE BENEFICIARIOS
                GO TO P320-FIM
            END-IF
            MOVE ID-ALUNO         TO ID-ALUNO-BNF
            READ BENEFICIARIOS
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE ZEROS    TO NR-NIS-BNF
                    IF BNF-ATIVO
                        SET BNF-DESLIGADO TO TRUE
                        MOVE WS-DATA-HOJE-8 TO DT-DESLIGAMENTO-BNF
                    END-IF
                    REWRITE REG-BENEFICIARIO
            END-READ
            CLOSE BENEFICIARIOS
            .
       P320-FIM.
       P400-ANONIMIZA-CONTATOS.
            SET EOF-OK            TO FALSE
            SET FS-CTT-OK         TO TRUE
            MOVE WS-ARQ-CFG-RESPONSA TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-RESPONSA
            MOVE 'D3-BENEFBF' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-D3-BENEFBF TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG
            MOVE WL-CFG-VALOR TO WS-ARQ-CFG-D3-BENEFBF
            MOVE 'LGPD-CERT' TO WL-CFG-CHAVE
            MOVE WS-ARQ-CFG-LGPD-CERT TO WL-CFG-VALOR
            CALL 'CONFIGSYS' USING WL-CONFIG

      ******************************************************************
      * Author: ANDREI BATISTA
      * Date: 25/10/2023
      * Purpose:  ALTERAR ALUNOS CADASTRADOS PELO PROG SISCADAS,
      *           INCLUSIVE NASCIMENTO, CPF (VALIDCPF + CHKCPFAL) E RG
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISALTER.
       77 WS-CIDADE                        PIC X(15).
       77 WS-UF                            PIC X(02).
       77 WS-CEP                           PIC X(08).
       77 WS-DT-NASCIMENTO                 PIC 9(08).
       77 WS-CPF-ALUNO                     PIC 9(11).
       77 WS-RG-ALUNO                      PIC X(14).
       77 WS-DATA-HOJE-8                   PIC 9(08).
       77 WS-DOC-OK                        PIC X VALUE 'S'.
          88 DOC-OK                        VALUE 'S' FALSE 'N'.
       01 WL-PARAMETROS-CPF.
          03 WL-CPF                        PIC 9(11).
          03 WL-CPF-OK                     PIC X(01).
             88 WL-CPF-VALIDO              VALUE 'S'.
             88 WL-CPF-INVALIDO            VALUE 'N'.
          COPY CPA_AREA.
       01 WL-PARAMETROS-TEL.
          03 WL-TELEFONE                   PIC X(15).
          03 WL-TEL-OK                     PIC X(01).
             88 WL-TEL-VALIDO              VALUE 'S'.
             88 WL-TEL-INVALIDO            VALUE 'N'.
          COPY JRN_AREA.
       01 WS-IMAGEM-ANTES-ALU              PIC X(173) VALUE SPACES.
       01 WL-QUIESCE.
          03 WL-QSC-PROGRAMA               PIC X(12)
             VALUE 'SISALTER'.
                       DISPLAY 'Informe o novo CEP: '
                       ACCEPT WS-CEP
                       PERFORM P320-PREENCHE-CEP THRU P320-FIM
      * DOCUMENTOS: ZERO/BRANCO MANTEM O QUE ESTA NO CADASTRO
                       DISPLAY 'Nascimento atual: ' DT-NASCIMENTO-ALUNO
                       DISPLAY 'Informe o novo nascimento (AAAAMMDD, '
                               '0 = manter): '
                       ACCEPT WS-DT-NASCIMENTO
                       IF WS-DT-NASCIMENTO EQUAL ZEROS
                           MOVE DT-NASCIMENTO-ALUNO TO WS-DT-NASCIMENTO
                       END-IF
                       DISPLAY 'CPF atual: ' NR-CPF-ALUNO
                       DISPLAY 'Informe o novo CPF (0 = manter): '
                       ACCEPT WS-CPF-ALUNO
                       IF WS-CPF-ALUNO EQUAL ZEROS
                           MOVE NR-CPF-ALUNO TO WS-CPF-ALUNO
                       END-IF
                       DISPLAY 'RG atual: ' NR-RG-ALUNO
                       DISPLAY 'Informe o novo RG (branco = manter): '
                       MOVE SPACES TO WS-RG-ALUNO
                       ACCEPT WS-RG-ALUNO
                       IF WS-RG-ALUNO EQUAL SPACES
                           MOVE NR-RG-ALUNO TO WS-RG-ALUNO
                       END-IF
                       PERFORM P330-VALIDA-DOCUMENTOS THRU P330-FIM
                       DISPLAY '--------------------------------------'
                       DISPLAY '---------- CONFIRME OS DADOS ----------'
                       DISPLAY 'Nome    : ' WS-NM-ALUNO-ANTIGO
                           DISPLAY 'TELEFONE INVALIDO! '
                                   'ALTERACAO NAO REALIZADA.'
                       ELSE
                       IF NOT DOC-OK
                           DISPLAY 'ALTERACAO NAO REALIZADA.'
                       ELSE
                       IF WS-CONFIRM EQUAL 'S' OR 's' THEN
                           MOVE WS-NM-ALUNO    TO  NM-ALUNO
                           MOVE WS-TL-ALUNO    TO  TL-ALUNO
                           MOVE WS-CIDADE      TO  CIDADE-ALUNO
                           MOVE WS-UF          TO  UF-ALUNO
                           MOVE WS-CEP         TO  CEP-ALUNO
                           MOVE WS-DT-NASCIMENTO TO DT-NASCIMENTO-ALUNO
                           MOVE WS-CPF-ALUNO   TO  NR-CPF-ALUNO
                           MOVE WS-RG-ALUNO    TO  NR-RG-ALUNO
                           ACCEPT DT-ALTERACAO-ALUNO
                               FROM DATE YYYYMMDD
                           ACCEPT HR-ALTERACAO-ALUNO FROM TIME
                           DISPLAY 'Alteracao nao realizada.'
                       END-IF
                       END-IF
                       END-IF
                END-READ
            ELSE
                IF FS-BLOQUEADO
            END-IF
            .
       P320-FIM.
      * NASCIMENTO SO E CONFERIDO QUANDO INFORMADO (CADASTRO ANTIGO
      * PODE SEGUIR SEM ELE ATE O SISIDALU); CPF INFORMADO TEM DE SER
      * VALIDO E NAO PODE PERTENCER A OUTRO ALUNO
       P330-VALIDA-DOCUMENTOS.
            SET DOC-OK            TO TRUE
            ACCEPT WS-DATA-HOJE-8 FROM DATE YYYYMMDD
            IF WS-DT-NASCIMENTO NOT EQUAL ZEROS
                IF FUNCTION TEST-DATE-YYYYMMDD(WS-DT-NASCIMENTO)
                   NOT EQUAL 0
                    SET DOC-OK    TO FALSE
                    DISPLAY 'DATA DE NASCIMENTO INVALIDA (AAAAMMDD).'
                ELSE
                    IF WS-DT-NASCIMENTO > WS-DATA-HOJE-8
                        SET DOC-OK TO FALSE
                        DISPLAY 'DATA DE NASCIMENTO NO FUTURO.'
                    END-IF
                END-IF
            END-IF
            IF WS-CPF-ALUNO NOT EQUAL ZEROS
                MOVE WS-CPF-ALUNO TO WL-CPF
                CALL 'VALIDCPF' USING WL-PARAMETROS-CPF
                IF WL-CPF-INVALIDO
                    SET DOC-OK    TO FALSE
                    DISPLAY 'CPF INVALIDO! '
                ELSE
                    MOVE WS-CPF-ALUNO TO WL-CPA-CPF
                    MOVE ID-ALUNO     TO WL-CPA-ID-ALUNO
                    CALL 'CHKCPFAL' USING WL-CPF-ALUNO
                    IF WL-CPA-DUPLICADO
                        SET DOC-OK TO FALSE
                        DISPLAY 'CPF JA CADASTRADO PARA O ALUNO '
                                WL-CPA-ID-CONFLITO '.'
                    END-IF
                END-IF
            END-IF
            .
       P330-FIM.
       P900-FIM.

            GOBACK.

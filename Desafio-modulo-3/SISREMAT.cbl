      *          DA MESMA MATERIA; APROVADO = AVANCO PARA AS MATERIAS
      *          QUE A TEM COMO PRE-REQUISITO (PREREQ.DAT). A LISTA E
      *          IMPRESSA PARA A SECRETARIA E SO VAI PARA
      *          MATRICULAS.DAT DEPOIS DA CONFIRMACAO. MENOR DE
      *          IDADE SEM RESPONSAVEL VINCULADO FICA DE FORA
      *          (CHKMENOR)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISREMAT.
          03 WL-VALOR-NOVO                 PIC X(50).
          COPY PIN_ACESSO.
       77 WS-PIN-DIGITADO                  PIC X(04).
          COPY MNR_AREA.
       01 WS-ARQ-CFG-TERMOS                PIC X(60) VALUE
          'C:\COBOL\ARQUIVO_MORTO\TERMOS.DAT'.
       01 WS-ARQ-CFG-D3-REGISTRO           PIC X(60) VALUE
       P210-PROPOE.
            EVALUATE WS-BUF-RESULTADO
                WHEN 'APROVADO'
                WHEN 'APROV-CONSELHO'
                    PERFORM P230-PROPOE-SUCESSORAS THRU P230-FIM
                WHEN 'REPROVADO'
                    MOVE WS-BUF-ID-MATERIA TO WS-MATERIA-PROPOSTA
                    END-IF
                END-PERFORM
                IF WS-QTD-BLOQUEADAS > 0
                    DISPLAY 'MATRICULAS BLOQUEADAS (DEBITO/MENOR): '
                            WS-QTD-BLOQUEADAS
                END-IF
            ELSE
            END-IF
            MOVE WS-PROP-ID-ALUNO(WS-IND1) TO WS-ULT-ALUNO-DEB
            SET ULT-LIBERADO      TO TRUE
      * MENOR DE IDADE SEM PAI, MAE OU RESPONSAVEL LEGAL VINCULADO
      * NAO TEM LIBERACAO POR PIN - A SECRETARIA VINCULA NO SISRESPO
            MOVE WS-PROP-ID-ALUNO(WS-IND1) TO WL-MNR-ID-ALUNO
            CALL 'CHKMENOR' USING WL-MENOR
            IF WL-MNR-BLOQUEADO
                SET ULT-BLOQUEADO TO TRUE
                DISPLAY 'ALUNO ' WL-MNR-ID-ALUNO ' MENOR DE IDADE ('
                        WL-MNR-IDADE ' ANOS) SEM RESPONSAVEL NO '
                        'SISRESPO - NAO REMATRICULADO.'
                GO TO P510-FIM
            END-IF
            MOVE WS-PROP-ID-ALUNO(WS-IND1) TO WL-DEB-ID-ALUNO
            CALL 'CHKDEBIT' USING WL-PARAMETROS-DEB
            IF WL-DEB-LIBERADO

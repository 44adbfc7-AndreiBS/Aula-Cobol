      *          PROPRIAS MATERIAS NOVAS, QUE OS CHECKS AVULSOS NAO
      *          ENXERGAM) E SO ENTAO TODAS AS MATRICULAS SAO
      *          GRAVADAS - OU NENHUMA, COM A LISTA DE REJEICOES POR
      *          MATERIA. MENOR DE IDADE SEM RESPONSAVEL NAO MONTA
      *          CESTA (CHKMENOR), NEM ALUNO EM OBSERVANCIA SEM O
      *          PLANO DE ESTUDOS ASSINADO OU JUBILADO (CHKSITAC)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISCESTA.
       77 WS-PIN-DIGITADO                  PIC X(04).
       77 WS-DEBITO-OK                     PIC X VALUE 'S'.
          88 DEBITO-OK                     VALUE 'S' FALSE 'N'.
          COPY MNR_AREA.
          COPY SIT_AREA.

       01 WS-ARQ-CFG-D3-REGISTRO           PIC X(60) VALUE
          'C:\COBOL\Desafio-modulo-3\REGISTRO.DAT'.
                GO TO P300-SAIDA
            END-IF

      * MENOR DE IDADE SO MATRICULA COM PAI, MAE OU RESPONSAVEL
      * LEGAL VINCULADO (SISRESPO)
            MOVE WS-ID-ALUNO      TO WL-MNR-ID-ALUNO
            CALL 'CHKMENOR' USING WL-MENOR
            IF WL-MNR-BLOQUEADO
                DISPLAY 'ALUNO MENOR DE IDADE (' WL-MNR-IDADE
                        ' ANOS) SEM RESPONSAVEL VINCULADO NO SISRESPO.'
                DISPLAY 'MATRICULA BLOQUEADA.'
                GO TO P300-SAIDA
            END-IF
            IF WL-MNR-SEM-NASCIMENTO
                DISPLAY 'AVISO: ALUNO SEM DATA DE NASCIMENTO - '
                        'COMPLETE NO SISIDALU.'
            END-IF

      * ALUNO EM OBSERVANCIA SO MATRICULA COM O PLANO DE ESTUDOS
      * ASSINADO; JUBILADO NAO MATRICULA (SISSITAC)
            MOVE WS-ID-ALUNO      TO WL-SIT-ID-ALUNO
            CALL 'CHKSITAC' USING WL-SITUACAO-ACAD
            IF WL-SIT-SEM-PLANO
                DISPLAY 'ALUNO EM OBSERVANCIA (MOTIVO '
                        WL-SIT-CD-MOTIVO ') SEM PLANO DE ESTUDOS '
                        'ASSINADO - REGISTRE NO SISSITAC.'
                DISPLAY 'MATRICULA BLOQUEADA.'
                GO TO P300-SAIDA
            END-IF
            IF WL-SIT-JUBILAMENTO
                DISPLAY 'ALUNO COM JUBILAMENTO (MOTIVO '
                        WL-SIT-CD-MOTIVO ') - MATRICULA BLOQUEADA.'
                GO TO P300-SAIDA
            END-IF

            MOVE 1                TO WS-ID-MATERIA
            PERFORM P310-MONTA-CESTA THRU P310-FIM
                UNTIL WS-ID-MATERIA EQUAL ZEROS

      *          QT-CAPACIDADE, PREREQ.DAT E HORARIOS.DAT, GRAVA
      *          MATRICULAS.DAT PARA OS CONTEMPLADOS E ESPERA.DAT
      *          (FILAESPE) PARA OS SEM VAGA, E PUBLICA O RELATORIO
      *          DA ALOCACAO NO SPOOL. MENOR DE IDADE SEM
      *          RESPONSAVEL VINCULADO E REJEITADO (CHKMENOR), ASSIM
      *          COMO O ALUNO EM OBSERVANCIA SEM PLANO DE ESTUDOS
      *          ASSINADO OU JUBILADO (CHKSITAC)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISALOCA.
          03 WL-HOR-ID-MATERIA-CONF        PIC 9(03).
          03 WL-HOR-DIA-CONF               PIC 9(01).
          03 WL-HOR-PERIODO-CONF           PIC 9(01).
          COPY MNR_AREA.
          COPY SIT_AREA.
       01 WL-PARAMETROS-DEB.
          03 WL-DEB-ID-ALUNO               PIC 9(06).
          03 WL-DEB-QT-VENCIDAS            PIC 9(03).
                ADD 1 TO WS-QTD-REJEITADOS
                GO TO P320-FIM
            END-IF
      * MENOR DE IDADE SEM PAI, MAE OU RESPONSAVEL LEGAL VINCULADO
            MOVE WS-PED-ALUNO(WS-IND1) TO WL-MNR-ID-ALUNO
            CALL 'CHKMENOR' USING WL-MENOR
            IF WL-MNR-BLOQUEADO
                MOVE 'MENOR S/RESPONSAVEL' TO WS-PED-LAUDO(WS-IND1)
                ADD 1 TO WS-QTD-REJEITADOS
                GO TO P320-FIM
            END-IF
      * OBSERVANCIA SEM PLANO DE ESTUDOS ASSINADO OU JUBILAMENTO
            MOVE WS-PED-ALUNO(WS-IND1) TO WL-SIT-ID-ALUNO
            CALL 'CHKSITAC' USING WL-SITUACAO-ACAD
            IF WL-SIT-SEM-PLANO
                MOVE 'OBSERV. SEM PLANO' TO WS-PED-LAUDO(WS-IND1)
                ADD 1 TO WS-QTD-REJEITADOS
                GO TO P320-FIM
            END-IF
            IF WL-SIT-JUBILAMENTO
                MOVE 'JUBILAMENTO' TO WS-PED-LAUDO(WS-IND1)
                ADD 1 TO WS-QTD-REJEITADOS
                GO TO P320-FIM
            END-IF
      * PEDIDO DUPLICADO OU ALUNO JA MATRICULADO CAI FORA
            MOVE WS-PED-ALUNO(WS-IND1)   TO ID-ALUNO-MAT
            MOVE WS-PED-MATERIA(WS-IND1) TO ID-MATERIA-MAT

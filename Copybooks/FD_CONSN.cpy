      ******************************************************************
      * Copybook: FD_CONSN
      * Purpose: Layout do registro de consentimentos (CONSENTI.DAT)
      *          - um registro por pessoa (aluno ou contato/
      *          responsavel) e finalidade (TB_FINAL), com a versao do
      *          termo aceita e quando. A revogacao mantem a versao e a
      *          data do aceite e grava a data da revogacao; o
      *          historico completo fica na trilha de auditoria.
      ******************************************************************
       01 REG-CONSENTIMENTO.
          03 CHAVE-CONSENTIMENTO.
             05 TP-PESSOA-CNT              PIC X(01).
                88 CNT-PESSOA-ALUNO        VALUE 'A'.
                88 CNT-PESSOA-CONTATO      VALUE 'C'.
             05 ID-PESSOA-CNT              PIC 9(06).
             05 CD-FINALIDADE-CNT          PIC X(02).
          03 NR-VERSAO-CNT                 PIC 9(03).
          03 ST-CONSENTIMENTO              PIC X(01).
             88 CNT-CONCEDIDO              VALUE 'C'.
             88 CNT-REVOGADO               VALUE 'R'.
             88 CNT-NEGADO                 VALUE 'N'.
          03 DT-ACEITE-CNT                 PIC 9(08).
          03 HR-ACEITE-CNT                 PIC 9(06).
          03 DT-REVOGACAO-CNT              PIC 9(08).
          03 NM-DECLARANTE-CNT             PIC X(20).
          03 CD-OPERADOR-CNT               PIC X(06).

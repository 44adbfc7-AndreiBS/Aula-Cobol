      ******************************************************************
      * Copybook: FD_ACESS
      * Purpose: Layout dos acessos da catraca da portaria
      *          (ACESSOS.DAT) - um registro por passagem de
      *          carteirinha importada do log diario da catraca
      *          (SISCATRA), ja no ID vigente do aluno (CHKALIAS).
      *          Passagem com carteirinha revogada, vencida ou
      *          substituida, ou de aluno que nao esta ativo, fica
      *          marcada como irregular.
      ******************************************************************
       01 REG-ACESSO.
          03 CHAVE-ACESSO.
             05 DT-ACESSO-ACE             PIC 9(08).
             05 ID-ALUNO-ACE              PIC 9(06).
             05 HR-ACESSO-ACE             PIC 9(06).
          03 TP-ACESSO-ACE                PIC X(01).
             88 ACE-ENTRADA               VALUE 'E'.
             88 ACE-SAIDA                 VALUE 'S'.
          03 NR-VIA-ACE                   PIC 9(02).
          03 CD-CATRACA-ACE               PIC X(04).
          03 ST-ACESSO-ACE                PIC X(01).
             88 ACE-REGULAR               VALUE 'R'.
             88 ACE-IRREGULAR             VALUE 'I'.
          03 DT-IMPORTACAO-ACE            PIC 9(08).

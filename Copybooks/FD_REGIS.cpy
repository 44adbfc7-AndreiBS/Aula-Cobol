          03 HR-CRIACAO-ALUNO              PIC 9(06).
          03 DT-ALTERACAO-ALUNO            PIC 9(08).
          03 HR-ALTERACAO-ALUNO            PIC 9(06).
      * IDENTIFICACAO CIVIL DO ALUNO (CENSO, CONTRATO, DECLARACOES E
      * REGRA DO MENOR DE IDADE); ZERO/BRANCO = AINDA NAO CAPTURADO
          03 NR-CPF-ALUNO                  PIC 9(11).
          03 NR-RG-ALUNO                   PIC X(14).
          03 DT-NASCIMENTO-ALUNO           PIC 9(08).
          03 DT-NASCIMENTO-ALUNO-R REDEFINES DT-NASCIMENTO-ALUNO.
             05 AA-NASCIMENTO-ALUNO        PIC 9(04).
             05 MM-NASCIMENTO-ALUNO        PIC 9(02).
             05 DD-NASCIMENTO-ALUNO        PIC 9(02).

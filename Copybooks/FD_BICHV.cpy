      ******************************************************************
      * Copybook: FD_BICHV
      * Purpose: Layout do mapa de chaves substitutas da extracao para
      *          o BI da direcao (BICHAVES.DAT) - cada aluno, turma,
      *          materia, professor e curso recebe uma vez um numero
      *          sequencial por entidade (CONTROLE.DAT 'BI-' + tipo) e
      *          o guarda para sempre, mesmo depois de sair do
      *          cadastro: a planilha cruza extracoes de noites
      *          diferentes sem nunca ver a chave natural.
      *          Tipos: AL aluno, TU turma, MA materia, PR professor,
      *          CU curso.
      ******************************************************************
       01 REG-BI-CHAVE.
          03 CHAVE-BI-CHAVE.
             05 TP-ENTIDADE-BIC           PIC X(02).
             05 CD-NATURAL-BIC            PIC X(10).
          03 SK-BIC                       PIC 9(06).
          03 DT-CRIACAO-BIC               PIC 9(08).

      ******************************************************************
      * Copybook: FD_CONSE
      * Purpose: Layout das deliberacoes do conselho de classe
      *          (CONSELHO.DAT) - um registro por aluno e materia
      *          levados ao conselho no termo, com a decisao, a
      *          justificativa e os membros presentes. A media do
      *          boletim nunca e alterada: o conselho so muda o
      *          RESULTADO-BOLETIM (APROV-CONSELHO / DE RECUPERACAO).
      *          DT-TERMO-CNS e o inicio do termo no CALENDARIO
      *          (ZEROS quando nao havia termo corrente).
      ******************************************************************
       01 REG-CONSELHO.
          03 CHAVE-CONSELHO.
             05 DT-TERMO-CNS              PIC 9(08).
             05 ID-ALUNO-CNS              PIC 9(06).
             05 ID-MATERIA-CNS            PIC 9(03).
          03 TURMA-CNS                    PIC X(10).
          03 NM-ALUNO-CNS                 PIC X(20).
          03 NM-MATERIA-CNS               PIC X(20).
          03 DT-CONSELHO                  PIC 9(08).
          03 MEDIA-CNS                    PIC 9(02)V99.
          03 NT-APROVACAO-CNS             PIC 9(02)V99.
          03 PC-FREQUENCIA-CNS            PIC 9(03)V99.
          03 RESULTADO-ANTERIOR-CNS       PIC X(14).
          03 DECISAO-CNS                  PIC X(01).
             88 CNS-APROVADO              VALUE 'A'.
             88 CNS-MANTIDO               VALUE 'M'.
             88 CNS-RECUPERACAO           VALUE 'R'.
          03 JUSTIFICATIVA-CNS            PIC X(60).
          03 MEMBROS-CNS                  PIC X(60).

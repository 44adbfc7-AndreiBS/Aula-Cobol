          03 ST-TURMA                      PIC X(01).
             88 TURMA-ATIVA                VALUE 'A'.
             88 TURMA-INATIVA              VALUE 'I'.
      * ANO ESCOLAR DA TURMA (DISTORCAO IDADE-SERIE E CENSO): 01 A 09
      * = 1O AO 9O ANO DO FUNDAMENTAL, 10 A 12 = 1A A 3A SERIE DO
      * MEDIO; 00 = TURMA NAO SERIADA (CURSO LIVRE)
          03 ANO-ESCOLAR-TUR               PIC 9(02).
      * UNIDADE (CAMPUS) DONA DA TURMA - O ALUNO E A MENSALIDADE
      * PERTENCEM A UNIDADE DA TURMA EM QUE ESTAO
          03 CD-UNIDADE-TUR                PIC X(02).

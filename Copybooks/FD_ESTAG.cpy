      ******************************************************************
      * Copybook: FD_ESTAG
      * Purpose: Layout do termo de compromisso de estagio
      *          (ESTAGIOS.DAT) - acordo tripartite aluno x escola x
      *          empresa concedente, com vigencia, carga semanal
      *          maxima, orientador da escola (PROFESSORES.DAT) e
      *          supervisor da empresa; numerado pelo CONTROLE.DAT
      *          (chave 'ESTAGIO') e indexado tambem por aluno.
      ******************************************************************
       01 REG-ESTAGIO.
          03 NR-TERMO-EST                 PIC 9(06).
          03 ID-ALUNO-EST                 PIC 9(06).
          03 NM-EMPRESA-EST               PIC X(30).
          03 CNPJ-EMPRESA-EST             PIC X(14).
          03 SUPERVISOR-EMP-EST           PIC X(30).
          03 TL-SUPERVISOR-EST            PIC X(15).
          03 ID-PROFESSOR-EST             PIC 9(03).
          03 DT-INICIO-EST                PIC 9(08).
          03 DT-FIM-EST                   PIC 9(08).
          03 CH-SEMANAL-EST               PIC 9(02).
          03 ST-ESTAGIO                   PIC X(01).
             88 EST-VIGENTE               VALUE 'V'.
             88 EST-ENCERRADO             VALUE 'E'.
             88 EST-RESCINDIDO            VALUE 'R'.
          03 DT-ENCERRAMENTO-EST          PIC 9(08).

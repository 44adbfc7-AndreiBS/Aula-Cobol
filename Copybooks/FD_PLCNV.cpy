      ******************************************************************
      * Copybook: FD_PLCNV
      * Purpose: Layout dos convites do plantao pedagogico
      *          (PLANCONV.DAT) - um por aluno ativo com professor no
      *          dia de plantao. A familia do aluno em risco academico
      *          (mesma regra do SISRISCO) e liberada para agendar no
      *          dia da geracao; as demais PLANT-DIAS-PRIORIDADE dias
      *          depois. O convite sai pelo SISMSGQ na data de
      *          liberacao (CNV-PENDENTE -> CNV-ENVIADO).
      ******************************************************************
       01 REG-CONVITE-PLANTAO.
          03 CHAVE-CONVITE-PLANTAO.
             05 DT-PLANTAO-CNV             PIC 9(08).
             05 ID-ALUNO-CNV               PIC 9(06).
          03 PRIORIDADE-CNV                PIC X(01).
             88 CNV-RISCO                  VALUE 'R'.
             88 CNV-NORMAL                 VALUE 'N'.
          03 DT-LIBERACAO-CNV              PIC 9(08).
          03 ST-CONVITE-CNV                PIC X(01).
             88 CNV-PENDENTE               VALUE 'P'.
             88 CNV-ENVIADO                VALUE 'E'.
             88 CNV-SEM-DESTINO            VALUE 'S'.

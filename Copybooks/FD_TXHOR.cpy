      ******************************************************************
      * Copybook: FD_TXHOR
      * Purpose: Layout da tabela de valor da hora-aula (TAXAHORA.DAT)
      *          - um valor por professor, materia e inicio de
      *          vigencia; materia 000 vale para todas as materias do
      *          professor que nao tem valor proprio. Um reajuste e
      *          uma nova vigencia, o valor anterior fica no historico.
      ******************************************************************
       01 REG-TAXA-HORA.
          03 CHAVE-TAXA-HORA.
             05 ID-PROFESSOR-TX            PIC 9(03).
             05 ID-MATERIA-TX              PIC 9(03).
             05 DT-VIGENCIA-TX             PIC 9(08).
          03 VL-HORA-AULA-TX               PIC 9(04)V99.
          03 DT-CADASTRO-TX                PIC 9(08).

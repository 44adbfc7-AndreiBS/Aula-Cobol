      ******************************************************************
      * Copybook: TUN_AREA
      * Purpose: Area de parametros do TURUNIDA - devolve a unidade
      *          (campus) de uma turma. A tabela turma/unidade e
      *          carregada de TURMAS.DAT na primeira chamada e fica
      *          em memoria; turma fora do cadastro (ou sem unidade)
      *          cai na unidade desta instalacao. WL-TUN-IDX traz a
      *          unidade ja numerica (1 a 9) para indexar os totais.
      ******************************************************************
       01 WL-TURMA-UNIDADE.
          03 WL-TUN-TURMA                  PIC X(10).
          03 WL-TUN-UNIDADE                PIC X(02).
          03 WL-TUN-IDX                    PIC 9(01).

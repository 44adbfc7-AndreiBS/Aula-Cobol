      *          programa de estudos que o aluno persegue; as materias
      *          que compoem cada curso ficam em CURSOMAT.DAT e o
      *          vinculo do aluno ao curso em ALUNOCUR.DAT.
      *          CH-ESTAGIO-CUR e a carga de estagio supervisionado
      *          exigida para a conclusao (ZEROS = curso sem estagio)
      *          e CH-COMPLEMENTAR-CUR a de atividades complementares
      *          (ZEROS = curso sem essa exigencia).
      *          QT-TERMOS-MAX-CUR e o prazo maximo de termos para
      *          concluir o curso, base do jubilamento (ZEROS = vale
      *          o padrao SIT-MAX-TERMOS do CONFIGSYS).
      ******************************************************************
       01 REG-CURSO.
          03 ID-CURSO                      PIC 9(03).
          03 ST-CURSO                      PIC X(01).
             88 CURSO-ATIVO                VALUE 'A'.
             88 CURSO-INATIVO              VALUE 'I'.
          03 CH-ESTAGIO-CUR                PIC 9(04).
          03 CH-COMPLEMENTAR-CUR           PIC 9(04).
          03 QT-TERMOS-MAX-CUR             PIC 9(02).

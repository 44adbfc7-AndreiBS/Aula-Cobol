      ******************************************************************
      * Copybook: FD_BENBF
      * Purpose: Layout do beneficiario do Bolsa Familia
      *          (BENEFBF.DAT) - um registro por aluno com o NIS do
      *          beneficiario, mantido no SISPRESE; so o beneficiario
      *          ativo entra na apuracao bimestral de frequencia para
      *          o Sistema Presenca.
      ******************************************************************
       01 REG-BENEFICIARIO.
          03 ID-ALUNO-BNF                  PIC 9(06).
          03 NR-NIS-BNF                    PIC 9(11).
          03 ST-BENEFICIARIO               PIC X(01).
             88 BNF-ATIVO                  VALUE 'A'.
             88 BNF-DESLIGADO              VALUE 'D'.
          03 DT-INCLUSAO-BNF               PIC 9(08).
          03 DT-DESLIGAMENTO-BNF           PIC 9(08).

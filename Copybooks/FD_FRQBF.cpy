      ******************************************************************
      * Copybook: FD_FRQBF
      * Purpose: Layout da frequencia bimestral do beneficiario
      *          (FREQBF.DAT) - gravado pela apuracao do SISPRESE (um
      *          registro por beneficiario e periodo do Sistema
      *          Presenca: 1 = FEV/MAR ... 5 = OUT/NOV). Quem fica
      *          abaixo do minimo legal ou sem aula no periodo precisa
      *          de motivo (TB_MOTBF) antes do fechamento; periodo
      *          fechado ja foi exportado e nao e mais reapurado.
      ******************************************************************
       01 REG-FREQ-BENEF.
          03 CHAVE-FREQ-BENEF.
             05 AA-REFERENCIA-FBF         PIC 9(04).
             05 NR-PERIODO-FBF            PIC 9(01).
             05 ID-ALUNO-FBF              PIC 9(06).
          03 NR-NIS-FBF                    PIC 9(11).
          03 QT-AULAS-FBF                  PIC 9(05).
          03 QT-FALTAS-FBF                 PIC 9(05).
          03 PC-FREQUENCIA-FBF             PIC 9(03)V99.
          03 PC-MINIMO-FBF                 PIC 9(03).
          03 IN-SITUACAO-FBF               PIC X(01).
             88 FBF-REGULAR                VALUE 'R'.
             88 FBF-ABAIXO                 VALUE 'B'.
             88 FBF-SEM-AULAS              VALUE 'S'.
          03 CD-MOTIVO-FBF                 PIC X(02).
          03 DT-MOTIVO-FBF                 PIC 9(08).
          03 ST-PERIODO-FBF                PIC X(01).
             88 FBF-ABERTO                 VALUE 'A'.
             88 FBF-FECHADO                VALUE 'F'.
          03 DT-APURACAO-FBF               PIC 9(08).

      ******************************************************************
      * Copybook: FD_DSPRF
      * Purpose: Layout da disponibilidade do professor (DISPPROF.DAT)
      *          - um registro por professor x dia da semana (1=SEG
      *          ... 6=SAB) com os periodos (1 a 6) em que ele pode
      *          lecionar. Professor sem nenhum registro e considerado
      *          disponivel em toda a grade; com registro, so nos
      *          dias/periodos marcados. Usado pelo gerador de grade.
      ******************************************************************
       01 REG-DISP-PROFESSOR.
          03 CHAVE-DISP-PROFESSOR.
             05 ID-PROFESSOR-DSP          PIC 9(03).
             05 DIA-SEMANA-DSP            PIC 9(01).
          03 FL-PERIODOS-DSP.
             05 FL-PERIODO-DSP            PIC X(01) OCCURS 6 TIMES.

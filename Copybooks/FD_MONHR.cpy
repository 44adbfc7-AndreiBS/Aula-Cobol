      ******************************************************************
      * Copybook: FD_MONHR
      * Purpose: Layout da grade semanal da monitoria (MONIHOR.DAT) -
      *          um registro por slot de atendimento do monitor no
      *          termo, na mesma convencao do HORARIOS.DAT (dia da
      *          semana 1=SEG ... 6=SAB, periodo 1 a 6). O slot nao
      *          pode cair em horario de aula das materias em que o
      *          proprio monitor esta matriculado, e a chave impede
      *          dois atendimentos do monitor no mesmo horario.
      ******************************************************************
       01 REG-MONI-HORARIO.
          03 CHAVE-MONI-HORARIO.
             05 CD-TERMO-MHR               PIC X(06).
             05 ID-ALUNO-MHR               PIC 9(06).
             05 DIA-SEMANA-MHR             PIC 9(01).
             05 PERIODO-MHR                PIC 9(01).
          03 ID-MATERIA-MHR                PIC 9(03).
          03 LOCAL-MHR                     PIC X(10).

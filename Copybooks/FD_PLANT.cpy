      ******************************************************************
      * Copybook: FD_PLANT
      * Purpose: Layout da agenda do plantao pedagogico (PLANTAO.DAT)
      *          - um registro por horario de atendimento de um
      *          professor no dia de plantao ('R' do CALENDARIO.DAT),
      *          gerado livre ('L') a cada PLANT-MINUTOS minutos do
      *          horario do evento. O agendamento ('A') guarda o
      *          responsavel (ID-CONTATO de CONTATOS.DAT) e o aluno
      *          de quem se vai falar; a confirmacao e o lembrete saem
      *          pelo SISMSGQ (PLT-AVISO-PENDENTE -> PLT-CONFIRMADO
      *          -> PLT-LEMBRADO) e o comparecimento e registrado no
      *          proprio dia.
      ******************************************************************
       01 REG-PLANTAO.
          03 CHAVE-PLANTAO.
             05 DT-PLANTAO-PLT             PIC 9(08).
             05 ID-PROFESSOR-PLT           PIC 9(03).
             05 HR-SLOT-PLT                PIC 9(04).
          03 CD-TERMO-PLT                  PIC X(06).
          03 ST-SLOT-PLT                   PIC X(01).
             88 PLT-LIVRE                  VALUE 'L'.
             88 PLT-AGENDADO               VALUE 'A'.
             88 PLT-BLOQUEADO              VALUE 'B'.
          03 ID-CONTATO-PLT                PIC 9(05).
          03 ID-ALUNO-PLT                  PIC 9(06).
          03 DT-AGENDAMENTO-PLT            PIC 9(08).
          03 CD-OPERADOR-PLT               PIC X(06).
          03 ST-PRESENCA-PLT               PIC X(01).
             88 PLT-SEM-REGISTRO           VALUE SPACE.
             88 PLT-COMPARECEU             VALUE 'C'.
             88 PLT-FALTOU                 VALUE 'F'.
          03 ST-AVISO-PLT                  PIC X(01).
             88 PLT-AVISO-PENDENTE         VALUE 'P'.
             88 PLT-CONFIRMADO             VALUE 'C'.
             88 PLT-LEMBRADO               VALUE 'L'.
             88 PLT-SEM-DESTINO            VALUE 'S'.

      * Copybook: FD_CALEN
      * Purpose: Layout do calendario academico (CALENDARIO.DAT).
      *          Um registro por evento: 'T' = termo (inicio/fim),
      *          'F' = feriado, 'P' = semana de provas,
      *          'N' = janela de lancamento de notas de uma avaliacao
      *          (NR-AVALIACAO-CAL, na numeracao do LANCNOTA.DAT) -
      *          da data do evento ate a data fim, que e o prazo;
      *          'R' = dia de plantao pedagogico (reuniao de pais),
      *          com o horario de inicio e de fim do atendimento
      *          (HHMM) no inicio da descricao.
      ******************************************************************
       01 REG-CALENDARIO.
          03 CHAVE-CALENDARIO.
                88 EVENTO-TERMO            VALUE 'T'.
                88 EVENTO-FERIADO          VALUE 'F'.
                88 EVENTO-PROVA            VALUE 'P'.
                88 EVENTO-PRAZO-NOTA       VALUE 'N'.
                88 EVENTO-PLANTAO          VALUE 'R'.
             05 DT-EVENTO-CAL              PIC 9(08).
          03 DT-FIM-EVENTO-CAL             PIC 9(08).
          03 DS-EVENTO-CAL                 PIC X(20).
          03 DS-PRAZO-NOTA-CAL REDEFINES DS-EVENTO-CAL.
             05 NR-AVALIACAO-CAL           PIC 9(02).
             05 DS-AVALIACAO-CAL           PIC X(18).
          03 DS-PLANTAO-CAL-R REDEFINES DS-EVENTO-CAL.
             05 HR-INICIO-CAL              PIC 9(04).
             05 HR-FIM-CAL                 PIC 9(04).
             05 DS-PLANTAO-CAL             PIC X(12).

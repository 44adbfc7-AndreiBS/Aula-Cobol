      ******************************************************************
      * Copybook: FD_FOLHA
      * Purpose: Layout do historico da interface de folha dos
      *          professores (FOLHAHIS.DAT) - um registro por
      *          competencia de referencia, professor, materia e
      *          sequencia. A sequencia 00 e o lancamento normal; uma
      *          correcao posterior nunca altera o que ja foi enviado,
      *          grava nova sequencia so com a diferenca (ajuste),
      *          paga na competencia em que foi apurada.
      ******************************************************************
       01 REG-FOLHA-HIST.
          03 CHAVE-FOLHA-HIST.
             05 CP-REFERENCIA-FH           PIC 9(06).
             05 ID-PROFESSOR-FH            PIC 9(03).
             05 ID-MATERIA-FH              PIC 9(03).
             05 NR-SEQUENCIA-FH            PIC 9(02).
          03 TP-LANCAMENTO-FH              PIC X(01).
             88 FH-NORMAL                  VALUE 'N'.
             88 FH-AJUSTE                  VALUE 'A'.
          03 CP-PAGAMENTO-FH               PIC 9(06).
          03 QT-HORAS-FH                   PIC S9(04).
          03 VL-HORA-AULA-FH               PIC 9(04)V99.
          03 VL-AULAS-FH                   PIC S9(07)V99.
          03 VL-HORA-ATIV-FH               PIC S9(07)V99.
          03 VL-DSR-FH                     PIC S9(07)V99.
          03 DT-GERACAO-FH                 PIC 9(08).

      ******************************************************************
      * Copybook: FD_CASOA
      * Purpose: Layout do historico dos casos de permanencia
      *          (CASOACAO.DAT) - contatos feitos e acoes combinadas
      *          com o aluno, na ordem em que foram registrados no
      *          SISPERMA (NR-SEQ-ACA = NR-ULT-SEQ-CSO do caso).
      *          TP-REGISTRO-ACA 'C' = contato: 'TE' telefone, 'PR'
      *          presencial, 'MS' mensagem, 'RS' com o responsavel.
      *          TP-REGISTRO-ACA 'A' = acao combinada: 'TU' tutoria,
      *          'AC' acordo de pagamento (NR-ACORDO-ACA do SISACORD,
      *          do mesmo aluno), 'HO' troca de horario/turma, 'OU'
      *          outra. A acao nasce pendente, com prazo, e recebe a
      *          baixa de cumprida ou nao cumprida.
      ******************************************************************
       01 REG-ACAO-CASO.
          03 CHAVE-ACAO-CASO.
             05 NR-CASO-ACA                PIC 9(06).
             05 NR-SEQ-ACA                 PIC 9(03).
          03 TP-REGISTRO-ACA               PIC X(01).
             88 ACA-CONTATO                VALUE 'C'.
             88 ACA-ACAO                   VALUE 'A'.
          03 TP-ACA                        PIC X(02).
             88 CONTATO-TELEFONE           VALUE 'TE'.
             88 CONTATO-PRESENCIAL         VALUE 'PR'.
             88 CONTATO-MENSAGEM           VALUE 'MS'.
             88 CONTATO-RESPONSAVEL        VALUE 'RS'.
             88 ACAO-TUTORIA               VALUE 'TU'.
             88 ACAO-ACORDO                VALUE 'AC'.
             88 ACAO-HORARIO               VALUE 'HO'.
             88 ACAO-OUTRA                 VALUE 'OU'.
          03 DT-REGISTRO-ACA               PIC 9(08).
          03 DS-ACA                        PIC X(60).
          03 NR-ACORDO-ACA                 PIC 9(06).
          03 DT-PRAZO-ACA                  PIC 9(08).
          03 ST-ACA                        PIC X(01).
             88 ACA-PENDENTE               VALUE 'P'.
             88 ACA-CUMPRIDA               VALUE 'C'.
             88 ACA-NAO-CUMPRIDA           VALUE 'N'.
          03 DT-BAIXA-ACA                  PIC 9(08).
          03 CD-OPERADOR-ACA               PIC X(06).

      ******************************************************************
      * Copybook: FD_PRACO
      * Purpose: Layout das acoes de acompanhamento dos interessados
      *          (PRSACAO.DAT) - ligar de volta, agendar visita, enviar
      *          orcamento... cada uma com operador responsavel e data
      *          prevista, para a agenda diaria por operador. Acoes
      *          pendentes sao canceladas quando o interessado se
      *          matricula ou e dado como perdido.
      ******************************************************************
       01 REG-ACAO-PROSPECT.
          03 CHAVE-ACAO-PROSPECT.
             05 ID-PROSPECT-ACA           PIC 9(05).
             05 SQ-ACAO-ACA               PIC 9(03).
          03 CD-OPERADOR-ACA               PIC X(06).
          03 DT-PREVISTA-ACA               PIC 9(08).
          03 DS-ACAO-ACA                   PIC X(40).
          03 ST-ACAO-ACA                   PIC X(01).
             88 ACAO-PENDENTE              VALUE 'P'.
             88 ACAO-FEITA                 VALUE 'F'.
             88 ACAO-CANCELADA             VALUE 'C'.
          03 DT-REALIZADA-ACA              PIC 9(08).

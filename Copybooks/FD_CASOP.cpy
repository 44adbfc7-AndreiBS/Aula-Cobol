      ******************************************************************
      * Copybook: FD_CASOP
      * Purpose: Layout dos casos de permanencia (CASOPERM.DAT) - um
      *          registro por caso aberto pela apuracao semanal do
      *          SISPERMA quando a pontuacao de risco de evasao do
      *          aluno atinge o limiar (PERM-LIMIAR). A pontuacao junta
      *          as materias com media parcial abaixo da aprovacao, a
      *          pior frequencia recente, as mensalidades vencidas em
      *          aberto e o pedido de trancamento em protocolo aberto.
      *          ST-CASO: 'A' = aberto, 'S' = salvo (encerrado pela
      *          coordenacao com o aluno na escola), 'P' = perdido
      *          (saida registrada no SISEVADE, que preenche o tipo, o
      *          motivo e a data da evasao - CHAVE-EVASAO do EVASAO).
      *          CD-DESFECHO-CSO: no salvo 'NT' = notas recuperadas,
      *          'FR' = frequencia regularizada, 'FI' = financeiro
      *          regularizado, 'DT' = desistiu do trancamento, 'OU' =
      *          outro; no perdido o motivo da evasao (MU, FI, SA, IN,
      *          TR, OU, JU).
      *          Os contatos e as acoes combinadas ficam no CASOACAO
      *          (FD_CASOA) com a sequencia NR-ULT-SEQ-CSO.
      ******************************************************************
       01 REG-CASO-PERMANENCIA.
          03 NR-CASO                       PIC 9(06).
          03 ID-ALUNO-CSO                  PIC 9(06).
          03 DT-ABERTURA-CSO               PIC 9(08).
      * PONTUACAO NA ABERTURA E NA ULTIMA APURACAO, COM OS SINAIS
          03 PT-ABERTURA-CSO               PIC 9(03).
          03 PT-ATUAL-CSO                  PIC 9(03).
          03 DT-ULT-APURACAO-CSO           PIC 9(08).
          03 QT-MAT-RISCO-CSO              PIC 9(02).
          03 PC-FALTAS-CSO                 PIC 9(03).
          03 QT-MEN-VENCIDAS-CSO           PIC 9(02).
          03 FL-TRANCAMENTO-CSO            PIC X(01).
             88 CSO-PEDIU-TRANCAMENTO      VALUE 'S'.
             88 CSO-SEM-TRANCAMENTO        VALUE 'N'.
          03 CD-ORIENTADOR-CSO             PIC X(06).
          03 DT-ATRIBUICAO-CSO             PIC 9(08).
          03 ST-CASO                       PIC X(01).
             88 CASO-ABERTO                VALUE 'A'.
             88 CASO-SALVO                 VALUE 'S'.
             88 CASO-PERDIDO               VALUE 'P'.
          03 NR-ULT-SEQ-CSO                PIC 9(03).
          03 QT-CONTATOS-CSO               PIC 9(03).
          03 QT-ACOES-CSO                  PIC 9(03).
      * DESFECHO
          03 DT-ENCERRAMENTO-CSO           PIC 9(08).
          03 CD-DESFECHO-CSO               PIC X(02).
          03 DS-DESFECHO-CSO               PIC X(40).
          03 TP-SAIDA-CSO                  PIC X(01).
             88 SAIDA-TRANCAMENTO          VALUE 'T'.
             88 SAIDA-CANCELAMENTO         VALUE 'C'.
          03 DT-EVASAO-CSO                 PIC 9(08).
          03 CD-OPERADOR-CSO               PIC X(06).

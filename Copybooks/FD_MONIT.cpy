      ******************************************************************
      * Copybook: FD_MONIT
      * Purpose: Layout do cadastro de monitores (MONITOR.DAT) - um
      *          registro por aluno selecionado como monitor de uma
      *          materia no termo, com a media (MEDIA-BOLETIM) com que
      *          foi aprovado nela, no TODOS corrente ou em termo
      *          arquivado. TP-BENEFICIO-MON: 'B' = bolsa-auxilio em
      *          dinheiro (VL-BOLSA-MON por mes, folha do SISMONIT),
      *          'D' = desconto na mensalidade (PC-DESCONTO-MON,
      *          somado pelo SISMENSA ao percentual da bolsa do aluno).
      *          ST-MONITOR: 'A' = ativo, 'D' = desligado no termo,
      *          'E' = encerrado no fim do termo, com o certificado de
      *          horas (MONICERT) e as horas lancadas como atividade
      *          complementar aprovada (ATIVCOMP). Indexado tambem por
      *          aluno.
      ******************************************************************
       01 REG-MONITOR.
          03 CHAVE-MONITOR.
             05 CD-TERMO-MON               PIC X(06).
             05 ID-MATERIA-MON             PIC 9(03).
             05 ID-ALUNO-MON               PIC 9(06).
          03 MEDIA-MON                     PIC 9(02)V99.
          03 CD-TERMO-APROV-MON            PIC X(06).
          03 DT-SELECAO-MON                PIC 9(08).
          03 TP-BENEFICIO-MON              PIC X(01).
             88 BENEFICIO-BOLSA            VALUE 'B'.
             88 BENEFICIO-DESCONTO         VALUE 'D'.
          03 VL-BOLSA-MON                  PIC 9(05)V99.
          03 PC-DESCONTO-MON               PIC 9(03).
          03 ST-MONITOR                    PIC X(01).
             88 MONITOR-ATIVO              VALUE 'A'.
             88 MONITOR-DESLIGADO          VALUE 'D'.
             88 MONITOR-ENCERRADO          VALUE 'E'.
          03 DT-SAIDA-MON                  PIC 9(08).
          03 QT-SESSOES-MON                PIC 9(03).
          03 CH-TOTAL-MON                  PIC 9(04).
          03 NR-CERTIFICADO-MON            PIC 9(06).
          03 NR-ATIVIDADE-MON              PIC 9(06).
          03 CD-OPERADOR-MON               PIC X(06).

      ******************************************************************
      * Copybook: FD_OCORR
      * Purpose: Layout do livro de ocorrencias disciplinares
      *          (OCORRENC.DAT) - uma ocorrencia por registro, numerada
      *          pelo CONTROLE 'OCORRENC', com o professor que relatou,
      *          a medida aplicada e, na suspensao, o periodo (lancado
      *          como falta justificada em FREQUENCIA.DAT). A turma e a
      *          do aluno na data. ST-NOTIFICACAO-OCR e baixado pela
      *          rodada do SISMSGQ ao enfileirar o aviso ao responsavel.
      ******************************************************************
       01 REG-OCORRENCIA.
          03 NR-OCORRENCIA-OCR             PIC 9(06).
          03 ID-ALUNO-OCR                  PIC 9(06).
          03 TURMA-OCR                     PIC X(10).
          03 DT-OCORRENCIA-OCR             PIC 9(08).
          03 TP-OCORRENCIA-OCR             PIC X(01).
             88 OCR-ATRASO                 VALUE 'A'.
             88 OCR-INDISCIPLINA           VALUE 'I'.
             88 OCR-ADVERTENCIA            VALUE 'V'.
             88 OCR-SUSPENSAO              VALUE 'S'.
          03 DS-OCORRENCIA-OCR             PIC X(60).
          03 ID-PROFESSOR-OCR              PIC 9(03).
          03 MEDIDA-OCR                    PIC X(30).
          03 QT-DIAS-SUSPENSAO-OCR         PIC 9(02).
          03 DT-INICIO-SUSP-OCR            PIC 9(08).
          03 DT-FIM-SUSP-OCR               PIC 9(08).
          03 QT-FALTAS-JUST-OCR            PIC 9(03).
          03 DT-REGISTRO-OCR               PIC 9(08).
          03 ST-NOTIFICACAO-OCR            PIC X(01).
             88 OCR-A-NOTIFICAR            VALUE 'N'.
             88 OCR-NOTIFICADA             VALUE 'S'.
             88 OCR-SEM-DESTINO            VALUE 'X'.

      ******************************************************************
      * Copybook: FD_PROSP
      * Purpose: Layout do cadastro de interessados (PROSPECT.DAT) -
      *          familias que ligam ou visitam perguntando por vaga:
      *          turma/curso desejados, como souberam da escola, o
      *          responsavel e o operador que acompanha. A situacao
      *          anda de primeiro contato a visita, orcamento e
      *          matricula (ou perda, com motivo); as datas de cada
      *          etapa alimentam o funil mensal de conversao. Na
      *          conversao o SISCADAS e o SISRESPO vem pre-preenchidos
      *          e o ID do aluno gerado fica gravado aqui.
      ******************************************************************
       01 REG-PROSPECT.
          03 ID-PROSPECT                   PIC 9(05).
          03 NM-PROSPECT                   PIC X(20).
          03 TL-PROSPECT                   PIC X(15).
          03 TURMA-PRS                     PIC X(10).
          03 ID-CURSO-PRS                  PIC 9(03).
          03 CD-ORIGEM-PRS                 PIC X(01).
             88 ORIGEM-INDICACAO           VALUE 'I'.
             88 ORIGEM-INTERNET            VALUE 'S'.
             88 ORIGEM-REDES-SOCIAIS       VALUE 'R'.
             88 ORIGEM-FACHADA             VALUE 'F'.
             88 ORIGEM-ANUNCIO             VALUE 'A'.
             88 ORIGEM-OUTROS              VALUE 'O'.
             88 ORIGEM-VALIDA              VALUE 'I' 'S' 'R' 'F'
                                                 'A' 'O'.
          03 NM-RESP-PRS                   PIC X(20).
          03 TL-RESP-PRS                   PIC X(15).
          03 TP-VINCULO-PRS                PIC X(01).
      * CONTATO DO RESPONSAVEL EM CONTATOS.DAT (ZERO = AINDA NAO
      * CADASTRADO; A CONVERSAO CRIA O CONTATO)
          03 ID-CONTATO-PRS                PIC 9(05).
          03 CD-OPERADOR-PRS               PIC X(06).
          03 ST-PROSPECT                   PIC X(01).
             88 PRS-CONTATO                VALUE 'C'.
             88 PRS-VISITA                 VALUE 'V'.
             88 PRS-ORCAMENTO              VALUE 'O'.
             88 PRS-MATRICULADO            VALUE 'M'.
             88 PRS-PERDIDO                VALUE 'P'.
             88 PRS-EM-ABERTO              VALUE 'C' 'V' 'O'.
          03 DT-CONTATO-PRS                PIC 9(08).
          03 DT-VISITA-PRS                 PIC 9(08).
          03 DT-ORCAMENTO-PRS              PIC 9(08).
          03 DT-MATRICULA-PRS              PIC 9(08).
          03 DT-PERDA-PRS                  PIC 9(08).
          03 DS-MOTIVO-PERDA-PRS           PIC X(30).
          03 ID-ALUNO-PRS                  PIC 9(06).

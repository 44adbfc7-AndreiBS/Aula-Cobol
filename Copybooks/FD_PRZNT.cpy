      ******************************************************************
      * Copybook: FD_PRZNT
      * Purpose: Layout da apuracao dos prazos de lancamento de notas
      *          (PRAZONOT.DAT) - um registro por janela 'N' do
      *          calendario (termo + avaliacao) ja cobrada pelo
      *          SISPRAZO, com quantas notas ainda faltavam no dia da
      *          cobranca e quantos professores foram lembrados. Serve
      *          de marca de "ja cobrado" para a cadeia noturna e
      *          alimenta o resumo da direcao (SISDIRET).
      ******************************************************************
       01 REG-PRAZO-NOTA.
          03 CHAVE-PRAZO-NOTA.
             05 CD-TERMO-PZN              PIC X(06).
             05 NR-AVALIACAO-PZN          PIC 9(02).
          03 DT-PRAZO-PZN                 PIC 9(08).
          03 DT-APURACAO-PZN              PIC 9(08).
          03 QT-FALTANTES-PZN             PIC 9(05).
          03 QT-PROFESSORES-PZN           PIC 9(03).

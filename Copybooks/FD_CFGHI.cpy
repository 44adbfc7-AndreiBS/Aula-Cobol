      ******************************************************************
      * Copybook: FD_CFGHI
      * Purpose: Historico das alteracoes do CONFIGSYS.DAT (CFGHIST.DAT)
      *          gravado pelo SISCONFG - uma linha por inclusao ou
      *          alteracao de chave, com o operador da sessao, o
      *          arquivo mantido (producao/treino), o valor anterior,
      *          o novo e se a chave fora do catalogo foi forcada.
      ******************************************************************
       01 REG-HISTORICO-CFG.
          03 DT-ALTERACAO-CFH              PIC 9(08).
          03 FILLER                        PIC X(01).
          03 HR-ALTERACAO-CFH              PIC 9(06).
          03 FILLER                        PIC X(01).
          03 CD-OPERADOR-CFH               PIC X(06).
          03 FILLER                        PIC X(01).
          03 TP-ARQUIVO-CFH                PIC X(01).
             88 CFH-PRODUCAO               VALUE 'P'.
             88 CFH-TREINO                 VALUE 'T'.
          03 FILLER                        PIC X(01).
          03 TP-OPERACAO-CFH               PIC X(01).
             88 CFH-INCLUSAO               VALUE 'I'.
             88 CFH-ALTERACAO              VALUE 'A'.
          03 FILLER                        PIC X(01).
          03 ST-FORCADA-CFH                PIC X(01).
             88 CFH-FORCADA                VALUE 'S'.
          03 FILLER                        PIC X(01).
          03 CD-CHAVE-CFH                  PIC X(20).
          03 FILLER                        PIC X(01).
          03 VL-ANTERIOR-CFH               PIC X(60).
          03 FILLER                        PIC X(01).
          03 VL-NOVO-CFH                   PIC X(60).

      ******************************************************************
      * Copybook: FD_NEGAT
      * Purpose: Layout do registro de negativacao (NEGATIVA.DAT) -
      *          uma ocorrencia por aluno e data de aviso previo, com
      *          o CPF do responsavel financeiro, o debito coberto e
      *          as datas de cada etapa (aviso, inclusao no bureau,
      *          quitacao e exclusao); serve de registro historico
      *          de todas as inclusoes e exclusoes.
      ******************************************************************
       01 REG-NEGATIVACAO.
          03 CHAVE-NEGATIVACAO.
             05 ID-ALUNO-NEG               PIC 9(06).
             05 DT-AVISO-NEG               PIC 9(08).
          03 NR-CPF-NEG                    PIC 9(11).
          03 ID-CONTATO-NEG                PIC 9(05).
          03 VL-DIVIDA-NEG                 PIC 9(07)V99.
          03 QT-TITULOS-NEG                PIC 9(03).
      * VENCIMENTOS DO TITULO MAIS ANTIGO E DO MAIS RECENTE COBERTOS;
      * O DEBITO ESTA QUITADO QUANDO NAO RESTA MENSALIDADE ABERTA DO
      * ALUNO VENCIDA ATE DT-VENC-RECENTE-NEG
          03 DT-VENC-ANTIGO-NEG            PIC 9(08).
          03 DT-VENC-RECENTE-NEG           PIC 9(08).
      * FIM DO PRAZO DO AVISO PREVIO - DEPOIS DELE PODE INCLUIR
          03 DT-LIMITE-AVISO-NEG           PIC 9(08).
          03 ST-NEGATIVACAO                PIC X(01).
             88 NEG-AVISADO                VALUE 'N'.
             88 NEG-INCLUIDO               VALUE 'I'.
             88 NEG-EXCL-PENDENTE          VALUE 'P'.
             88 NEG-EXCLUIDO               VALUE 'E'.
             88 NEG-CANCELADO              VALUE 'C'.
          03 DT-INCLUSAO-NEG               PIC 9(08).
          03 DT-QUITACAO-NEG               PIC 9(08).
      * PRAZO LEGAL PARA PEDIR A EXCLUSAO (DIAS UTEIS APOS QUITACAO)
          03 DT-LIMITE-EXCL-NEG            PIC 9(08).
          03 DT-EXCLUSAO-NEG               PIC 9(08).

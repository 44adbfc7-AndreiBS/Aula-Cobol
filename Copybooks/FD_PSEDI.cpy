      ******************************************************************
      * Copybook: FD_PSEDI
      * Purpose: Layout da edicao do processo seletivo (PSEDICAO.DAT)
      *          - data da prova, fim das inscricoes, taxa de
      *          inscricao (cobrada pelo caixa), prazo em dias para o
      *          convocado se matricular, as provas com peso e nota
      *          de corte (a PROVA 1 E A PRINCIPAL, usada no primeiro
      *          desempate) e as vagas por curso.
      *          ST-EDICAO-PS: I = inscricoes/notas, C = classificada,
      *          V = em convocacao.
      ******************************************************************
       01 REG-EDICAO-PS.
          03 ID-EDICAO-PS                  PIC 9(04).
          03 DS-EDICAO-PS                  PIC X(30).
          03 DT-PROVA-PS                   PIC 9(08).
          03 DT-FIM-INSCR-PS               PIC 9(08).
          03 VL-TAXA-PS                    PIC 9(04)V99.
          03 QT-DIAS-PRAZO-PS              PIC 9(02).
          03 QT-PROVAS-PS                  PIC 9(01).
          03 PROVA-PS                      OCCURS 5 TIMES.
             05 NM-PROVA-PS                PIC X(15).
             05 PESO-PROVA-PS              PIC 9(02).
             05 NT-CORTE-PROVA-PS          PIC 9(02)V99.
          03 QT-CURSOS-PS                  PIC 9(02).
          03 VAGA-PS                       OCCURS 10 TIMES.
             05 ID-CURSO-VAGA-PS           PIC 9(03).
             05 QT-VAGAS-PS                PIC 9(03).
          03 ST-EDICAO-PS                  PIC X(01).
             88 EDICAO-INSCRICOES          VALUE 'I'.
             88 EDICAO-CLASSIFICADA        VALUE 'C'.
             88 EDICAO-CONVOCACAO          VALUE 'V'.
          03 DT-CLASSIFICACAO-PS           PIC 9(08).

      *          SENSIVEL PEDIDA: 'X' EXCLUSAO (ADMIN/SECRETARIA),
      *          'T' FECHAMENTO DE TERMO (ADMIN), 'N' APROVACAO DE
      *          NOTA (ADMIN), 'O' GESTAO DE OPERADORES (ADMIN),
      *          'C' AVAL DE DIFERENCA DE CAIXA (ADMIN/SECRETARIA),
      *          'P' FECHAMENTO/REABERTURA DE PERIODO CONTABIL (ADMIN),
      *          'K' MANUTENCAO DO CONFIGSYS (ADMIN),
      *          'L' NOTA LANCADA FORA DO PRAZO DO CALENDARIO (ADMIN),
      *          'J' PLANO DE ESTUDOS E JUBILAMENTO (ADMIN),
      *          'R' REVOGACAO DE DOCUMENTO EMITIDO (ADMIN)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTHOPR.
                    WHEN 'T'
                    WHEN 'N'
                    WHEN 'O'
                    WHEN 'P'
                    WHEN 'K'
                    WHEN 'L'
                    WHEN 'J'
                    WHEN 'R'
                        IF WS-PERFIL EQUAL 'A'
                            SET AUTORIZADO TO TRUE
                        END-IF

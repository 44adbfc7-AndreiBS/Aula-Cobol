      ******************************************************************
      * Copybook: FD_TERMC
      * Purpose: Layout da versao vigente do termo de consentimento
      *          por finalidade (TERMOCON.DAT) - a publicacao de um
      *          texto novo soma 1 na versao; consentimentos aceitos
      *          em versao anterior aparecem no relatorio de
      *          pendencias do SISCONSN para nova coleta.
      ******************************************************************
       01 REG-TERMO-CONSENTIMENTO.
          03 CD-FINALIDADE-TRM             PIC X(02).
          03 NR-VERSAO-TRM                 PIC 9(03).
          03 DT-PUBLICACAO-TRM             PIC 9(08).
          03 DS-TERMO-TRM                  PIC X(50).
          03 CD-OPERADOR-TRM               PIC X(06).

      ******************************************************************
      * Copybook: FD_ATCAT
      * Purpose: Layout das categorias de atividade complementar
      *          (ATVCATEG.DAT) - palestra, voluntariado, curso
      *          externo etc., com o teto de horas que a categoria
      *          pode contar para o curso (ZEROS = sem teto).
      ******************************************************************
       01 REG-CATEGORIA-ATV.
          03 CD-CATEGORIA-ATC             PIC X(04).
          03 DS-CATEGORIA-ATC             PIC X(30).
          03 CH-MAXIMA-ATC                PIC 9(04).

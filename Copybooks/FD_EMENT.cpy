      ******************************************************************
      * Copybook: FD_EMENT
      * Purpose: Layout da ementa da materia (EMENTA.DAT) - um
      *          registro por topico numerado do programa, com a
      *          carga horaria prevista (em horas-aula) e a
      *          bibliografia. O conteudo dado em cada aula
      *          (CONTEUDO.DAT) aponta para estes topicos.
      ******************************************************************
       01 REG-EMENTA.
          03 CHAVE-EMENTA.
             05 ID-MATERIA-EMT            PIC 9(03).
             05 NR-TOPICO-EMT             PIC 9(02).
          03 DS-TOPICO-EMT                PIC X(40).
          03 CH-PREVISTA-EMT              PIC 9(03).
          03 BIBLIOGRAFIA-EMT             PIC X(60).

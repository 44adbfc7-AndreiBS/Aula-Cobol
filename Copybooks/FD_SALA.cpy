          03 ST-SALA                       PIC X(01).
             88 SALA-ATIVA                 VALUE 'A'.
             88 SALA-INATIVA               VALUE 'I'.
      * UNIDADE (CAMPUS) ONDE A SALA FICA
          03 CD-UNIDADE-SAL                PIC X(02).

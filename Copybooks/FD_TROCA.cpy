          03 TURMA-ORIGEM-TRC             PIC X(10).
          03 TURMA-DESTINO-TRC            PIC X(10).
          03 DT-EFETIVA-TRC               PIC 9(08).
      * UNIDADES (CAMPI) DAS DUAS TURMAS - DIFERENTES QUANDO A TROCA
      * E UMA TRANSFERENCIA ENTRE UNIDADES
          03 UNIDADE-ORIGEM-TRC           PIC X(02).
          03 UNIDADE-DESTINO-TRC          PIC X(02).

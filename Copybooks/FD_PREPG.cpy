      ******************************************************************
      * Copybook: FD_PREPG
      * Purpose: Layout da carteira pre-paga do aluno (PREPAGO.DAT) -
      *          uma por aluno, aberta na primeira recarga feita no
      *          caixa (recibo multiplo, item 'R') e debitada na
      *          cantina e na reprografia (SISPREPG) com limite diario
      *          definido pelo responsavel; na saida do aluno pelo
      *          SISEVADE o saldo vira reembolso (ACERTEVA). Todo
      *          movimento passa pelo MOVCARTE (PREPMOV.DAT).
      ******************************************************************
       01 REG-CARTEIRA-PRE.
          03 ID-ALUNO-PPG                 PIC 9(06).
          03 VL-SALDO-PPG                 PIC 9(06)V99.
      * LIMITE DE GASTO POR DIA; ZERO = SEM LIMITE. QUEM DEFINIU
      * (CONTATO DO RESPONSAVEL) E QUANDO
          03 VL-LIMITE-DIA-PPG            PIC 9(04)V99.
          03 ID-CONTATO-LIM-PPG           PIC 9(05).
          03 DT-LIMITE-PPG                PIC 9(08).
      * ACUMULADO DE DEBITOS DO DIA DT-GASTO-PPG (ZERA NA VIRADA)
          03 DT-GASTO-PPG                 PIC 9(08).
          03 VL-GASTO-DIA-PPG             PIC 9(04)V99.
      * ULTIMA SEQUENCIA DE MOVIMENTO DO ALUNO EM PREPMOV.DAT
          03 NR-ULT-SEQ-PPG               PIC 9(05).
          03 DT-ABERTURA-PPG              PIC 9(08).
          03 ST-CARTEIRA-PPG              PIC X(01).
             88 PPG-ATIVA                 VALUE 'A'.
      * 'E' = ENCERRADA NA SAIDA DO ALUNO, SALDO DEVOLVIDO
             88 PPG-ENCERRADA             VALUE 'E'.
      * AVISO DE SALDO BAIXO JA ENFILEIRADO PELO SISMSGQ; A PROXIMA
      * RECARGA LIBERA UM NOVO AVISO
          03 AVISO-SALDO-PPG              PIC X(01).
             88 PPG-AVISADA               VALUE 'S'.
             88 PPG-NAO-AVISADA           VALUE 'N'.
          03 DT-ENCERRAMENTO-PPG          PIC 9(08).
          03 NR-ACERTO-PPG                PIC 9(06).

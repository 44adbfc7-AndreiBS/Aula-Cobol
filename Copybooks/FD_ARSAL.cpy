      ******************************************************************
      * Copybook: FD_ARSAL
      * Purpose: Layout do fechamento mensal do contas a receber
      *          (ARSALDO.DAT) - um registro por competencia fechada
      *          com o saldo de abertura, cada movimento do mes, o
      *          saldo calculado (abertura + movimentos) e o saldo
      *          apurado na varredura dos titulos em aberto. O saldo
      *          apurado e a abertura do mes seguinte.
      ******************************************************************
       01 REG-SALDO-AR.
          03 CP-FECHAMENTO-AR              PIC 9(06).
          03 DT-FECHAMENTO-AR              PIC 9(08).
          03 ST-FECHAMENTO-AR              PIC X(01).
      * 'I' = IMPLANTACAO (PRIMEIRO FECHAMENTO, SEM CONCILIACAO)
             88 AR-IMPLANTACAO             VALUE 'I'.
             88 AR-CONCILIADO              VALUE 'C'.
          03 VL-SALDO-ANTERIOR-AR          PIC S9(09)V99.
          03 VL-FATURADO-AR                PIC S9(09)V99.
          03 VL-DESCONTOS-AR               PIC S9(09)V99.
          03 VL-REC-CAIXA-AR               PIC S9(09)V99.
          03 VL-REC-BANCO-AR               PIC S9(09)V99.
          03 VL-REC-CARTAO-AR              PIC S9(09)V99.
          03 VL-REC-CONVENIO-AR            PIC S9(09)V99.
          03 VL-CANCELADO-AR               PIC S9(09)V99.
          03 VL-CONSOLIDADO-AR             PIC S9(09)V99.
          03 VL-ACORDOS-AR                 PIC S9(09)V99.
          03 VL-ESTORNOS-AR                PIC S9(09)V99.
      * MENSALIDADES DEVOLVIDAS A COBRANCA POR ACORDO ROMPIDO
          03 VL-REABERTOS-AR               PIC S9(09)V99.
          03 VL-SALDO-CALCULADO-AR         PIC S9(09)V99.
          03 VL-SALDO-APURADO-AR           PIC S9(09)V99.
          03 QT-DIVERGENCIAS-AR            PIC 9(05).

      *****************************************************************
      * AEXFD.cpy
      * Partial prepayment log (AMORTEXT.LOG), written by amortExt.
      * One row per amortizacao extraordinaria: the amount paid, the
      * client's choice (AEX-OPCAO P = shorter term, V = lower
      * parcelas), the saldo devedor before and after, the interest
      * the prepayment discounted, and the schedule before and after
      * (FIN-VALOR, number of parcelas, next parcela value). The
      * schedule on FINMAST.DAT is re-based on every prepayment, so
      * AEX-LIQUIDO-ORIGINAL carries the net amount released at
      * booking forward from the contract's first prepayment - with
      * AEX-VALOR-PAGO placed after parcela AEX-ULT-PARCELA-PAGA it
      * lets amortExt and extrato rebuild the CET of the whole
      * cash flow. AEX-CET-MES/ANO is the CET printed on the
      * amendment.
      *****************************************************************
       01  AEX-REGISTRO.
           03  AEX-CONTRATO            PIC 9(06).
           03  AEX-DATA                PIC 9(8).
           03  AEX-HORA                PIC 9(8).
           03  AEX-OPERADOR            PIC X(08).
           03  AEX-OPCAO               PIC X(01).
               88  AEX-REDUZ-PRAZO         VALUE "P".
               88  AEX-REDUZ-PARCELA       VALUE "V".
           03  AEX-ULT-PARCELA-PAGA    PIC 999.
           03  AEX-VALOR-PAGO          PIC 9(06)V99.
           03  AEX-SALDO-ANTES         PIC 9(06)V99.
           03  AEX-SALDO-DEPOIS        PIC 9(06)V99.
           03  AEX-JUROS-DISPENSADOS   PIC 9(07)V99.
           03  AEX-VALOR-ANTES         PIC 9(06)V99.
           03  AEX-VALOR-DEPOIS        PIC 9(06)V99.
           03  AEX-PARCELAS-ANTES      PIC 999.
           03  AEX-PARCELAS-DEPOIS     PIC 999.
           03  AEX-PARCELA-ANTES       PIC 9(07)V99.
           03  AEX-PARCELA-DEPOIS      PIC 9(07)V99.
           03  AEX-LIQUIDO-ORIGINAL    PIC 9(08)V99.
           03  AEX-CET-MES             PIC 9V9(4).
           03  AEX-CET-ANO             PIC 9(03)V99.

      * per movement of money we hold on a client's behalf - an
      * overpayment or a duplicate payment that could not be applied
      * to a parcela. The file is append-only like PAGHIST.DAT: the
      * client's current balance is the sum of C rows minus all the
      * other rows, never an edited field, so the spreadsheet that
      * used to track these amounts (and was always wrong) can be
      * retired.
      * CRS-TIPO: C = credito constituido (duplicate/excess payment),
      * A = aplicado contra parcela (posted like a counter payment),
      * R = restituido ao cliente (supervisor-approved payout at the
      * counter, or a bank transfer sent by restPag - a transfer the
      * bank returns comes back as a new C row, origin RESTRET),
      * D = devolvido - the part of a deposited cheque that had gone
      * to the balance, taken back when the bank returned the cheque;
      * T = aplicado em tarifa - a pending service fee (TARITEM.DAT)
      * taken from the balance by the nightly tarifaCob.
      *****************************************************************
       01  CRS-REGISTRO.
           03  CRS-COD-CLIENTE     PIC 9(05).
               88  CRS-CREDITO         VALUE "C".
               88  CRS-APLICADO        VALUE "A".
               88  CRS-RESTITUIDO      VALUE "R".
               88  CRS-DEVOLVIDO       VALUE "D".
               88  CRS-APLICADO-TARIFA VALUE "T".
           03  CRS-VALOR           PIC 9(06)V99.
           03  CRS-DATA            PIC 9(8).
           03  CRS-HORA            PIC 9(8).

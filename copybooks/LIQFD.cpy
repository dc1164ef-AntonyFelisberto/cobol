      * contract liquidation - quitacao antecipada booked by payoff,
      * and any other event that closes a contract out - so the
      * collections desk can see what was settled, when and for how
      * much without digging through FINMAST.DAT. QUITACAO is kept
      * for the payoff taken at the counter; the credit-life payoff
      * of a deceased client is OBITO and a drive agreement settled
      * by boleto through the bank is QUITBCO.
      *****************************************************************
       01  LIQ-REGISTRO.
           03  LIQ-CONTRATO        PIC 9(06).

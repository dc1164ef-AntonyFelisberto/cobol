      * M = multa/mora (encargos) received by the lump-sum counter
      * allocation, kept as its own row so the receipt and the GL
      * feed can tell principal from penalty money.
      * A = amortizacao extraordinaria (amortExt): a partial
      * prepayment, all principal, PAGH-PARCELA = first parcela of
      * the rebuilt schedule; it is posted to the GL by amortExt.
      *****************************************************************
       01  PAGH-REGISTRO.
           03  PAGH-CONTRATO       PIC 9(06).

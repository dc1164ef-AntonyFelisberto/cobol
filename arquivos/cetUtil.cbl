      *          meaningfully above the nominal taxa de juros, and
      *          the client (and the regulator) see this figure on
      *          the simulation, the contract document and the
      *          extrato - for SAC, PRICE and parcela balao streams
      *          alike (the balloon is simply the last, large flow),
      *          since the math only looks at the cash flows.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

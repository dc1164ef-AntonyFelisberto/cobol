           03  WS-SISTEMA-AMORT PIC X(01) VALUE "S".
               88  AMORT-SAC       VALUES "S" SPACE.
               88  AMORT-PRICE     VALUE "P".
               88  AMORT-BALAO     VALUE "B".
           03  WS-VALOR-IOF    PIC 9(06)V99 VALUE ZEROS.
           03  WS-VALOR-TARIFA PIC 9(06)V99 VALUE ZEROS.
           03  WS-COD-PRODUTO  PIC 9(04) VALUE ZEROS.
      * Branch that holds the contract (the client's branch at
      * booking) - drives the branch subtotals of the big reports.
           03  WS-COD-FILIAL   PIC 9(02) VALUE 1.
      * Company of the group that owns the contract (EMPRESA.DAT) -
      * the product's company at booking; the contract number is
      * drawn from that company's own range.
           03  WS-COD-EMPRESA  PIC 9(02) VALUE 1.
      * Parcela balao (VFG, sistema B): the fixed parcelas amortize
      * only down to the residual below (WS-PCT-RESIDUAL of the
      * amount financed) and the last parcela carries it on top of
      * its own prestacao. Zeros for SAC and PRICE.
           03  WS-PCT-RESIDUAL PIC 99V99 VALUE ZEROS.
           03  WS-VALOR-RESIDUAL PIC 9(06)V99 VALUE ZEROS.
           03  WS-PARCELAS     PIC $$.$$9,99 OCCURS 12 TO 420
                               TIMES DEPENDING ON WS-NUM-PARCELAS.

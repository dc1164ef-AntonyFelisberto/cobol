      *****************************************************************
      * PIXFD.cpy
      * Inbound PIX credit record (PIXCRED.DAT) - one row per PIX the
      * bank credited to our receiving key during the day. PIX-TXID
      * is the transaction ID printed on the boleto / sent in the
      * reminder message (pixUtil): it carries the contract and the
      * parcela, so the posting step (pixRet) needs nothing else to
      * find them. PIX-E2E is the bank's end-to-end identifier,
      * kept on the discrepancy report so a refund can be traced.
      *****************************************************************
       01  PIX-REGISTRO.
           03  PIX-TXID            PIC X(25).
           03  PIX-DT-CREDITO      PIC 9(8).
           03  PIX-VALOR           PIC 9(06)V99.
           03  PIX-E2E             PIC X(32).

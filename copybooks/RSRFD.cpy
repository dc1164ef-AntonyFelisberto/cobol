      *****************************************************************
      * RSRFD.cpy
      * Refund transfer answer record (RESTRET.DAT) - the bank's
      * confirmation of the transfer orders sent in RESTPAG.TXT, one
      * row per order, identified by the refund request number.
      * RSR-SITUACAO: P = paga (credited to the client's account);
      * D = devolvida (closed account, holder mismatch) - the refund
      * goes back to the desk and, for a credit balance, to
      * CREDSALD.DAT (restRet.cbl).
      *****************************************************************
       01  RSR-REGISTRO.
           03  RSR-NUMERO          PIC 9(06).
           03  RSR-DATA            PIC 9(8).
           03  RSR-VALOR           PIC 9(06)V99.
           03  RSR-SITUACAO        PIC X(01).
           03  RSR-MOTIVO          PIC X(20).

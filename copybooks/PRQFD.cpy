      *****************************************************************
      * PRQFD.cpy
      * Web-portal self-service request (PORTALREQ.DAT), dropped by
      * the customer portal and answered by the intraday portalBat
      * run. One row per request, keyed by the client's CPF/CNPJ plus
      * the contract: B = second-copy boleto of a parcela (parcela
      * 000 = the first one still open), Q = payoff quote. The
      * portal protocol number ties the answer on PORTALRSP.DAT and
      * the PORTALLOG.DAT trail back to the screen the client used;
      * the origin address is kept for the data-protection trail.
      *****************************************************************
       01  PRQ-REGISTRO.
           03  PRQ-PROTOCOLO       PIC X(12).
           03  PRQ-TIPO            PIC X(01).
               88  PRQ-SEGUNDA-VIA     VALUE "B".
               88  PRQ-QUITACAO        VALUE "Q".
           03  PRQ-CPF-CNPJ        PIC 9(14).
           03  PRQ-CONTRATO        PIC 9(06).
           03  PRQ-PARCELA         PIC 9(03).
           03  PRQ-DATA            PIC 9(8).
           03  PRQ-HORA            PIC 9(8).
           03  PRQ-ORIGEM          PIC X(15).

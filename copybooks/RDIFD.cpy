      *****************************************************************
      * RDIFD.cpy
      * Bank daily collection total (RETDIA.DAT), dropped by the bank
      * after its last return file of the day: how many files it
      * sent, the last sequence number used and the item count and
      * value of everything it collected for us that day. The
      * day-end summary (retDia.cbl) reconciles the day's retorno
      * cycles (RETCICLO.DAT) against it. Rows accumulate; the last
      * row for a date is the one that counts.
      *****************************************************************
       01  RDI-REGISTRO.
           03  RDI-DATA            PIC 9(8).
           03  RDI-QTD-ARQUIVOS    PIC 9(03).
           03  RDI-ULT-SEQUENCIA   PIC 9(06).
           03  RDI-QTD-ITENS       PIC 9(06).
           03  RDI-VALOR-TOTAL     PIC 9(10)V99.

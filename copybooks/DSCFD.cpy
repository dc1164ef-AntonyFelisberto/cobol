      *****************************************************************
      * DSCFD.cpy
      * Dialer feed record (DISCADOR.DAT). Rebuilt every night by
      * discExtr from the collections workqueue (COBCART.DAT): one row
      * per assigned contract with a telephone on CUSTMAST.DAT, in the
      * order the dialer must call them - most days late first, then
      * the larger arrears, then the client contacted longest ago
      * (never contacted = first). DSC-SEQUENCIA is that priority.
      * DSC-OPERADOR is the collector who owns the case, so the
      * dialer can route the answered call to the owner.
      *****************************************************************
       01  DSC-REGISTRO.
           03  DSC-SEQUENCIA       PIC 9(05).
           03  DSC-CONTRATO        PIC 9(06).
           03  DSC-CLIENTE         PIC X(20).
           03  DSC-TELEFONE        PIC X(09).
           03  DSC-DIAS-ATRASO     PIC 9(05).
           03  DSC-VALOR-ATRASO    PIC 9(09)V99.
           03  DSC-DT-ULT-CONTATO  PIC 9(8).
           03  DSC-OPERADOR        PIC X(08).

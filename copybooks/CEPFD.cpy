      *****************************************************************
      * CEPFD.cpy
      * CEP reference record (CEPREF.DAT) - the postal service's
      * address base, loaded by cepImp and keyed by the CEP in the
      * same NNNNN-NNN format as CAD-CEP. A CEP that covers a whole
      * town (small municipalities have a single CEP) comes with
      * CEP-LOGRADOURO blank. Read through cepUtil by the customer
      * screen (custMenu) and the address data-quality report.
      *****************************************************************
       01  CEP-REGISTRO.
           03  CEP-CODIGO          PIC X(09).
           03  CEP-LOGRADOURO      PIC X(30).
           03  CEP-CIDADE          PIC X(20).
           03  CEP-UF              PIC X(02).
           03  CEP-DT-CARGA        PIC 9(8).

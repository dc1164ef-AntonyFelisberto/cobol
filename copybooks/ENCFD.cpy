           03  ENC-VALOR-MORA      PIC 9(06)V99.
           03  ENC-VALOR-TOTAL     PIC 9(07)V99.
           03  ENC-DATA-CALCULO    PIC 9(8).
      * ENC-VALOR-ISENTO is the multa/mora already waived on the
      * parcela (ISENCAO.DAT rows in situacao A); multa, mora and
      * total above are net of it, so every reader of the file sees
      * only what the client still owes.
           03  ENC-VALOR-ISENTO    PIC 9(06)V99.

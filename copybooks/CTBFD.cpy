      * the day (event type, debit/credit accounts from GLMAPTB.cpy,
      * amount, contract reference) and one T row per run with the
      * entry count and balancing value total.
      * CTB-EMPRESA is the company whose books the entry belongs to
      * (the contract's company; 01 for entries without a contract).
      * When the group has more than one active company glExtract
      * also writes each company's rows, with its own T row, to
      * CONTABEMP.DAT, which the nightly stream splits by CTB-EMPRESA
      * into one feed per company (CONTABIL-Enn.DAT).
      *****************************************************************
       01  CTB-REGISTRO.
           03  CTB-TIPO            PIC X(01).
           03  CTB-CONTA-CREDITO   PIC 9(05).
           03  CTB-VALOR           PIC 9(10)V99.
           03  CTB-CONTRATO        PIC 9(06).
           03  CTB-EMPRESA         PIC 9(02).

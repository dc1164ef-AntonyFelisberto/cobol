      *****************************************************************
      * LDBFD.cpy
      * Merchant debt record (LOJDEB.DAT). One row per store-originated
      * contract cancelled inside the cooling-off window after the
      * store had already been paid its repasse: the repasse becomes
      * a receivable against the merchant (posted as REPASDEV when
      * the contract is cancelled, cancela.cbl). The next repasse run
      * (lojRepasse) nets the open balance off the store's payment;
      * what it cannot net stays open on the merchant-debts screen
      * (lojDebito) for the commercial team to collect.
      * LDB-SITUACAO: A = em aberto, L = liquidado. LDB-ORIGEM-BAIXA:
      * R = compensado no repasse, C = recebido pelo comercial.
      *****************************************************************
       01  LDB-REGISTRO.
           03  LDB-LOJISTA         PIC 9(04).
           03  LDB-CONTRATO        PIC 9(06).
           03  LDB-CLIENTE         PIC X(20).
           03  LDB-DT-ABERTURA     PIC 9(8).
           03  LDB-VALOR           PIC 9(08)V99.
           03  LDB-SALDO           PIC 9(08)V99.
           03  LDB-SITUACAO        PIC X(01).
               88  LDB-ABERTO          VALUE "A".
               88  LDB-LIQUIDADO       VALUE "L".
           03  LDB-DT-BAIXA        PIC 9(8).
           03  LDB-ORIGEM-BAIXA    PIC X(01).

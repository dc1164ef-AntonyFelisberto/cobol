      *****************************************************************
      * EXBFD.cpy
      * Bank statement file (EXTBANCO.DAT) - the daily statement of
      * the company's accounts in the fixed layout agreed with the
      * bank, one block per account and date: EXB-TIPO H = header
      * with the opening balance, M = one movement (natureza C for
      * money in, D for money out, value, the bank's history text and
      * document number), T = trailer with the movement count and the
      * closing balance. Balances carry their own sign byte ("+" or
      * "-"), the bank's convention for an overdrawn account. Read by
      * extBcoImp, which keeps what it accepts on EXTBCO.DAT
      * (ECBFD.cpy).
      *****************************************************************
       01  EXB-REGISTRO.
           03  EXB-TIPO            PIC X(01).
               88  EXB-CABECALHO-REG   VALUE "H".
               88  EXB-MOVIMENTO-REG   VALUE "M".
               88  EXB-TRAILER-REG     VALUE "T".
           03  EXB-CONTA           PIC X(12).
           03  EXB-DATA            PIC 9(8).
           03  EXB-DETALHE.
               05  EXB-NATUREZA    PIC X(01).
                   88  EXB-CREDITO     VALUE "C".
                   88  EXB-DEBITO      VALUE "D".
               05  EXB-VALOR       PIC 9(12)V99.
               05  EXB-HISTORICO   PIC X(30).
               05  EXB-DOCUMENTO   PIC X(20).
           03  EXB-CABECALHO REDEFINES EXB-DETALHE.
               05  EXB-SINAL-INICIAL PIC X(01).
               05  EXB-SALDO-INICIAL PIC 9(12)V99.
               05  FILLER          PIC X(50).
           03  EXB-TRAILER REDEFINES EXB-DETALHE.
               05  EXB-QTD-MOVIMENTOS PIC 9(06).
               05  EXB-SINAL-FINAL PIC X(01).
               05  EXB-SALDO-FINAL PIC 9(12)V99.
               05  FILLER          PIC X(44).

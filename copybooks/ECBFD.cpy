      *****************************************************************
      * ECBFD.cpy
      * Imported bank statements (EXTBCO.DAT) - every statement block
      * extBcoImp accepted from EXTBANCO.DAT (EXBFD.cpy), cumulative.
      * Per account and date one ECB-SALDO row (ECB-SEQ zeros) with
      * the opening and closing balances and then one ECB-LANCAMENTO
      * row per movement in statement order. concBco matches the
      * movements against what our programs expect (MOVBCO.DAT,
      * MVBFD.cpy): ECB-SITUACAO P = pendente, C = conciliado on
      * ECB-DT-CONCILIACAO with the origin and reference of the
      * movement it matched. An account and date is imported once.
      *****************************************************************
       01  ECB-REGISTRO.
           03  ECB-CONTA           PIC X(12).
           03  ECB-DATA            PIC 9(8).
           03  ECB-SEQ             PIC 9(05).
           03  ECB-TIPO            PIC X(01).
               88  ECB-SALDO           VALUE "S".
               88  ECB-LANCAMENTO      VALUE "L".
           03  ECB-NATUREZA        PIC X(01).
               88  ECB-CREDITO         VALUE "C".
               88  ECB-DEBITO          VALUE "D".
           03  ECB-VALOR           PIC 9(12)V99.
           03  ECB-SALDO-INICIAL   PIC S9(12)V99.
           03  ECB-SALDO-FINAL     PIC S9(12)V99.
           03  ECB-HISTORICO       PIC X(30).
           03  ECB-DOCUMENTO       PIC X(20).
           03  ECB-DT-IMPORTACAO   PIC 9(8).
           03  ECB-SITUACAO        PIC X(01).
               88  ECB-PENDENTE        VALUE "P".
               88  ECB-CONCILIADO      VALUE "C".
           03  ECB-DT-CONCILIACAO  PIC 9(8).
           03  ECB-ORIGEM          PIC X(08).
           03  ECB-REFERENCIA      PIC X(30).

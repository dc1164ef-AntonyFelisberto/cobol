      *****************************************************************
      * RZSFD.cpy
      * Company ledger record (SALDOCTB.DAT), kept by razao.cbl from
      * the daily CONTABIL.DAT feed. Balances are debit-positive (a
      * negative value is a credit balance), per company and
      * PLACTB.cpy account:
      *   M = month row (RZS-DATA = AAAAMM00): balance at the start of
      *       the competencia, the month's debits and credits, the
      *       year-end closing transfer (encerra.cbl, December row
      *       only) and the balance at the end. The first row of an
      *       account carries the opening balance keyed by saldoImp.
      *   D = day row (RZS-DATA = AAAAMMDD): the debits and credits
      *       one feed applied, so a rerun of the same day replaces
      *       them instead of adding twice. Kept for the current and
      *       the previous competencia only.
      *   E = exercise closed (RZS-DATA = AAAA0000): who closed the
      *       year and when - one row per closing run.
      *   C = control (company 00): RZS-DATA is the latest feed date
      *       applied.
      *****************************************************************
       01  RZS-REGISTRO.
           03  RZS-TIPO            PIC X(01).
               88  RZS-MENSAL          VALUE "M".
               88  RZS-DIARIO          VALUE "D".
               88  RZS-EXERCICIO       VALUE "E".
               88  RZS-CONTROLE        VALUE "C".
           03  RZS-EMPRESA         PIC 9(02).
           03  RZS-CONTA           PIC 9(05).
           03  RZS-DATA            PIC 9(8).
           03  RZS-SALDO-INICIAL   PIC S9(12)V99.
           03  RZS-DEBITOS         PIC 9(12)V99.
           03  RZS-CREDITOS        PIC 9(12)V99.
           03  RZS-ENCERRAMENTO    PIC S9(12)V99.
           03  RZS-SALDO-FINAL     PIC S9(12)V99.
           03  RZS-DT-ATUALIZACAO  PIC 9(8).
           03  RZS-OPERADOR        PIC X(08).

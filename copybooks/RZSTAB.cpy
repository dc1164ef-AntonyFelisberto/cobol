      *****************************************************************
      * RZSTAB.cpy
      * Working copy of the company ledger (SALDOCTB.DAT, RZSFD.cpy)
      * for the programs that load it whole, change it in memory and
      * rewrite it: razao, saldoImp and encerra - read-only for
      * balancete. Same layout as RZS-REGISTRO, so a row moves in and
      * out in one MOVE. WS-RZ-TIPO X marks a row dropped by the
      * run, left out when the file is rewritten.
      *****************************************************************
       01  WS-QTD-RZS              PIC 9(05) VALUE ZEROS.
       01  WS-TABELA-RAZAO.
           03  WS-RZ-ITEM OCCURS 0 TO 8000 TIMES
                          DEPENDING ON WS-QTD-RZS.
               05  WS-RZ-TIPO          PIC X(01).
               05  WS-RZ-EMPRESA       PIC 9(02).
               05  WS-RZ-CONTA         PIC 9(05).
               05  WS-RZ-DATA          PIC 9(8).
               05  WS-RZ-SALDO-INICIAL PIC S9(12)V99.
               05  WS-RZ-DEBITOS       PIC 9(12)V99.
               05  WS-RZ-CREDITOS      PIC 9(12)V99.
               05  WS-RZ-ENCERRAMENTO  PIC S9(12)V99.
               05  WS-RZ-SALDO-FINAL   PIC S9(12)V99.
               05  WS-RZ-DT-ATUALIZACAO PIC 9(8).
               05  WS-RZ-OPERADOR      PIC X(08).

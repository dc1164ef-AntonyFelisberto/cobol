      *****************************************************************
      * CHQFD.cpy
      * Post-dated cheque custody register (CHEQUE.DAT). One row per
      * cheque a client leaves with us for a parcela - issuing bank,
      * agencia, conta and number, the amount and the good-for date
      * (bom para) - so the drawer and the paper deposit list are
      * replaced by a file. CHQ-ID is the custody number printed on
      * the receipt. CHQ-SITUACAO: C = em custodia, D = depositado
      * (the deposit run posted it to the contract like a counter
      * payment, operator CHEQUE), V = devolvido pelo banco (the
      * payment was reversed, CHQ-ALINEA says why - CHQMOT.cpy),
      * R = restituido ao cliente (taken back at the desk before it
      * was deposited). CHQ-VALOR-CREDITO is the part of a deposited
      * cheque that went to CREDSALD.DAT because the contract had
      * nothing more open. A returned cheque carries the returned-
      * cheque fee (CHQ-TARIFA-SIT P = pendente, R = recebida no
      * balcao and posted to the GL as TARIFA).
      *****************************************************************
       01  CHQ-REGISTRO.
           03  CHQ-ID              PIC 9(07).
           03  CHQ-CONTRATO        PIC 9(06).
           03  CHQ-PARCELA         PIC 999.
           03  CHQ-COD-CLIENTE     PIC 9(05).
           03  CHQ-CLIENTE         PIC X(20).
           03  CHQ-BANCO           PIC 9(03).
           03  CHQ-AGENCIA         PIC 9(05).
           03  CHQ-CONTA           PIC 9(10).
           03  CHQ-NUMERO          PIC 9(06).
           03  CHQ-VALOR           PIC 9(06)V99.
           03  CHQ-DT-BOM-PARA     PIC 9(8).
           03  CHQ-DT-CUSTODIA     PIC 9(8).
           03  CHQ-OPERADOR        PIC X(08).
           03  CHQ-SITUACAO        PIC X(01).
               88  CHQ-EM-CUSTODIA     VALUE "C".
               88  CHQ-DEPOSITADO      VALUE "D".
               88  CHQ-DEVOLVIDO       VALUE "V".
               88  CHQ-RESTITUIDO      VALUE "R".
           03  CHQ-DT-DEPOSITO     PIC 9(8).
           03  CHQ-VALOR-CREDITO   PIC 9(06)V99.
           03  CHQ-DT-DEVOLUCAO    PIC 9(8).
           03  CHQ-ALINEA          PIC 9(02).
           03  CHQ-OPE-DEVOLUCAO   PIC X(08).
           03  CHQ-VALOR-TARIFA    PIC 9(04)V99.
           03  CHQ-TARIFA-SIT      PIC X(01).
               88  CHQ-TARIFA-PENDENTE VALUE "P".
               88  CHQ-TARIFA-RECEBIDA VALUE "R".
           03  CHQ-DT-TARIFA       PIC 9(8).
           03  CHQ-OPE-TARIFA      PIC X(08).

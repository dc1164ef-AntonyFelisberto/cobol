      *****************************************************************
      * HLDFD.cpy
      * Collections hold register (HOLDCOB.DAT), kept by cobHold. One
      * row per hold, numbered in sequence. HLD-TIPO: C = one
      * contract (HLD-CONTRATO), L = every contract of a client
      * (HLD-COD-CLIENTE, HLD-CONTRATO zero). HLD-MOTIVO is a reason
      * code from HLDMOT.cpy. A hold in situacao A is in force from
      * HLD-DT-INICIO through HLD-DT-EXPIRA inclusive: while it is,
      * the outbound collection steps (cartas, notifica, cobWork,
      * assessLote, remessa, debGera, blackAuto) leave the contract
      * alone and lateCharge posts no multa/mora on it - all of them
      * ask holdUtil. L = liberado by hand before the expiry
      * (HLD-DT-SITUACAO/HLD-OPER-SITUACAO say when and by whom).
      * HLD-OPERADOR is the operator who authorised the hold.
      *****************************************************************
       01  HLD-REGISTRO.
           03  HLD-NUMERO          PIC 9(05).
           03  HLD-TIPO            PIC X(01).
               88  HLD-POR-CONTRATO    VALUE "C".
               88  HLD-POR-CLIENTE     VALUE "L".
           03  HLD-CONTRATO        PIC 9(06).
           03  HLD-COD-CLIENTE     PIC 9(05).
           03  HLD-CLIENTE         PIC X(20).
           03  HLD-MOTIVO          PIC X(02).
           03  HLD-OBSERVACAO      PIC X(30).
           03  HLD-DT-INICIO       PIC 9(8).
           03  HLD-DT-EXPIRA       PIC 9(8).
           03  HLD-OPERADOR        PIC X(08).
           03  HLD-SITUACAO        PIC X(01).
               88  HLD-ATIVO           VALUE "A".
               88  HLD-LIBERADO        VALUE "L".
           03  HLD-DT-SITUACAO     PIC 9(8).
           03  HLD-OPER-SITUACAO   PIC X(08).

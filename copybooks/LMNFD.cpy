      *****************************************************************
      * LMNFD.cpy
      * Manual journal-entry register (LANCMAN.DAT). One row per
      * correction the accounting team keys in lancMan: a balanced
      * debit/credit pair between two GL accounts of GLMAPTB.cpy,
      * the amount, the reason and - when the correction belongs to
      * one - the contract. LMN-SITUACAO: P = pendente (keyed, not
      * yet on the ledger), L = liberado (approved by a level-3
      * operator other than the one who keyed it and written to
      * CONTABIL.DAT/CONTABHIS.DAT as event MANUAL on LMN-DT-DECISAO),
      * R = recusado. LMN-NUMERO is the sequential entry number
      * shown on the screens and used by the approver to pick it.
      *****************************************************************
       01  LMN-REGISTRO.
           03  LMN-NUMERO          PIC 9(06).
           03  LMN-DATA            PIC 9(8).
           03  LMN-HORA            PIC 9(8).
           03  LMN-CONTA-DEBITO    PIC 9(05).
           03  LMN-CONTA-CREDITO   PIC 9(05).
           03  LMN-VALOR           PIC 9(10)V99.
           03  LMN-CONTRATO        PIC 9(06).
           03  LMN-MOTIVO          PIC X(40).
           03  LMN-OPERADOR        PIC X(08).
           03  LMN-NIVEL           PIC 9.
           03  LMN-APROVADOR       PIC X(08).
           03  LMN-DT-DECISAO      PIC 9(8).
           03  LMN-SITUACAO        PIC X(01).
               88  LMN-PENDENTE        VALUE "P".
               88  LMN-LIBERADO        VALUE "L".
               88  LMN-RECUSADO        VALUE "R".
           03  LMN-OBS-DECISAO     PIC X(30).

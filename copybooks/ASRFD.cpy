      *****************************************************************
      * ASRFD.cpy
      * Collection agency attributed-payment record (ASSREC.DAT).
      * One row per PAGHIST.DAT row (P pagamento, M multa/mora or
      * E estorno) that arrived on a contract while it was placed
      * with an agency, carrying the commission owed on it at the
      * placement's frozen rate - an estorno row carries the
      * commission to be taken back. The month-end settlement
      * (assessAcerto) pays the pending rows and marks them.
      * ASR-SITUACAO: P = pendente de acerto, L = liquidado em
      * ASR-DT-ACERTO.
      *****************************************************************
       01  ASR-REGISTRO.
           03  ASR-ASSESSORIA      PIC 9(04).
           03  ASR-CONTRATO        PIC 9(06).
           03  ASR-TIPO            PIC X(01).
           03  ASR-PARCELA         PIC 999.
           03  ASR-DATA            PIC 9(8).
           03  ASR-VALOR           PIC 9(06)V99.
           03  ASR-PCT-COMISSAO    PIC 9(02)V99.
           03  ASR-COMISSAO        PIC 9(06)V99.
           03  ASR-SITUACAO        PIC X(01).
               88  ASR-PENDENTE        VALUE "P".
               88  ASR-LIQUIDADO       VALUE "L".
           03  ASR-DT-ACERTO       PIC 9(8).

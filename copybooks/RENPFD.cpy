      * applying them; renAprova.cbl is the supervisor function that
      * approves (rebooking onto FINMAST.DAT) or refuses each one.
      * REP-SITUACAO: P = pendente, A = aprovada, R = recusada.
      * REP-OPERADOR is who asked for the renegotiation and
      * REP-APROVADOR the supervisor who decided it, so the
      * segregation-of-duties review can see both sides.
      *****************************************************************
       01  REP-REGISTRO.
           03  REP-CONTRATO        PIC 9(06).
           03  REP-SISTEMA         PIC X(01).
           03  REP-DATA            PIC 9(8).
           03  REP-SITUACAO        PIC X(01).
           03  REP-OPERADOR        PIC X(08).
           03  REP-APROVADOR       PIC X(08).
           03  REP-DT-DECISAO      PIC 9(8).

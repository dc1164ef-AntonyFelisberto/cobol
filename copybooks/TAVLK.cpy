      *****************************************************************
      * TAVLK.cpy
      * Call area of tarifaUtil, the shared service-fee routine.
      * TRU-FUNCAO selects the service:
      *   V - fee in force today for TRU-SERVICO (TARIFAS.DAT): the
      *       fee capped at its regulatory ceiling in TRU-VALOR and
      *       the ceiling in TRU-LIMITE; TRU-RETORNO N when the
      *       service has no fee in force;
      *   L - raises a pending fee item on TARITEM.DAT for
      *       TRU-CONTRATO / TRU-COD-CLIENTE. With TRU-VALOR zeros the
      *       fee in force is looked up as in V; a caller with a fee
      *       of its own (the cheque desk's SYSPARM fallback) passes
      *       it in TRU-VALOR, still capped at a ceiling in force.
      *       TRU-RETORNO N when there is nothing to charge;
      *   C - total of the pending items of contract TRU-CONTRATO
      *       plus the client-wide items of TRU-COD-CLIENTE, in
      *       TRU-VALOR - what the next boleto carries. Returned-
      *       cheque fees are left out: the cheque desk collects
      *       them;
      *   B - settles at the counter the pending item of contract
      *       TRU-CONTRATO whose reference is TRU-REFERENCIA (the
      *       cheque desk receiving a returned-cheque fee).
      * A caller that does not know the operator passes spaces and
      * the signed-on operator is taken from OPERSESS.DAT.
      *****************************************************************
       01  TRU-PARAMETROS.
           03  TRU-FUNCAO          PIC X(01).
           03  TRU-SERVICO         PIC X(02).
           03  TRU-CONTRATO        PIC 9(06).
           03  TRU-COD-CLIENTE     PIC 9(05).
           03  TRU-OPERADOR        PIC X(08).
           03  TRU-REFERENCIA      PIC X(12).
           03  TRU-VALOR           PIC 9(06)V99.
           03  TRU-LIMITE          PIC 9(04)V99.
           03  TRU-RETORNO         PIC X(01).
               88  TRU-OK              VALUE "S".
               88  TRU-SEM-TARIFA      VALUE "N".

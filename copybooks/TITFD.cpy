      *****************************************************************
      * TITFD.cpy
      * Service-fee item record (TARITEM.DAT) - one row per fee
      * raised against a client by a program that provided a
      * service (tarifaUtil, function L). TIT-CONTRATO is the
      * contract the service was for; zeros when the service was
      * for the client as a whole (a registration update), then the
      * fee goes with the next parcela of any of the client's
      * contracts. TIT-REFERENCIA identifies the service given
      * (the custody number of a returned cheque, the new due day).
      * TIT-SITUACAO: P = pendente - added to the next boleto of the
      * contract; B = paga no balcao (tarifa.cbl, or the cheque desk
      * for a returned cheque) and counted in the operator's cashier
      * closeout; S = abatida do saldo credor - the boleto carrying
      * it was paid, the surplus went to CREDSALD.DAT and the nightly
      * tarifaCob took the fee from it; X = isenta (waived at the fee
      * desk under a supervisor's code). B and S are posted to
      * CONTABIL.DAT as TARIFA on TIT-DT-BAIXA.
      *****************************************************************
       01  TIT-REGISTRO.
           03  TIT-ID              PIC 9(08).
           03  TIT-CONTRATO        PIC 9(06).
           03  TIT-COD-CLIENTE     PIC 9(05).
           03  TIT-SERVICO         PIC X(02).
           03  TIT-VALOR           PIC 9(04)V99.
           03  TIT-DT-LANCAMENTO   PIC 9(8).
           03  TIT-OPE-LANCAMENTO  PIC X(08).
           03  TIT-REFERENCIA      PIC X(12).
           03  TIT-SITUACAO        PIC X(01).
               88  TIT-PENDENTE        VALUE "P".
               88  TIT-PAGA-BALCAO     VALUE "B".
               88  TIT-ABATIDA-SALDO   VALUE "S".
               88  TIT-ISENTA          VALUE "X".
           03  TIT-DT-BAIXA        PIC 9(8).
           03  TIT-OPE-BAIXA       PIC X(08).

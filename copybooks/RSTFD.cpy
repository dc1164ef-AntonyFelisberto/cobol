      *****************************************************************
      * RSTFD.cpy
      * Refund request record (RESTITUI.DAT) - one row per payout by
      * bank transfer of money we owe a client, keyed in at the
      * refund desk (restitui.cbl) and kept in RST-NUMERO order.
      * RST-ORIGEM: S = saldo credor (an overpayment or a duplicate
      * payment held on CREDSALD.DAT); E = entrada of a contract
      * cancelled in the cooling-off window (cancela.cbl).
      * The account must belong to the client: RST-CPF-CNPJ is the
      * account holder's document and has to match CAD-CPF-CNPJ.
      * RST-SITUACAO: P = pendente de aprovacao - above the SYSPARM
      * limit and not yet approved by a level-3 supervisor;
      * A = aprovada, waiting for the nightly payout (restPag);
      * E = enviada ao banco in RESTPAG.TXT on RST-DT-ENVIO - an
      * origin-S refund is debited from CREDSALD.DAT at that moment;
      * L = liquidada - the bank confirmed the transfer (restRet);
      * D = devolvida pelo banco (restRet) - an origin-S amount goes
      * back to the client's credit balance; C = cancelada - refused
      * by the supervisor or, at the payout, no longer covered by the
      * client's balance. RST-MOTIVO carries the reason of C and D.
      *****************************************************************
       01  RST-REGISTRO.
           03  RST-NUMERO          PIC 9(06).
           03  RST-ORIGEM          PIC X(01).
               88  RST-SALDO-CREDOR    VALUE "S".
               88  RST-ENTRADA         VALUE "E".
           03  RST-COD-CLIENTE     PIC 9(05).
           03  RST-CLIENTE         PIC X(20).
           03  RST-CONTRATO        PIC 9(06).
           03  RST-TIPO-PESSOA     PIC X(01).
           03  RST-CPF-CNPJ        PIC 9(14).
           03  RST-BANCO           PIC 9(03).
           03  RST-AGENCIA         PIC 9(05).
           03  RST-CONTA           PIC 9(10).
           03  RST-DIGITO          PIC X(01).
           03  RST-TIPO-CONTA      PIC X(01).
               88  RST-CONTA-CORRENTE  VALUE "C".
               88  RST-CONTA-POUPANCA  VALUE "P".
           03  RST-VALOR           PIC 9(06)V99.
           03  RST-DT-PEDIDO       PIC 9(8).
           03  RST-OPERADOR        PIC X(08).
           03  RST-SUPERVISOR      PIC X(08).
           03  RST-DT-APROVACAO    PIC 9(8).
           03  RST-SITUACAO        PIC X(01).
               88  RST-PENDENTE        VALUE "P".
               88  RST-APROVADA        VALUE "A".
               88  RST-ENVIADA         VALUE "E".
               88  RST-LIQUIDADA       VALUE "L".
               88  RST-DEVOLVIDA       VALUE "D".
               88  RST-CANCELADA       VALUE "C".
           03  RST-DT-ENVIO        PIC 9(8).
           03  RST-DT-RETORNO      PIC 9(8).
           03  RST-MOTIVO          PIC X(20).

      *****************************************************************
      * MOFFD.cpy
      * Debt-settlement drive offer record (MUTOFER.DAT). One row
      * per contract a campaign (MUTFD.cpy) made an offer to, written
      * by the offer batch (mutLote) with the saldo devedor of the
      * day and both priced options frozen: the discounted cash
      * settlement (MOF-VALOR-QUITACAO) and the discounted new
      * schedule (MOF-VALOR-RENEG, of which MOF-VALOR-ENTRADA is paid
      * up front on the entrada boleto and the rest spread over
      * MOF-NUM-PARCELAS at MOF-TAXA-JUROS, estimated prestacao
      * MOF-VALOR-PARCELA). Bank return processing (retorno) settles
      * or reschedules the contract when the campaign boleto is paid
      * and stamps the adhesion here; the closing report (mutFecha)
      * reads adherence and amount recovered from these rows.
      * MOF-SITUACAO: E = emitida, Q = aderiu a quitacao,
      * R = aderiu a renegociacao, X = expirada sem adesao.
      *****************************************************************
       01  MOF-REGISTRO.
           03  MOF-CAMPANHA        PIC 9(04).
           03  MOF-CONTRATO        PIC 9(06).
           03  MOF-COD-CLIENTE     PIC 9(05).
           03  MOF-CLIENTE         PIC X(20).
           03  MOF-DIAS-ATRASO     PIC 9(05).
           03  MOF-SALDO           PIC 9(06)V99.
           03  MOF-VALOR-QUITACAO  PIC 9(06)V99.
           03  MOF-VALOR-RENEG     PIC 9(06)V99.
           03  MOF-VALOR-ENTRADA   PIC 9(06)V99.
           03  MOF-TAXA-JUROS      PIC 9V9999.
           03  MOF-NUM-PARCELAS    PIC 999.
           03  MOF-VALOR-PARCELA   PIC 9(06)V99.
           03  MOF-DT-VALIDADE     PIC 9(8).
           03  MOF-SITUACAO        PIC X(01).
               88  MOF-EMITIDA         VALUE "E".
               88  MOF-QUITADA         VALUE "Q".
               88  MOF-RENEGOCIADA     VALUE "R".
               88  MOF-EXPIRADA        VALUE "X".
           03  MOF-DT-ADESAO       PIC 9(8).
           03  MOF-VALOR-PAGO      PIC 9(06)V99.
           03  MOF-VALOR-DESCONTO  PIC 9(06)V99.

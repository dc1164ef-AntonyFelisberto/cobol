      *****************************************************************
      * OFTFD.cpy
      * Pre-approved credit offer record (OFERTA.DAT). One row per
      * client the monthly offer batch (ofertaLote) selected from the
      * nightly behavior score: the amount, term, table rate and
      * estimated PRICE prestacao frozen on the day, and the channels
      * it actually went out on after the client's consent
      * (CONSENT.DAT) - OFT-CANAL: A = mensagem e carta, M = so
      * mensagem, C = so carta, N = nenhum (fica para o atendimento).
      * OFT-CODIGO is AAMM of the batch + client code + a mod-10
      * check digit; keyed back in when the client accepts
      * (ofertaAceita), it becomes the simulation OFT-SIMULACAO in
      * SIMULA.DAT, converted into a contract by the normal intake.
      * OFT-SITUACAO: E = emitida, S = aceita (simulacao gerada).
      *****************************************************************
       01  OFT-REGISTRO.
           03  OFT-CODIGO          PIC 9(10).
           03  OFT-COD-CLIENTE     PIC 9(05).
           03  OFT-CLIENTE         PIC X(20).
           03  OFT-FAIXA           PIC X(01).
           03  OFT-DT-EMISSAO      PIC 9(8).
           03  OFT-DT-VALIDADE     PIC 9(8).
           03  OFT-COD-PRODUTO     PIC 9(04).
           03  OFT-VALOR           PIC 9(06)V99.
           03  OFT-NUM-PARCELAS    PIC 999.
           03  OFT-TAXA-JUROS      PIC 9V9999.
           03  OFT-VALOR-PARCELA   PIC 9(06)V99.
           03  OFT-CANAL           PIC X(01).
               88  OFT-SEM-ENVIO       VALUE "N".
           03  OFT-SITUACAO        PIC X(01).
               88  OFT-EMITIDA         VALUE "E".
               88  OFT-ACEITA          VALUE "S".
           03  OFT-SIMULACAO       PIC 9(06).
           03  OFT-DT-ACEITE       PIC 9(8).

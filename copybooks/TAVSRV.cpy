      *****************************************************************
      * TAVSRV.cpy
      * Customer-requested services that carry a fee (TAV-SERVICO in
      * TAVFD.cpy, TIT-SERVICO in TITFD.cpy), with the description
      * the fee desk, the statement and the fee-revenue report show.
      *   2V - second copy of the boleto printed at the counter
      *        (boleto);
      *   EP - statement printed on paper for the client (extrato);
      *   AV - change of the parcelas' due day (altVenc);
      *   AC - update of the registration data (custMenu);
      *   CD - cheque returned by the bank (cheque).
      *****************************************************************
       01  WS-SRV-VALORES.
           05  FILLER PIC X(27) VALUE "2VSEGUNDA VIA DE BOLETO    ".
           05  FILLER PIC X(27) VALUE "EPEXTRATO EM PAPEL         ".
           05  FILLER PIC X(27) VALUE "AVALTERACAO DE VENCIMENTO  ".
           05  FILLER PIC X(27) VALUE "ACATUALIZACAO CADASTRAL    ".
           05  FILLER PIC X(27) VALUE "CDCHEQUE DEVOLVIDO         ".
       01  WS-TABELA-SRV REDEFINES WS-SRV-VALORES.
           05  WS-SRV-ITEM OCCURS 5 TIMES.
               10  WS-SRV-CODIGO  PIC X(02).
               10  WS-SRV-NOME    PIC X(25).
       77  WS-SRV-QTD             PIC 9(02) VALUE 5.

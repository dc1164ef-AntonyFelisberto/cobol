      * RETFD.cpy
      * Bank collection return record (RETORNO.DAT) - one row per item
      * the bank collected on our behalf: which contract and parcela
      * was paid, when and how much. Read by the return processing
      * (retorno.cbl, in the nightly stream and in the intraday
      * cycles), which posts each item the same way the counter
      * posting does and rejects what it cannot match.
      * RET-CAMPANHA / RET-OFERTA are filled only for the boletos of
      * a debt-settlement drive (MUTFD.cpy): the campaign code and
      * the option paid (Q = quitacao, R = entrada da renegociacao),
      * read back from the digitable line; on ordinary items they
      * come blank and the item posts as a parcela payment.
      *****************************************************************
       01  RET-REGISTRO.
           03  RET-CONTRATO        PIC 9(06).
           03  RET-PARCELA         PIC 999.
           03  RET-DT-PAGAMENTO    PIC 9(8).
           03  RET-VALOR-PAGO      PIC 9(06)V99.
           03  RET-CAMPANHA        PIC 9(04).
           03  RET-OFERTA          PIC X(01).
      * Since the bank sends several return files a day, each file
      * opens with a header row (RET-CAB-ID = RETHDR) carrying the
      * bank's sequence number for the file, the file date and the
      * item count and value total of the file; retorno.cbl logs
      * every sequence it posts in RETCICLO.DAT (RCIFD.cpy) so the
      * same file is never posted twice. A file without the header
      * is the old single daily file, governed by RUNCTL.DAT.
       01  RET-CABECALHO.
           03  RET-CAB-ID          PIC X(06).
               88  RET-E-CABECALHO     VALUE "RETHDR".
           03  RET-CAB-SEQUENCIA   PIC 9(06).
           03  RET-CAB-DATA        PIC 9(8).
           03  RET-CAB-QTD-ITENS   PIC 9(06).
           03  RET-CAB-VALOR-TOTAL PIC 9(10)V99.

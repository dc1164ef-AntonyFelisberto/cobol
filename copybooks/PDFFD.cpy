      *****************************************************************
      * PDFFD.cpy
      * Payment holiday deferral record (PAUSADEF.DAT), append-only,
      * one row per contract a campaign was applied to by pausaLote.
      * From parcela PDF-PARCELA-INICIAL onwards every parcela of the
      * contract falls due PDF-MESES months later than before;
      * vencUtil adds the months of every row covering a parcela to
      * each due-date computation, so posWork (and through it
      * lateCharge, cartas and cobWork), boletos, remessa and debGera
      * see the paused parcelas as not yet due. PDF-VALOR-JUROS is
      * the interest of the pause on PDF-SALDO-DEVEDOR: added to the
      * remaining parcelas when PDF-JUROS is C, waived when I.
      *****************************************************************
       01  PDF-REGISTRO.
           03  PDF-CONTRATO        PIC 9(06).
           03  PDF-CAMPANHA        PIC 9(04).
           03  PDF-PARCELA-INICIAL PIC 999.
           03  PDF-QTD-PARCELAS    PIC 999.
           03  PDF-MESES           PIC 9(02).
           03  PDF-DT-VENC-ANTERIOR PIC 9(8).
           03  PDF-DT-VENC-NOVO    PIC 9(8).
           03  PDF-DT-FIM-PAUSA    PIC 9(8).
           03  PDF-SALDO-DEVEDOR   PIC 9(07)V99.
           03  PDF-JUROS           PIC X(01).
               88  PDF-CAPITALIZADO    VALUE "C".
               88  PDF-ISENTO          VALUE "I".
           03  PDF-VALOR-JUROS     PIC 9(07)V99.
           03  PDF-VALOR-DIFERIDO  PIC 9(08)V99.
           03  PDF-QTD-BOLETOS     PIC 9(02).
           03  PDF-DATA            PIC 9(8).
           03  PDF-OPERADOR        PIC X(08).

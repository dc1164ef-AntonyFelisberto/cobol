      *****************************************************************
      * AVCFD.cpy
      * Due-date change amendment record (VENCALT.DAT), append-only,
      * written by altVenc. From parcela AVC-PARCELA-INICIAL onwards
      * the contract falls due on day AVC-DIA-NOVO instead of the day
      * of FIN-DT-CONTRATO (or of the previous amendment); the month
      * of each parcela does not move, and the date still goes
      * through dataUtil (month end) and diaUtil (business day).
      * vencUtil applies the rows to every due-date computation - the
      * latest row of a contract covering a parcela wins.
      * AVC-DIAS-PRORATA is the day difference on the first moved
      * parcela and AVC-VALOR-AJUSTE the pro-rata interest put on it:
      * AVC-TIPO-AJUSTE J = juros cobrados (due day moved later),
      * C = credito (due day moved earlier).
      *****************************************************************
       01  AVC-REGISTRO.
           03  AVC-CONTRATO        PIC 9(06).
           03  AVC-PARCELA-INICIAL PIC 999.
           03  AVC-DIA-ANTERIOR    PIC 9(02).
           03  AVC-DIA-NOVO        PIC 9(02).
           03  AVC-DATA            PIC 9(8).
           03  AVC-OPERADOR        PIC X(08).
           03  AVC-DT-VENC-ANTERIOR PIC 9(8).
           03  AVC-DT-VENC-NOVO    PIC 9(8).
           03  AVC-DIAS-PRORATA    PIC 9(02).
           03  AVC-TIPO-AJUSTE     PIC X(01).
               88  AVC-JUROS-COBRADOS  VALUE "J".
               88  AVC-CREDITO         VALUE "C".
           03  AVC-VALOR-AJUSTE    PIC 9(06)V99.

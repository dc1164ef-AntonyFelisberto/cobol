      *****************************************************************
      * CTRSEQ.cpy
      * FD record layout for CONTSEQ.DAT, the contract number
      * sequence - one row per company of the group (EMPFD.cpy).
      * Every program that books a new financing contract asks
      * empUtil for the next number of the contract's company, which
      * reads the last number used here, adds one inside the
      * company's range and writes it back, so contract numbers are
      * unique across interactive intake, batch and companies. The
      * single row of the original layout (no company) is company
      * 01's sequence.
      *****************************************************************
       01  SEQ-REGISTRO.
           03  SEQ-ULT-CONTRATO    PIC 9(06).
           03  SEQ-EMPRESA         PIC 9(02).

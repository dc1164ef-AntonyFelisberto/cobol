      *****************************************************************
      * BWLFD.cpy
      * Batch-window override log (BATCHWIN.LOG). One row per update
      * a level-3 supervisor released while the nightly stream held
      * the batch window open (janelaUtil): when, which program, the
      * operator signed on at the terminal and the supervisor who
      * answered for it, plus the date the window was opened.
      *****************************************************************
       01  BWL-REGISTRO.
           03  BWL-DATA            PIC 9(8).
           03  BWL-HORA            PIC 9(8).
           03  BWL-PROGRAMA        PIC X(16).
           03  BWL-OPERADOR        PIC X(08).
           03  BWL-SUPERVISOR      PIC X(08).
           03  BWL-DT-JANELA       PIC 9(8).
           03  BWL-HR-JANELA       PIC X(8).

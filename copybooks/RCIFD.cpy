      *****************************************************************
      * RCIFD.cpy
      * Bank-return cycle log (RETCICLO.DAT). One row per event of a
      * retorno cycle - E = started, C = completed, D = file refused
      * as already posted - keyed by the bank's file date and
      * sequence number (RET-CABECALHO in RETFD.cpy; sequence 0 is
      * the old headerless daily file). retorno.cbl reads it before
      * posting: a sequence already C is never posted again, and a
      * cycle left E by an abend must be finished before any other
      * file posts. The C row carries the cycle's totals next to the
      * bank's own header totals, which the day-end summary
      * (retDia.cbl) reconciles against the bank's daily total.
      *****************************************************************
       01  RCI-REGISTRO.
           03  RCI-DATA-ARQUIVO    PIC 9(8).
           03  RCI-SEQUENCIA       PIC 9(06).
           03  RCI-SITUACAO        PIC X(01).
               88  RCI-INICIADO        VALUE "E".
               88  RCI-CONCLUIDO       VALUE "C".
               88  RCI-DUPLICADO       VALUE "D".
           03  RCI-DATA-PROC       PIC 9(8).
           03  RCI-HORA            PIC 9(8).
           03  RCI-QTD-BANCO       PIC 9(06).
           03  RCI-VALOR-BANCO     PIC 9(10)V99.
           03  RCI-LIDOS           PIC 9(06).
           03  RCI-VALOR-LIDO      PIC 9(10)V99.
           03  RCI-POSTADOS        PIC 9(06).
           03  RCI-REJEITADOS      PIC 9(06).

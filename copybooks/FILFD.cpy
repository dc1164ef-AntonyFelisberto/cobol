      * own branch's book and drives the branch subtotals with a
      * consolidated rollup on the big outputs, so each branch
      * manager answers for their own numbers.
      * FIL-HORA-ABERTURA / FIL-HORA-FECHAMENTO (HHMM) are the branch's
      * business hours, against which the operator activity report
      * (opeAtiv) flags work done after hours; zeros or spaces (rows
      * registered before the fields existed) mean 0800 to 1800.
      *****************************************************************
       01  FIL-REGISTRO.
           03  FIL-CODIGO          PIC 9(02).
           03  FIL-SITUACAO        PIC X(01).
               88  FIL-ATIVA           VALUES "A" SPACE.
               88  FIL-INATIVA         VALUE "I".
           03  FIL-HORA-ABERTURA   PIC 9(04).
           03  FIL-HORA-FECHAMENTO PIC 9(04).

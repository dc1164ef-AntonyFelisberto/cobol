      *****************************************************************
      * BWNFD.cpy
      * Batch-window indicator (BATCHWIN.DAT), one row written by the
      * nightly stream controller (jobs/nightly_batch.sh): set to A
      * (aberta) when the stream starts posting and rewritten F
      * (fechada) when it completes. While it is A the online
      * programs that update FINMAST, PAGMAST, CUSTMAST or PAGHIST
      * refuse the update (janelaUtil) unless a level-3 supervisor
      * releases it, and the menu shows the window banner. A stream
      * that abends or holds leaves it A until the rerun completes.
      *****************************************************************
       01  BWN-REGISTRO.
           03  BWN-SITUACAO        PIC X(1).
               88  BWN-ABERTA          VALUE "A".
               88  BWN-FECHADA         VALUE "F".
           03  BWN-DATA            PIC 9(8).
           03  BWN-HORA            PIC X(8).

      * rerun (via runCtl.cbl) - checked by each posting batch at
      * startup so the same day's stream cannot be posted twice:
      * a job that already completed today refuses to run again
      * unless an F row was keyed after it. For RETORNO, whose bank
      * files run as several cycles a day (RETCICLO.DAT), the daily
      * rule only governs the old headerless file, and an F row lets
      * a new file post past a cycle left incomplete by an abend.
      * Ops query the file with
      * runCtl.cbl to see the state of tonight's stream.
      *****************************************************************
       01  RUN-REGISTRO.

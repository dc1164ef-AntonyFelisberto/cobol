      *****************************************************************
      * SMAFD.cpy
      * Stream SLA alert record (STREAMAL.DAT), written by streamSla
      * when the stream controller checks the night after each step:
      * SMA-TIPO L = the step ran more than the SYSPARM tolerance over
      * its 30-night average, S = the projected end of the stream
      * passes the SYSPARM target end time. One alert of each kind
      * per step per night; streamSt.cbl lists them under the steps.
      *****************************************************************
       01  SMA-REGISTRO.
           03  SMA-DATA            PIC 9(8).
           03  SMA-STEP            PIC X(8).
           03  SMA-TIPO            PIC X(1).
               88  SMA-PASSO-LENTO     VALUE "L".
               88  SMA-SLA-ESTOURADO   VALUE "S".
           03  SMA-PROGRAMA        PIC X(12).
           03  SMA-HORA            PIC X(8).
           03  SMA-SEGUNDOS        PIC 9(06).
           03  SMA-MEDIA           PIC 9(06).
           03  SMA-PREVISTO        PIC X(8).
           03  SMA-ALVO            PIC X(8).

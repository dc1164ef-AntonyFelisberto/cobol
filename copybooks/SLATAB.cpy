      *****************************************************************
      * SLATAB.cpy
      * Stream duration statistics returned by slaUtil for one stream
      * date (SLA-DATA; zero on the call = the latest date on
      * STREAMST.DAT). Per step: elapsed tonight (last start to its
      * completion), the 30-night average over the prior clean
      * nights (no abend) and the elapsed on each of the last seven
      * stream dates (SLA-NOITE-DATA, 7 = SLA-DATA). For the stream:
      * start, last event, the 30-night average duration, the
      * projected end (start + average duration + tonight's overrun
      * so far) and the SYSPARM target. Times are seconds from the
      * midnight before the start, so a night crossing midnight
      * keeps counting past 86400.
      *****************************************************************
       01  SLA-RESULTADO.
           03  SLA-DATA            PIC 9(8).
           03  SLA-QTD-NOITES      PIC 9(03).
           03  SLA-NOITE-DATA      PIC 9(8) OCCURS 7 TIMES.
           03  SLA-COMPLETA        PIC X(01).
               88  SLA-STREAM-COMPLETO VALUE "S".
           03  SLA-INICIO-SEG      PIC 9(06).
           03  SLA-FIM-SEG         PIC 9(06).
           03  SLA-DURACAO-SEG     PIC 9(06).
           03  SLA-MEDIA-DURACAO   PIC 9(06).
           03  SLA-ATRASO-SEG      PIC S9(06).
           03  SLA-PREVISTO-SEG    PIC 9(06).
           03  SLA-ALVO-SEG        PIC 9(06).
           03  SLA-HR-INICIO       PIC X(08).
           03  SLA-HR-FIM          PIC X(08).
           03  SLA-HR-PREVISTO     PIC X(08).
           03  SLA-HR-ALVO         PIC X(08).
           03  SLA-ESTOURO         PIC X(01).
               88  SLA-ESTOURADO       VALUE "S".
           03  SLA-PCT-TOLERA      PIC 9(03).
           03  SLA-MIN-SEGUNDOS    PIC 9(05).
           03  SLA-QTD-LENTOS      PIC 9(03).
           03  SLA-QTD-STEPS       PIC 9(03).
           03  SLA-STP OCCURS 100 TIMES.
               05  SLA-STP-STEP        PIC X(8).
               05  SLA-STP-PROGRAMA    PIC X(12).
               05  SLA-STP-SIT         PIC X(1).
               05  SLA-STP-SEGUNDOS    PIC 9(06).
               05  SLA-STP-MEDIA       PIC 9(06).
               05  SLA-STP-NOITES      PIC 9(03).
               05  SLA-STP-SOMA        PIC 9(08).
               05  SLA-STP-LENTO       PIC X(01).
                   88  SLA-STP-ACIMA       VALUE "S".
               05  SLA-STP-NOITE-SEG   PIC 9(06) OCCURS 7 TIMES.
               05  SLA-STP-E-DATA      PIC 9(8).
               05  SLA-STP-E-SEG       PIC 9(06).

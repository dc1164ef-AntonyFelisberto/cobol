      *****************************************************************
      * RTAFD.cpy
      * Master file sizes for the reorganization step (REORGTAM.DAT),
      * written by the nightly stream controller (jobs/nightly_batch.sh)
      * around STEP006: one A row per master (size in bytes before the
      * unload/reload) ahead of the first run of reorg, and one D row
      * per master (size after) ahead of the second run, which prints
      * REORG.RPT and writes REORG.LOG. A master not on disk is 0.
      *****************************************************************
       01  RTA-REGISTRO.
           03  RTA-FASE            PIC X(1).
               88  RTA-ANTES           VALUE "A".
               88  RTA-DEPOIS          VALUE "D".
           03  RTA-ARQUIVO         PIC X(8).
           03  RTA-TAMANHO         PIC 9(12).

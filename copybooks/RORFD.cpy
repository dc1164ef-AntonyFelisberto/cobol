      *****************************************************************
      * RORFD.cpy
      * Master reorganization history (REORG.LOG). One row per master
      * per run of the reorganization step (reorg): file size before
      * and after the unload/reload, the active records and the
      * control sum carried across, and the outcome - C = reorganizado,
      * A = arquivo ausente, I = integridade divergente do FILECTL
      * (nao recarregado), F = recarga falhou (restaurar o backup).
      * A master with a C or A row in the current month is not
      * reorganized again that month; any other outcome is retried on
      * the next night.
      *****************************************************************
       01  ROR-REGISTRO.
           03  ROR-DATA            PIC 9(8).
           03  ROR-HORA            PIC 9(8).
           03  ROR-ARQUIVO         PIC X(08).
           03  ROR-SITUACAO        PIC X(01).
               88  ROR-REORGANIZADO    VALUE "C".
               88  ROR-AUSENTE         VALUE "A".
           03  ROR-TAM-ANTES       PIC 9(12).
           03  ROR-TAM-DEPOIS      PIC 9(12).
           03  ROR-REGISTROS       PIC 9(09).
           03  ROR-SOMA            PIC 9(14)V99.

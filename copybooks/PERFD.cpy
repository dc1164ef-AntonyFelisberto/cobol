      * the close-control program (fechaMes), which also reopens a
      * period under a level-3 supervisor when a correction really
      * has to go in.
      * Each company of the group closes its own month: a row per
      * competencia and company, E while the company has closed but
      * the group has not. The posting lock (F) applies to every
      * company's row once the last active company closes - the
      * posting programs share one batch window and one PERIODO.
      *****************************************************************
       01  PER-REGISTRO.
           03  PER-COMPETENCIA     PIC 9(6).
           03  PER-SITUACAO        PIC X(01).
               88  PER-FECHADA         VALUE "F".
               88  PER-REABERTA        VALUE "A".
               88  PER-FECHADA-EMPRESA VALUE "E".
           03  PER-DT-FECHAMENTO   PIC 9(8).
           03  PER-OPERADOR        PIC X(08).
           03  PER-EMPRESA         PIC 9(02).

      *****************************************************************
      * ISEFD.cpy
      * Late-charge waiver register (ISENCAO.DAT). One row per formal
      * waiver of multa and/or mora on one overdue parcela, with the
      * reason code (ISEMOT.cpy), who asked for it and at what
      * profile level, and - when the amount was over the level-2
      * authority (ISE-LIMITE-N2 in SYSPARM) - which supervisor
      * decided it. ISE-SITUACAO: P = pendente (waiting for a level-3
      * approval), A = aplicada (netted off ENCARGOS.DAT by lateCharge
      * and posted to the GL as ISENCAO), R = recusada.
      * ISE-HORA keeps the entries of one day in order; ISE-OPERADOR
      * is the collector the waiver is counted against on the
      * monthly waiver report (iseRpt) and on cobEfic.
      *****************************************************************
       01  ISE-REGISTRO.
           03  ISE-CONTRATO        PIC 9(06).
           03  ISE-CLIENTE         PIC X(20).
           03  ISE-PARCELA         PIC 999.
           03  ISE-DATA            PIC 9(8).
           03  ISE-HORA            PIC 9(8).
           03  ISE-MOTIVO          PIC X(02).
           03  ISE-VALOR-MULTA     PIC 9(06)V99.
           03  ISE-VALOR-MORA      PIC 9(06)V99.
           03  ISE-VALOR-TOTAL     PIC 9(07)V99.
           03  ISE-OPERADOR        PIC X(08).
           03  ISE-NIVEL           PIC 9.
           03  ISE-APROVADOR       PIC X(08).
           03  ISE-DT-DECISAO      PIC 9(8).
           03  ISE-SITUACAO        PIC X(01).
               88  ISE-PENDENTE        VALUE "P".
               88  ISE-APLICADA        VALUE "A".
               88  ISE-RECUSADA        VALUE "R".
           03  ISE-OBS             PIC X(30).

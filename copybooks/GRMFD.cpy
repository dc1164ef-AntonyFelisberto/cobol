      *****************************************************************
      * GRMFD.cpy
      * Economic-group membership (GRUPOCLI.DAT), kept by grupoCad.
      * One row per client linked to a group of GRUPO.DAT (GRPFD.cpy);
      * a client belongs to one group at most. GRM-VINCULO says how
      * the client is related: P = empresa principal (the controlling
      * PJ), C = coligada/controlada (sister or controlled PJ),
      * S = socio (partner PF). Stamped with the date and the
      * operator who made the link.
      *****************************************************************
       01  GRM-REGISTRO.
           03  GRM-GRUPO           PIC 9(04).
           03  GRM-COD-CLIENTE     PIC 9(05).
           03  GRM-VINCULO         PIC X(01).
               88  GRM-PRINCIPAL       VALUE "P".
               88  GRM-COLIGADA        VALUE "C".
               88  GRM-SOCIO           VALUE "S".
           03  GRM-DATA            PIC 9(8).
           03  GRM-OPERADOR        PIC X(08).

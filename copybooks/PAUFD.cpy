           03  PAU-HORA            PIC X(08).
           03  PAU-OPERADOR        PIC X(08).
           03  PAU-APROVADOR       PIC X(08).
      * Company row the change was applied to; 00 = the group row.
           03  PAU-EMPRESA         PIC 9(02).

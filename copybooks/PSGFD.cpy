           03  PSG-DT-KEYADA       PIC 9(8).
           03  PSG-APROVADOR       PIC X(08).
           03  PSG-DT-APROVACAO    PIC 9(8).
      * Company row of SYSPARM.DAT the change applies to; 00 = the
      * group row.
           03  PSG-EMPRESA         PIC 9(02).

      *****************************************************************
      * GRPFD.cpy
      * Economic-group register (GRUPO.DAT), kept by grupoCad. One row
      * per group of related clients - a company, its partners and
      * its sister companies - that the credit committee treats as a
      * single risk. GRP-LIMITE is the limit for the live balance of
      * all the members together: the intake (loanBatch) refuses an
      * application that takes the group past it, on top of each
      * client's own CAD-LIMITE-CREDITO, and concentra reports the
      * book by group. Zero = no group limit. GRP-SITUACAO: A = ativo,
      * I = inativo (the members count as unrelated again).
      *****************************************************************
       01  GRP-REGISTRO.
           03  GRP-CODIGO          PIC 9(04).
           03  GRP-NOME            PIC X(20).
           03  GRP-LIMITE          PIC 9(10)V99.
           03  GRP-SITUACAO        PIC X(01).
               88  GRP-ATIVO           VALUES "A" SPACE.
               88  GRP-INATIVO         VALUE "I".

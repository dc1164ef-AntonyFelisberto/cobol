           03  OPE-SITUACAO        PIC X(01).
               88  OPE-ATIVO           VALUE "A".
               88  OPE-CONTA-BLOQUEADA VALUE "B".
      * Company the operator works for (EMPRESA.DAT); 00 = shared
      * staff, who pick the company (or the consolidated view) at
      * sign-on and may switch it during the session.
           03  OPE-EMPRESA         PIC 9(02).

      *****************************************************************
      * CNRFD.cpy
      * Employer payroll-deduction return record (CONSRET.DAT), one
      * row per parcela of the deduction file as answered by the
      * convenente, posted by consRet. CNR-SITUACAO D = descontado
      * (CNR-VALOR deducted on CNR-DT-DESCONTO, posted like a paid
      * boleto), N = nao descontado, with the reason in CNR-MOTIVO:
      * DM = employee dismissed (the whole contract goes back to
      * boleto collection), SM = no margin left this month,
      * AF = employee on leave, OU = other (those three send only
      * the parcela back to boleto).
      *****************************************************************
       01  CNR-REGISTRO.
           03  CNR-CONVENIO        PIC 9(04).
           03  CNR-CONTRATO        PIC 9(06).
           03  CNR-PARCELA         PIC 999.
           03  CNR-DT-DESCONTO     PIC 9(8).
           03  CNR-VALOR           PIC 9(06)V99.
           03  CNR-SITUACAO        PIC X(01).
               88  CNR-DESCONTADO      VALUE "D".
               88  CNR-NAO-DESCONTADO  VALUE "N".
           03  CNR-MOTIVO          PIC X(02).
               88  CNR-DESLIGADO       VALUE "DM".
               88  CNR-SEM-MARGEM      VALUE "SM".
               88  CNR-AFASTADO        VALUE "AF".
               88  CNR-OUTROS          VALUE "OU".

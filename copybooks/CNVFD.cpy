      *****************************************************************
      * CNVFD.cpy
      * Payroll-deduction employer (convenente) register
      * (CONVENIO.DAT), kept by convCad. One row per employer that
      * signed the consignado agreement. CNV-NOME is matched against
      * the client's declared employer (CAD-EMPREGADOR), so it must
      * be keyed exactly as intake keys it. CNV-DIA-CORTE is the
      * payroll cut-off day (1-28): parcelas due after the previous
      * month's cut-off and up to this month's go on this month's
      * deduction file (consGera). CNV-PCT-MARGEM is the margin rule
      * - the share of the employee's declared income that all the
      * employee's consignado parcelas together may take (loanBatch).
      * CNV-SITUACAO: A = ativo, I = inativo (no new consignado
      * contracts, no deduction file).
      *****************************************************************
       01  CNV-REGISTRO.
           03  CNV-CODIGO          PIC 9(04).
           03  CNV-NOME            PIC X(20).
           03  CNV-CNPJ            PIC 9(14).
           03  CNV-DIA-CORTE       PIC 99.
           03  CNV-PCT-MARGEM      PIC 9(03).
           03  CNV-SITUACAO        PIC X(01).
               88  CNV-ATIVO           VALUES "A" SPACE.
               88  CNV-INATIVO         VALUE "I".

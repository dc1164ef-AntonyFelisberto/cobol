      * revaluation (garReval). Zeros = the object does not
      * depreciate for LTV purposes.
           03  PRO-PCT-DEPREC-ANO  PIC 9(03).
      * S = payroll-deductible (consignado) product: only granted to
      * employees of an active convenente (CONVENIO.DAT) within the
      * employer's margin rule, and collected by payroll deduction
      * (consGera/consRet) instead of boleto.
           03  PRO-CONSIGNADO      PIC X(01).
               88  PRO-E-CONSIGNADO    VALUE "S".
      * Company of the group that grants the product (EMPRESA.DAT);
      * contracts booked on it belong to that company. Zeros = 01.
           03  PRO-EMPRESA         PIC 9(02).

      *****************************************************************
      * CSDFD.cpy
      * Consignado items handed back to boleto collection
      * (CONSDEV.DAT), written by consRet for every parcela the
      * employer did not deduct. CSD-PARCELA = 000 means the whole
      * contract (employee dismissed): from then on neither consGera
      * nor remessa treat it as payroll-deducted and every open
      * parcela goes by boleto. Otherwise only that parcela leaves
      * the payroll and goes on the next remessa. consigUtil reads
      * this file so every step decides the same way.
      *****************************************************************
       01  CSD-REGISTRO.
           03  CSD-CONTRATO        PIC 9(06).
           03  CSD-PARCELA         PIC 999.
           03  CSD-CONVENIO        PIC 9(04).
           03  CSD-MOTIVO          PIC X(02).
           03  CSD-DT-RETORNO      PIC 9(8).

      *****************************************************************
      * CMCFD.cpy
      * Campaign contract register (CAMPCTR.DAT). One row per
      * contract loanBatch booked under a promotional rate campaign
      * (CAMPANHA.DAT): the table rate it would have paid, the
      * campaign rate it got, the interest we gave up over the term
      * and the merchant subsidy owed on it. CMC-SITUACAO: P =
      * subsidio pendente, D = descontado do repasse do lojista
      * (lojRepasse, with the date), S = sem subsidio (no merchant
      * or no subsidy share). The campaign report (campRpt) reads it.
      *****************************************************************
       01  CMC-REGISTRO.
           03  CMC-CONTRATO        PIC 9(06).
           03  CMC-CAMPANHA        PIC 9(04).
           03  CMC-COD-LOJISTA     PIC 9(04).
           03  CMC-COD-PRODUTO     PIC 9(04).
           03  CMC-DT-CONTRATO     PIC 9(08).
           03  CMC-VALOR           PIC 9(08)V99.
           03  CMC-TAXA-TABELA     PIC 9V9999.
           03  CMC-TAXA-CAMPANHA   PIC 9V9999.
           03  CMC-JUROS-RENUNCIA  PIC 9(08)V99.
           03  CMC-SUBSIDIO        PIC 9(08)V99.
           03  CMC-SITUACAO        PIC X(01).
               88  CMC-PENDENTE        VALUE "P".
               88  CMC-DESCONTADO      VALUE "D".
               88  CMC-SEM-SUBSIDIO    VALUE "S".
           03  CMC-DT-DESCONTO     PIC 9(08).

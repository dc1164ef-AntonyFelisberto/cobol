      * carried to the contract (FIN-COD-LOJISTA) and drives the
      * daily settlement batch (lojRepasse) that used to be a
      * spreadsheet. LOJ-SITUACAO: A = ativa, I = inativa (no new
      * originations, no repasse). LOJ-REVISAO-FPD = S is set by the
      * monthly first-payment-default report (fpdRpt) while the
      * store's FPD rate is above the SYSPARM tolerance: its new
      * applications are parked for alcada review whatever the value.
      *****************************************************************
       01  LOJ-REGISTRO.
           03  LOJ-CODIGO          PIC 9(04).
           03  LOJ-SITUACAO        PIC X(01).
               88  LOJ-ATIVA           VALUES "A" SPACE.
               88  LOJ-INATIVA         VALUE "I".
           03  LOJ-REVISAO-FPD     PIC X(01).
               88  LOJ-EM-REVISAO-FPD  VALUE "S".

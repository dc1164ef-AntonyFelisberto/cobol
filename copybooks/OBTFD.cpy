      *****************************************************************
      * OBTFD.cpy
      * Death-registration record (OBITO.DAT), written by obito. One
      * row per deceased client, keyed at the counter from what the
      * relative brings in: date of death, the death certificate
      * (certidao de obito) and who declared it, with a telephone so
      * the estate (espolio) can be reached. The client's contracts
      * go to OBITOCTR.DAT (OBCFD.cpy).
      *****************************************************************
       01  OBT-REGISTRO.
           03  OBT-COD-CLIENTE     PIC 9(05).
           03  OBT-CLIENTE         PIC X(20).
           03  OBT-DT-OBITO        PIC 9(8).
           03  OBT-DT-REGISTRO     PIC 9(8).
           03  OBT-CERTIDAO        PIC X(20).
           03  OBT-DECLARANTE      PIC X(30).
           03  OBT-PARENTESCO      PIC X(15).
           03  OBT-TELEFONE        PIC X(15).
           03  OBT-OPERADOR        PIC X(08).

      *****************************************************************
      * DRTFD.cpy
      * Dialer result record (DISCRET.DAT). The dialer's own file of
      * the day's calls, one row per attempt, imported each night by
      * discRet into the contact log (CONTATO.DAT, origem D). The
      * result code uses the CONTATO.DAT table (see CTTFD.cpy); the
      * agent is the collector who took the call - blank when the
      * call was never answered, in which case the attempt is booked
      * to the owner of the case in COBCART.DAT.
      *****************************************************************
       01  DRT-REGISTRO.
           03  DRT-CONTRATO        PIC 9(06).
           03  DRT-TELEFONE        PIC X(09).
           03  DRT-DATA            PIC 9(8).
           03  DRT-HORA            PIC 9(8).
           03  DRT-RESULTADO       PIC X(02).
           03  DRT-AGENTE          PIC X(08).

      *****************************************************************
      * UNIFD.cpy
      * Customer merge register (UNIFICA.DAT). One row per duplicate
      * customer code absorbed by unifica: the absorbed code and name,
      * the surviving code and name everything was re-pointed to, when,
      * the operator who keyed the merge, the supervisor who signed
      * for it and how many records were re-pointed. The absorbed
      * code stays on CUSTMAST.DAT as inactive so the key can never be
      * handed out again; custMenu refuses to delete or reactivate a
      * code found here.
      *****************************************************************
       01  UNI-REGISTRO.
           03  UNI-COD-ABSORVIDO   PIC 9(05).
           03  UNI-NOME-ABSORVIDO  PIC X(15).
           03  UNI-COD-SOBREVIVENTE PIC 9(05).
           03  UNI-NOME-SOBREVIVENTE PIC X(15).
           03  UNI-DATA            PIC 9(8).
           03  UNI-HORA            PIC 9(8).
           03  UNI-OPERADOR        PIC X(08).
           03  UNI-SUPERVISOR      PIC X(08).
           03  UNI-QTD-REGISTROS   PIC 9(07).

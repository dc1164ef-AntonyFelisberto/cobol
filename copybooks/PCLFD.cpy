      *****************************************************************
      * PCLFD.cpy
      * Contract list of a payment holiday campaign by list
      * (PAUSALST.DAT, criterio L on PAUSACAMP.DAT), one row per
      * contract keyed in by pausaCad - used when the decree names
      * clients rather than municipalities.
      *****************************************************************
       01  PCL-REGISTRO.
           03  PCL-CAMPANHA        PIC 9(04).
           03  PCL-CONTRATO        PIC 9(06).

      *****************************************************************
      * CAPFD.cpy
      * Cost-of-funds rate series record (CAPTACAO.DAT). One row per
      * change of the monthly rate the treasury pays for the money
      * lent out - the rate in force from CAP-DATA on - maintained by
      * captCad the same way indiceCad maintains INDICE.DAT. The
      * monthly profitability report (rentRpt) charges each contract
      * its saldo devedor times the most recent rate not after the
      * end of the competencia.
      *****************************************************************
       01  CAP-REGISTRO.
           03  CAP-DATA            PIC 9(8).
           03  CAP-TAXA            PIC 9V9999.
           03  CAP-OPERADOR        PIC X(08).

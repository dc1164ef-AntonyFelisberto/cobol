           03 FIN-SISTEMA-AMORT PIC X(01).
              88 FIN-AMORT-SAC    VALUES "S" SPACE.
              88 FIN-AMORT-PRICE  VALUE "P".
              88 FIN-AMORT-BALAO  VALUE "B".
           03 FIN-VALOR-IOF    PIC 9(06)V99.
           03 FIN-VALOR-TARIFA PIC 9(06)V99.
           03 FIN-COD-PRODUTO  PIC 9(04).
              88 FIN-E-POS-FIXADO VALUE "S".
           03 FIN-SPREAD       PIC 9V9999.
           03 FIN-COD-FILIAL   PIC 9(02).
           03 FIN-COD-EMPRESA  PIC 9(02).
           03 FIN-PCT-RESIDUAL PIC 99V99.
           03 FIN-VALOR-RESIDUAL PIC 9(06)V99.
           03 FIN-PARCELAS     PIC 9(07)V99 OCCURS 12 TO 420
                               TIMES DEPENDING ON FIN-NUM-PARCELAS.

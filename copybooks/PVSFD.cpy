           03  PVS-PCT             PIC 9(03)V99.
           03  PVS-VALOR           PIC 9(10)V99.
           03  PVS-DATA            PIC 9(8).
           03  PVS-EMPRESA         PIC 9(02).

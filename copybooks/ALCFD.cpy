               88  ALC-APROVADA        VALUE "A".
               88  ALC-CONSUMIDA       VALUE "B".
               88  ALC-RECUSADA        VALUE "R".
           03  ALC-TXN-IMAGEM      PIC X(94).

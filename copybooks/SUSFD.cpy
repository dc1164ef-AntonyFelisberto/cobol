       01  SUS-REGISTRO.
           03  SUS-DATA            PIC 9(8).
           03  SUS-MOTIVO          PIC X(30).
           03  SUS-TXN-IMAGEM      PIC X(94).

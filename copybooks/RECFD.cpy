           03  REC-MOTIVO          PIC X(30).
           03  REC-DATA            PIC 9(8).
           03  REC-SITUACAO        PIC X(01).
           03  REC-IMAGEM          PIC X(94).

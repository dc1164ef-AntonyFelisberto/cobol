           03  OPS-OPERADOR        PIC X(08).
           03  OPS-NIVEL           PIC 9.
           03  OPS-FILIAL          PIC 9(02).
      * Company the session works for; 00 = consolidated view.
           03  OPS-EMPRESA         PIC 9(02).

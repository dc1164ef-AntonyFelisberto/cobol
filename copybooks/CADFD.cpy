               88  CAD-ENDERECO-OK        VALUES "O" SPACE.
               88  CAD-ENDERECO-DEVOLVIDO VALUE "D".
           03  CAD-FILIAL      PIC 9(02).
           03  CAD-DT-ATUALIZACAO PIC 9(8).

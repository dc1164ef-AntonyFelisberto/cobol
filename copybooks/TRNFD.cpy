      *****************************************************************
      * TRNFD.cpy
      * Training-environment indicator (TREINO.DAT), one row written by
      * jobs/treino.sh in the training directory after every personal
      * field of the copied data files has been masked. The file never
      * exists in the production directory; when the menu finds it in
      * the directory it runs from it shows the TREINAMENTO banner.
      *****************************************************************
       01  TRN-REGISTRO.
           03  TRN-AMBIENTE        PIC X(1).
               88  TRN-TREINAMENTO     VALUE "T".
           03  TRN-DATA            PIC 9(8).
           03  TRN-HORA            PIC X(8).

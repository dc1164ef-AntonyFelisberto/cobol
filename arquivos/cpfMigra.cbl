                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CAD-CODIGO
                   ALTERNATE RECORD KEY IS CAD-CPF-CNPJ
                       WITH DUPLICATES
                   FILE STATUS IS WS-CAD-STATUS.

               SELECT BAT-FILE ASSIGN TO "BATCHSUM.DAT"
           COPY BATSUM.

       WORKING-STORAGE SECTION.
       01  WS-JAN-PROGRAMA     PIC X(16) VALUE "cpfMigra".
       01  WS-JAN-LIBERADO     PIC X.
       01  WS-CONTROLE.
           03  WS-CADV-STATUS      PIC XX.
           03  WS-CAD-STATUS       PIC XX.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *>   NADA SE ATUALIZA COM A JANELA DO BATCH NOTURNO ABERTA,
      *>   SALVO LIBERACAO DE SUPERVISOR.
           CALL "janelaUtil" USING WS-JAN-PROGRAMA WS-JAN-LIBERADO
           IF WS-JAN-LIBERADO NOT = "S"
               GOBACK
           END-IF
           OPEN INPUT CADV-FILE
           IF WS-CADV-STATUS NOT = "00"
               DISPLAY "CUSTMAST.OLD NAO ENCONTRADO - RENOMEIE O "
                   MOVE SPACES              TO CAD-EMPREGADOR
                   MOVE "O"                 TO CAD-END-QUALIDADE
                   MOVE 1                   TO CAD-FILIAL
                   MOVE ZEROS               TO CAD-DT-ATUALIZACAO
                   WRITE CAD-REGISTRO
                       INVALID KEY
                           ADD 1 TO WS-TOTAL-REJEITADOS

                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FIN-CONTRATO
                   ALTERNATE RECORD KEY IS FIN-COD-CLIENTE
                       WITH DUPLICATES
                   FILE STATUS IS WS-FIN-STATUS.

               SELECT BAT-FILE ASSIGN TO "BATCHSUM.DAT"
           COPY BATSUM.

       WORKING-STORAGE SECTION.
       01  WS-JAN-PROGRAMA     PIC X(16) VALUE "finMigra".
       01  WS-JAN-LIBERADO     PIC X.
       01  WS-CONTROLE.
           03  WS-FINV-STATUS      PIC XX.
           03  WS-FIN-STATUS       PIC XX.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *>   NADA SE ATUALIZA COM A JANELA DO BATCH NOTURNO ABERTA,
      *>   SALVO LIBERACAO DE SUPERVISOR.
           CALL "janelaUtil" USING WS-JAN-PROGRAMA WS-JAN-LIBERADO
           IF WS-JAN-LIBERADO NOT = "S"
               GOBACK
           END-IF
           OPEN INPUT FINV-FILE
           IF WS-FINV-STATUS NOT = "00"
               DISPLAY "FINMAST.OLD NAO ENCONTRADO - RENOMEIE O "
                   MOVE "N"                 TO FIN-POS-FIXADO
                   MOVE ZEROS               TO FIN-SPREAD
                   MOVE 1                   TO FIN-COD-FILIAL
                   MOVE 1                   TO FIN-COD-EMPRESA
                   MOVE ZEROS               TO FIN-PCT-RESIDUAL
                   MOVE ZEROS               TO FIN-VALOR-RESIDUAL
                   PERFORM VARYING WS-IND FROM 1 BY 1
                           UNTIL WS-IND > FINV-NUM-PARCELAS
                       MOVE FINV-PARCELAS(WS-IND)

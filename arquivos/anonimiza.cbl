                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CAD-CODIGO
                   ALTERNATE RECORD KEY IS CAD-CPF-CNPJ
                       WITH DUPLICATES
                   FILE STATUS IS WS-CAD-STATUS.

               SELECT FIN-FILE ASSIGN TO "FINMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FIN-CONTRATO
                   ALTERNATE RECORD KEY IS FIN-COD-CLIENTE
                       WITH DUPLICATES
                   FILE STATUS IS WS-FIN-STATUS.

               SELECT PAG-FILE ASSIGN TO "PAGMAST.DAT"
           COPY OPSFD.

       WORKING-STORAGE SECTION.
       01  WS-JAN-PROGRAMA     PIC X(16) VALUE "anonimiza".
       01  WS-JAN-LIBERADO     PIC X.
           COPY SYSPARM.
       01  WS-SYSPARM-STATUS   PIC XX VALUE SPACES.


       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *>   NADA SE ATUALIZA COM A JANELA DO BATCH NOTURNO ABERTA,
      *>   SALVO LIBERACAO DE SUPERVISOR.
           CALL "janelaUtil" USING WS-JAN-PROGRAMA WS-JAN-LIBERADO
           IF WS-JAN-LIBERADO NOT = "S"
               GOBACK
           END-IF
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM P040-LE-PARAMETROS-SISTEMA
           PERFORM P045-LE-OPERADOR-SESSAO
           MOVE "N"   TO WS-TEM-CONTRATO
           MOVE ZEROS TO WS-ULT-MOVIMENTO
           MOVE CAD-CODIGO TO WS-CODIGO-ALVO
           MOVE WS-CODIGO-ALVO TO FIN-COD-CLIENTE
           START FIN-FILE KEY IS EQUAL TO FIN-COD-CLIENTE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
               AT END
                   MOVE "10" TO WS-FIN-STATUS
               NOT AT END
                   IF FIN-COD-CLIENTE = WS-CODIGO-ALVO
                       MOVE "00" TO WS-FIN-STATUS
                   ELSE
                       MOVE "10" TO WS-FIN-STATUS
                   END-IF
                   IF FIN-COD-CLIENTE = WS-CODIGO-ALVO
                       MOVE "S" TO WS-TEM-CONTRATO
                       IF FIN-ATIVO
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-ANONIMIZADOS
           END-REWRITE
      *>   "02" = OUTRO CLIENTE COM O MESMO CPF/CNPJ (ZERADO) - GRAVOU.
           IF WS-CAD-STATUS = "02"
               MOVE "00" TO WS-CAD-STATUS
           END-IF
           .

       P300-ANONIMIZA-CONTRATOS.
                                           "CONTRATO "
                                           FIN-CONTRATO
                           END-REWRITE
                           IF WS-FIN-STATUS = "02"
                               MOVE "00" TO WS-FIN-STATUS
                           END-IF
                       END-IF
                   END-PERFORM
           END-READ

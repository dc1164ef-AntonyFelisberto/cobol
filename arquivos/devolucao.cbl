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

               SELECT ENC-FILE ASSIGN TO "ENCARGOS.DAT"
           COPY OPSFD.

       WORKING-STORAGE SECTION.
       01  WS-JAN-PROGRAMA     PIC X(16) VALUE "devolucao".
       01  WS-JAN-LIBERADO     PIC X.
       01  WS-VARIAVEIS.
           03  WS-DVC-STATUS       PIC XX.
           03  WS-CAD-STATUS       PIC XX.

           EVALUATE WS-OPCAO
               WHEN 1
                   CALL "janelaUtil" USING WS-JAN-PROGRAMA
                                           WS-JAN-LIBERADO
                   IF WS-JAN-LIBERADO = "S"
                       PERFORM P200-REGISTRA
                   END-IF
               WHEN 2
                   PERFORM P300-LISTA
               WHEN 3

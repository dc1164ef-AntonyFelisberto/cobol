                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FIN-CONTRATO
                   ALTERNATE RECORD KEY IS FIN-COD-CLIENTE
                       WITH DUPLICATES
                   FILE STATUS IS WS-FIN-STATUS.

               SELECT PAG-FILE ASSIGN TO "PAGMAST.DAT"
           COPY OPSFD.

       WORKING-STORAGE SECTION.
       01  WS-JAN-PROGRAMA     PIC X(16) VALUE "sinistro".
       01  WS-JAN-LIBERADO     PIC X.
           COPY PAGTOREC.

       01  WS-EVU-TIPO             PIC X(10).
               WHEN 1
                   PERFORM P200-ABRE-SINISTRO THRU P200-SAIDA
               WHEN 2
                   CALL "janelaUtil" USING WS-JAN-PROGRAMA
                                           WS-JAN-LIBERADO
                   IF WS-JAN-LIBERADO = "S"
                       PERFORM P300-APLICA-INDENIZACAO THRU P300-SAIDA
                   END-IF
               WHEN 3
                   PERFORM P500-ENCERRA-NEGADO THRU P500-SAIDA
               WHEN 4

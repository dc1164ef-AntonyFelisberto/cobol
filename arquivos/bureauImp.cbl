                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CAD-CODIGO
                   ALTERNATE RECORD KEY IS CAD-CPF-CNPJ
                       WITH DUPLICATES
                   FILE STATUS IS WS-CAD-STATUS.

               SELECT CRED-FILE ASSIGN TO "BLACKLIST.DAT"
           ADD 1 TO WS-TOTAL-LIDOS
           MOVE "N" TO WS-ACHOU-CLIENTE

      *>   COM O CPF/CNPJ NO FEED O MATCH E PELO DOCUMENTO, DIRETO NA
      *>   CHAVE ALTERNATIVA - O NOME SO DECIDE PARA LINHA ANTIGA SEM
      *>   DOCUMENTO INFORMADO, E AI O CADASTRO E PERCORRIDO INTEIRO.
           IF BUR-CPF-CNPJ IS NUMERIC
              AND BUR-CPF-CNPJ > ZEROS
               MOVE BUR-CPF-CNPJ TO CAD-CPF-CNPJ
               START CAD-FILE KEY IS EQUAL TO CAD-CPF-CNPJ
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "00" TO WS-CAD-STATUS
                       PERFORM P300-COMPARA-CLIENTE
                               UNTIL WS-CAD-STATUS NOT = "00"
               END-START
           ELSE
               MOVE LOW-VALUES TO CAD-CODIGO
               START CAD-FILE KEY IS NOT LESS THAN CAD-CODIGO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "00" TO WS-CAD-STATUS
                       PERFORM P300-COMPARA-CLIENTE
                               UNTIL WS-CAD-STATUS NOT = "00"
               END-START
           END-IF

           IF NOT CLIENTE-ACHADO
               ADD 1 TO WS-TOTAL-SEM-MATCH
           .

       P300-COMPARA-CLIENTE.
      *>   PELO DOCUMENTO A LEITURA SEGUE A CHAVE ALTERNATIVA ("02" =
      *>   HA OUTRO CADASTRO COM ELE ADIANTE) E PARA QUANDO ELE MUDA.
           READ CAD-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-CAD-STATUS
                   IF BUR-CPF-CNPJ IS NUMERIC
                      AND BUR-CPF-CNPJ > ZEROS
                       IF CAD-CPF-CNPJ = BUR-CPF-CNPJ
                           MOVE "00" TO WS-CAD-STATUS
                           SET CLIENTE-ACHADO TO TRUE
                           PERFORM P400-CARREGA-RESTRICAO
                       ELSE
                           MOVE "10" TO WS-CAD-STATUS
                       END-IF
                   ELSE
                       IF CAD-NOME = BUR-NOME

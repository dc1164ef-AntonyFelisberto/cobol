                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FIN-CONTRATO
                   ALTERNATE RECORD KEY IS FIN-COD-CLIENTE
                       WITH DUPLICATES
                   FILE STATUS IS WS-FIN-STATUS.

               SELECT ACR-FILE ASSIGN TO "APROPRIA.DAT"

       P400-CALCULA-JUROS-PARCELA.
           COMPUTE WS-SALDO = FIN-VALOR - FIN-ENTRADA
           IF FIN-AMORT-PRICE OR FIN-AMORT-BALAO
               IF FIN-TAXA-JUROS = ZEROS
                   COMPUTE WS-PRESTACAO =
                           (WS-SALDO - FIN-VALOR-RESIDUAL)
                           / FIN-NUM-PARCELAS
               ELSE
                   MOVE 1 TO WS-FATOR-PRICE
                   PERFORM FIN-NUM-PARCELAS TIMES
                               + WS-FATOR-PRICE * FIN-TAXA-JUROS
                   END-PERFORM
                   COMPUTE WS-PRESTACAO-NUM =
                           (WS-SALDO * WS-FATOR-PRICE
                            - FIN-VALOR-RESIDUAL) * FIN-TAXA-JUROS
                   COMPUTE WS-PRESTACAO =
                           WS-PRESTACAO-NUM / (WS-FATOR-PRICE - 1)
               END-IF

                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FIN-CONTRATO
                   ALTERNATE RECORD KEY IS FIN-COD-CLIENTE
                       WITH DUPLICATES
                   FILE STATUS IS WS-FIN-STATUS.

               SELECT FLX-FILE ASSIGN TO "FLUXHIST.DAT"
           PERFORM UNTIL FIM-HISTORICO
               MOVE PAGH-DATA(1:6) TO WS-PAGH-COMP
               IF WS-PAGH-COMP = WS-COMPETENCIA
                   PERFORM P300-ACUMULA-RECEBIMENTO THRU P300-SAIDA
               END-IF
               PERFORM P210-LE-HISTORICO
           END-PERFORM
               EVALUATE PAGH-TIPO
                   WHEN "P"
                   WHEN "M"
                   WHEN "A"
                       ADD PAGH-VALOR TO WS-PRD-REAL(WS-ACHADO)
                       ADD PAGH-VALOR TO WS-TOT-REALIZADO
                   WHEN "E"

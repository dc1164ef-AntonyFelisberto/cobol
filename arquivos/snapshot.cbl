                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FIN-CONTRATO
                   ALTERNATE RECORD KEY IS FIN-COD-CLIENTE
                       WITH DUPLICATES
                   FILE STATUS IS WS-FIN-STATUS.

               SELECT PAG-FILE ASSIGN TO "PAGMAST.DAT"

       P400-CALCULA-SALDO.
           COMPUTE WS-SALDO-CONTRATO = FIN-VALOR - FIN-ENTRADA
           IF FIN-AMORT-PRICE OR FIN-AMORT-BALAO
               IF FIN-TAXA-JUROS = ZEROS
                   COMPUTE WS-PRESTACAO =
                           (WS-SALDO-CONTRATO - FIN-VALOR-RESIDUAL)
                           / FIN-NUM-PARCELAS
               ELSE
                   MOVE 1 TO WS-FATOR-PRICE
                   PERFORM FIN-NUM-PARCELAS TIMES
                               + WS-FATOR-PRICE * FIN-TAXA-JUROS
                   END-PERFORM
                   COMPUTE WS-PRESTACAO-NUM =
                           (WS-SALDO-CONTRATO * WS-FATOR-PRICE
                            - FIN-VALOR-RESIDUAL) * FIN-TAXA-JUROS
                   COMPUTE WS-PRESTACAO =
                           WS-PRESTACAO-NUM / (WS-FATOR-PRICE - 1)
               END-IF
               COMPUTE WS-VC-MM =
                       FUNCTION MOD(WS-MES-TOTAL - 1, 12) + 1
               MOVE WS-CD-DD TO WS-VC-DD
               CALL "vencUtil" USING FIN-CONTRATO WS-IND
                                     WS-VC-AAAA WS-VC-MM WS-VC-DD
               CALL "dataUtil" USING WS-VC-AAAA WS-VC-MM WS-VC-DD
               CALL "diaUtil"  USING WS-VC-AAAA WS-VC-MM WS-VC-DD
               COMPUTE WS-JULIANO-VENC =

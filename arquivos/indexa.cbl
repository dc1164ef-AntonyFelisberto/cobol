                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FIN-CONTRATO
                   ALTERNATE RECORD KEY IS FIN-COD-CLIENTE
                       WITH DUPLICATES
                   FILE STATUS IS WS-FIN-STATUS.

               SELECT PAG-FILE ASSIGN TO "PAGMAST.DAT"
           COPY BATSUM.

       WORKING-STORAGE SECTION.
       01  WS-JAN-PROGRAMA     PIC X(16) VALUE "indexa".
       01  WS-JAN-LIBERADO     PIC X.
           COPY PAGTOREC.

       01  WS-VARIAVEIS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *>   NADA SE ATUALIZA COM A JANELA DO BATCH NOTURNO ABERTA,
      *>   SALVO LIBERACAO DE SUPERVISOR.
           CALL "janelaUtil" USING WS-JAN-PROGRAMA WS-JAN-LIBERADO
           IF WS-JAN-LIBERADO NOT = "S"
               GOBACK
           END-IF
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM P050-BUSCA-INDICE
           IF NOT INDICE-ACHADO

      *>   SALDO DEVEDOR NO PONTO ATUAL, COM A TAXA ANTIGA - MESMA
      *>   RECONSTRUCAO DO payoff.
           IF FIN-AMORT-PRICE OR FIN-AMORT-BALAO
               PERFORM P400-SALDO-PRICE
           ELSE
               COMPUTE WS-AMORTIZACAO = (FIN-VALOR - FIN-ENTRADA)

      *>   PARCELAS REMANESCENTES REFEITAS COM A TAXA NOVA: SAC
      *>   MANTEM A COTA DE AMORTIZACAO ORIGINAL; PRICE GANHA NOVA
      *>   PRESTACAO FIXA SOBRE O SALDO E O PRAZO QUE RESTAM; NA
      *>   PARCELA BALAO A PRESTACAO SO AMORTIZA ATE O RESIDUAL, QUE
      *>   CONTINUA NA ULTIMA PARCELA.
           IF FIN-AMORT-PRICE OR FIN-AMORT-BALAO
               IF WS-TAXA-NOVA = ZEROS
                   COMPUTE WS-PRESTACAO =
                           (WS-SALDO-DEVEDOR - FIN-VALOR-RESIDUAL)
                           / WS-PARCELAS-REST
               ELSE
                   MOVE 1 TO WS-FATOR-PRICE
                   PERFORM WS-PARCELAS-REST TIMES
                               + WS-FATOR-PRICE * WS-TAXA-NOVA
                   END-PERFORM
                   COMPUTE WS-PRESTACAO-NUM =
                           (WS-SALDO-DEVEDOR * WS-FATOR-PRICE
                            - FIN-VALOR-RESIDUAL) * WS-TAXA-NOVA
                   COMPUTE WS-PRESTACAO =
                           WS-PRESTACAO-NUM / (WS-FATOR-PRICE - 1)
               END-IF
                   COMPUTE FIN-PARCELAS(WS-IND + 1) =
                           WS-PRESTACAO + FIN-VALOR-PREMIO
               END-PERFORM
               IF FIN-AMORT-BALAO
                   ADD FIN-VALOR-RESIDUAL
                       TO FIN-PARCELAS(FIN-NUM-PARCELAS)
               END-IF
           ELSE
               PERFORM VARYING WS-IND
                       FROM WS-PAG-ULT-PARCELA-PAGA BY 1
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-REPRECIFICADOS
           END-REWRITE
      *>   "02" = HA OUTRO CONTRATO DO CLIENTE (CHAVE ALTERNATIVA).
           IF WS-FIN-STATUS = "02"
               MOVE "00" TO WS-FIN-STATUS
           END-IF
           .
       P300-SAIDA.
           EXIT.
           COMPUTE WS-SALDO-DEVEDOR = FIN-VALOR - FIN-ENTRADA
           IF FIN-TAXA-JUROS = ZEROS
               COMPUTE WS-PRESTACAO =
                       (WS-SALDO-DEVEDOR - FIN-VALOR-RESIDUAL)
                       / FIN-NUM-PARCELAS
           ELSE
               MOVE 1 TO WS-FATOR-PRICE
               PERFORM FIN-NUM-PARCELAS TIMES
                           + WS-FATOR-PRICE * FIN-TAXA-JUROS
               END-PERFORM
               COMPUTE WS-PRESTACAO-NUM =
                       (WS-SALDO-DEVEDOR * WS-FATOR-PRICE
                        - FIN-VALOR-RESIDUAL) * FIN-TAXA-JUROS
               COMPUTE WS-PRESTACAO =
                       WS-PRESTACAO-NUM / (WS-FATOR-PRICE - 1)
           END-IF

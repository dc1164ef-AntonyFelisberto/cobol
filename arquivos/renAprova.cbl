      *          (same SAC/PRICE schedule build and RENEGOC.LOG trail
      *          as refin) and resets the payment status; refusal just
      *          marks the item. Only approved items ever touch the
      *          contract master. The deciding supervisor and the
      *          date are stamped on the item next to who asked for
      *          it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FIN-CONTRATO
                   ALTERNATE RECORD KEY IS FIN-COD-CLIENTE
                       WITH DUPLICATES
                   FILE STATUS IS WS-FIN-STATUS.

               SELECT PAG-FILE ASSIGN TO "PAGMAST.DAT"
           COPY OPSFD.

       WORKING-STORAGE SECTION.
       01  WS-JAN-PROGRAMA     PIC X(16) VALUE "renAprova".
       01  WS-JAN-LIBERADO     PIC X.
           COPY FINREC.
           COPY PAGTOREC.

               05  WS-PEN-SISTEMA  PIC X(01).
               05  WS-PEN-DATA     PIC 9(8).
               05  WS-PEN-SITUACAO PIC X(01).
               05  WS-PEN-OPERADOR PIC X(08).
               05  WS-PEN-APROVADOR PIC X(08).
               05  WS-PEN-DT-DECISAO PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *>   NADA SE ATUALIZA COM A JANELA DO BATCH NOTURNO ABERTA,
      *>   SALVO LIBERACAO DE SUPERVISOR.
           CALL "janelaUtil" USING WS-JAN-PROGRAMA WS-JAN-LIBERADO
           IF WS-JAN-LIBERADO NOT = "S"
               GOBACK
           END-IF
      *>   CHAMADO REPETIDAMENTE PELO MENU, O PROGRAMA FICA NO
      *>   ESTADO DA ULTIMA EXECUCAO - CONTADORES E FLAGS DE FIM
      *>   DE ARQUIVO COMECAM ZERADOS A CADA EXECUCAO.
                       TO WS-PEN-DATA(WS-QTD-PENDENCIAS)
                   MOVE REP-SITUACAO
                       TO WS-PEN-SITUACAO(WS-QTD-PENDENCIAS)
                   MOVE REP-OPERADOR
                       TO WS-PEN-OPERADOR(WS-QTD-PENDENCIAS)
                   MOVE REP-APROVADOR
                       TO WS-PEN-APROVADOR(WS-QTD-PENDENCIAS)
                   MOVE REP-DT-DECISAO
                       TO WS-PEN-DT-DECISAO(WS-QTD-PENDENCIAS)
                   IF REP-DT-DECISAO NOT NUMERIC
                       MOVE ZEROS
                           TO WS-PEN-DT-DECISAO(WS-QTD-PENDENCIAS)
                   END-IF
                   PERFORM P110-LE-PENDENCIA
               END-PERFORM
               IF WS-QTD-PENDENCIAS = 500
           DISPLAY "NOVAS PARCELAS.......: " WS-PEN-PARCELAS(WS-IDX)
           DISPLAY "SISTEMA..............: " WS-PEN-SISTEMA(WS-IDX)
           DISPLAY "SOLICITADA EM........: " WS-PEN-DATA(WS-IDX)
           DISPLAY "SOLICITADA POR.......: " WS-PEN-OPERADOR(WS-IDX)
           DISPLAY "APROVAR, RECUSAR OU PULAR? (A/R/P): "
           ACCEPT WS-DECISAO

                           THRU P300-SAIDA
               WHEN DECISAO-RECUSA
                   MOVE "R" TO WS-PEN-SITUACAO(WS-IDX)
                   PERFORM P210-CARIMBA-DECISAO
                   ADD 1 TO WS-QTD-RECUSADAS
                   DISPLAY "RENEGOCIACAO RECUSADA."
               WHEN OTHER
           END-EVALUATE
           .

       P210-CARIMBA-DECISAO.
           MOVE WS-OPERADOR-SESSAO TO WS-PEN-APROVADOR(WS-IDX)
           ACCEPT WS-PEN-DT-DECISAO(WS-IDX) FROM DATE YYYYMMDD
           .

       P300-APLICA-RENEGOCIACAO.
           MOVE WS-PEN-CONTRATO(WS-IDX) TO FIN-CONTRATO
           READ FIN-FILE
                       "(SITUACAO " FIN-SITUACAO ") - PENDENCIA "
                       "RECUSADA."
               MOVE "R" TO WS-PEN-SITUACAO(WS-IDX)
               PERFORM P210-CARIMBA-DECISAO
               ADD 1 TO WS-QTD-RECUSADAS
               GO TO P300-SAIDA
           END-IF
               DISPLAY "CONTRATO " FIN-CONTRATO " JA QUITADO - "
                       "PENDENCIA RECUSADA."
               MOVE "R" TO WS-PEN-SITUACAO(WS-IDX)
               PERFORM P210-CARIMBA-DECISAO
               ADD 1 TO WS-QTD-RECUSADAS
               GO TO P300-SAIDA
           END-IF
           MOVE ZEROS            TO FIN-DT-QUITACAO
           MOVE ZEROS            TO FIN-VALOR-QUITACAO
           MOVE WS-SISTEMA-AMORT TO FIN-SISTEMA-AMORT
           MOVE ZEROS            TO FIN-PCT-RESIDUAL
           MOVE ZEROS            TO FIN-VALOR-RESIDUAL
           PERFORM VARYING WS-IND FROM 1 BY 1
                           UNTIL WS-IND > WS-NUM-PARCELAS
               MOVE WS-PARCELAS(WS-IND) TO FIN-PARCELAS(WS-IND)
           WRITE REN-REGISTRO

           MOVE "A" TO WS-PEN-SITUACAO(WS-IDX)
           PERFORM P210-CARIMBA-DECISAO
           ADD 1 TO WS-QTD-APROVADAS
           DISPLAY "RENEGOCIACAO APROVADA E APLICADA AO CONTRATO "
                   FIN-CONTRATO
      *>   MESMA REGRA DE SALDO DEVEDOR DO PAYOFF/REFIN, SAC OU
      *>   PRICE.
           COMPUTE WS-SALDO-DEVEDOR = FIN-VALOR - FIN-ENTRADA
           IF FIN-AMORT-PRICE OR FIN-AMORT-BALAO
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
               MOVE WS-PEN-SISTEMA(WS-IDX)  TO REP-SISTEMA
               MOVE WS-PEN-DATA(WS-IDX)     TO REP-DATA
               MOVE WS-PEN-SITUACAO(WS-IDX) TO REP-SITUACAO
               MOVE WS-PEN-OPERADOR(WS-IDX) TO REP-OPERADOR
               MOVE WS-PEN-APROVADOR(WS-IDX) TO REP-APROVADOR
               MOVE WS-PEN-DT-DECISAO(WS-IDX) TO REP-DT-DECISAO
               WRITE REP-REGISTRO
           END-PERFORM
           CLOSE REP-FILE

                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FIN-CONTRATO
                   ALTERNATE RECORD KEY IS FIN-COD-CLIENTE
                       WITH DUPLICATES
                   LOCK MODE IS MANUAL
                   FILE STATUS IS WS-FIN-STATUS.

           COPY OPSFD.

       WORKING-STORAGE SECTION.
       01  WS-JAN-PROGRAMA     PIC X(16) VALUE "refin".
       01  WS-JAN-LIBERADO     PIC X.
           COPY FINREC.
           COPY PAGTOREC.
           COPY SYSPARM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *>   NADA SE ATUALIZA COM A JANELA DO BATCH NOTURNO ABERTA,
      *>   SALVO LIBERACAO DE SUPERVISOR.
           CALL "janelaUtil" USING WS-JAN-PROGRAMA WS-JAN-LIBERADO
           IF WS-JAN-LIBERADO NOT = "S"
               GOBACK
           END-IF
           OPEN I-O FIN-FILE
           OPEN I-O PAG-FILE
           IF WS-PAG-STATUS = "35"
           PERFORM P040-LE-PARAMETROS-SISTEMA
           PERFORM P045-LE-OPERADOR-SESSAO

           DISPLAY "INFORME O CODIGO DO CLIENTE: "
           ACCEPT WS-COD-CLIENTE
           PERFORM P030-SELECIONA-CONTRATO

           MOVE FIN-CONTRATO TO PAG-CONTRATO
      *>   SAC: O PRINCIPAL CAI EM COTAS IGUAIS. PRICE: A AMORTIZACAO
      *>   DE CADA PRESTACAO FIXA E RECONSTRUIDA PARCELA A PARCELA,
      *>   A MESMA REGRA DE SALDO DEVEDOR DO PAYOFF.
           IF FIN-AMORT-PRICE OR FIN-AMORT-BALAO
               PERFORM P400-SALDO-PRICE
           ELSE
               COMPUTE WS-AMORTIZACAO = (FIN-VALOR - FIN-ENTRADA)
           MOVE ZEROS            TO FIN-DT-QUITACAO
           MOVE ZEROS            TO FIN-VALOR-QUITACAO
           MOVE WS-SISTEMA-AMORT TO FIN-SISTEMA-AMORT
           MOVE ZEROS            TO FIN-PCT-RESIDUAL
           MOVE ZEROS            TO FIN-VALOR-RESIDUAL
           PERFORM P019-CALCULA-ENCARGOS-CONTRATO
           MOVE WS-VALOR-IOF     TO FIN-VALOR-IOF
           MOVE WS-VALOR-TARIFA  TO FIN-VALOR-TARIFA
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
           MOVE WS-SISTEMA-AMORT     TO REP-SISTEMA
           ACCEPT REP-DATA FROM DATE YYYYMMDD
           MOVE "P"                  TO REP-SITUACAO
           MOVE WS-OPERADOR-SESSAO   TO REP-OPERADOR
           MOVE SPACES               TO REP-APROVADOR
           MOVE ZEROS                TO REP-DT-DECISAO
           WRITE REP-REGISTRO
           CLOSE REP-FILE
           .
       P030-SELECIONA-CONTRATO.
           MOVE ZEROS TO WS-QTD-CONTRATOS
           MOVE ZEROS TO WS-CONTRATO-ACHADO
      *>   OS CONTRATOS DO CLIENTE SAEM PELA CHAVE ALTERNATIVA DO
      *>   FINMAST (FIN-COD-CLIENTE).
           MOVE WS-COD-CLIENTE TO FIN-COD-CLIENTE
           START FIN-FILE KEY IS EQUAL TO FIN-COD-CLIENTE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
           END-START

           IF WS-QTD-CONTRATOS = ZEROS
               DISPLAY "CONTRATO NAO ENCONTRADO PARA: " WS-COD-CLIENTE
               PERFORM P900-FIM
           END-IF

                       "RENEGOCIAR."
               PERFORM P900-FIM
           END-IF
           IF FIN-COD-CLIENTE NOT = WS-COD-CLIENTE
               DISPLAY "CONTRATO " WS-CONTRATO
                       " NAO PERTENCE AO CLIENTE INFORMADO."
               PERFORM P900-FIM
           END-IF
           MOVE FIN-CLIENTE TO WS-CLIENTE
           .

       P035-LISTA-CONTRATOS.
               AT END
                   MOVE "10" TO WS-FIN-STATUS
               NOT AT END
                   IF FIN-COD-CLIENTE = WS-COD-CLIENTE
                       MOVE "00" TO WS-FIN-STATUS
                   ELSE
                       MOVE "10" TO WS-FIN-STATUS
                   END-IF
                   IF FIN-COD-CLIENTE = WS-COD-CLIENTE
                       ADD 1 TO WS-QTD-CONTRATOS
                       MOVE FIN-CONTRATO TO WS-CONTRATO-ACHADO
                       DISPLAY "  CONTRATO " FIN-CONTRATO

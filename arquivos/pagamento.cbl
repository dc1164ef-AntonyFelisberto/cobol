                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FIN-CONTRATO
                   ALTERNATE RECORD KEY IS FIN-COD-CLIENTE
                       WITH DUPLICATES
                   FILE STATUS IS WS-FIN-STATUS.

               SELECT PAG-FILE ASSIGN TO "PAGMAST.DAT"
           03  WS-HASH-SUP         PIC 9(08).
           03  WS-SUP-VALIDO       PIC X.
               88  SUPERVISOR-VALIDO  VALUE "S".
           03  WS-JAN-PROGRAMA     PIC X(16) VALUE "pagamento".
           03  WS-JAN-LIBERADO     PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-DATA-CAIXA-HOJE FROM DATE YYYYMMDD
           PERFORM P047-VERIFICA-CAIXA-ABERTO THRU P047-SAIDA
           PERFORM P055-VERIFICA-PERIODO THRU P055-SAIDA
           DISPLAY "INFORME O CODIGO DO CLIENTE: "
           ACCEPT WS-COD-CLIENTE
           PERFORM P030-SELECIONA-CONTRATO

      *>   O STATUS DE PAGAMENTO FICA TRANCADO DO READ ATE O
           ACCEPT WS-OPCAO

           IF WS-OPCAO = 2
               PERFORM P059-VERIFICA-JANELA
               PERFORM P600-ESTORNA-PAGAMENTO
               PERFORM P900-FIM
           END-IF
                       WS-PAG-VALOR-PARCIAL-PAGO
           END-IF

      *>   COM A JANELA DO BATCH ABERTA A TELA FICA NA CONSULTA.
           PERFORM P059-VERIFICA-JANELA
           DISPLAY "QUANTAS PARCELAS DESEJA QUITAR NESTA OPERACAO "
                   "(0 A " WS-PARCELAS-RESTANTES ")? "
           ACCEPT WS-QTD-PAGAR
           END-READ
           .

       P059-VERIFICA-JANELA.
           CALL "janelaUtil" USING WS-JAN-PROGRAMA WS-JAN-LIBERADO
           IF WS-JAN-LIBERADO NOT = "S"
               PERFORM P900-FIM
           END-IF
           .

       P060-AVISA-CREDITO.
      *>   SE O CLIENTE TEM SALDO CREDOR EM CREDSALD.DAT (PAGAMENTO
      *>   EM DUPLICIDADE OU A MAIOR), O CAIXA AVISA ANTES DE COBRAR
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

                   DISPLAY "CONTRATO NAO ENCONTRADO: " WS-CONTRATO
                   PERFORM P900-FIM
           END-READ
           IF FIN-COD-CLIENTE NOT = WS-COD-CLIENTE
               DISPLAY "CONTRATO " WS-CONTRATO
                       " NAO PERTENCE AO CLIENTE INFORMADO."
               PERFORM P900-FIM
           END-IF
           MOVE FIN-CLIENTE TO WS-CLIENTE
      *>   MESMA REGRA DO RETORNO BANCARIO: CONTRATO CANCELADO OU
      *>   EM PREJUIZO NAO RECEBE PAGAMENTO NO CAIXA - PREJUIZO SO
      *>   VOLTA PELA RECUPERACAO.
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
               PERFORM P900-FIM
           END-IF

      *>   A AMORTIZACAO EXTRAORDINARIA REFEZ O CRONOGRAMA DO
      *>   CONTRATO E NAO SE DESFAZ PELO CAIXA.
           IF WS-ULT-TIPO = "A"
               DISPLAY "ULTIMO EVENTO DO CONTRATO E UMA AMORTIZACAO "
                       "EXTRAORDINARIA. ESTORNO NAO PERMITIDO."
               PERFORM P900-FIM
           END-IF

      *>   DESFAZ EXATAMENTE O ULTIMO LANCAMENTO: UM PAGAMENTO
      *>   PARCIAL VOLTA PARA O SALDO DA PARCELA ABERTA; UM
      *>   PAGAMENTO QUE QUITOU A PARCELA REABRE A PARCELA COM O

                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FIN-CONTRATO
                   ALTERNATE RECORD KEY IS FIN-COD-CLIENTE
                       WITH DUPLICATES
                   FILE STATUS IS WS-FIN-STATUS.

               SELECT PAG-FILE ASSIGN TO "PAGMAST.DAT"
           03  WS-ULT-DIA-CAIXA    PIC 9(8).
           03  WS-DATA-CAIXA-HOJE  PIC 9(8).
           03  WS-CLIENTE          PIC X(20).
           03  WS-COD-CLIENTE      PIC 9(05).
           03  WS-OPERADOR         PIC X(08).
           03  WS-OPERADOR-SESSAO  PIC X(08).
           03  WS-QTD-CONTRATOS    PIC 999.
           03  WS-PARCELAS-QUITADAS PIC 999 VALUE ZEROS.
           03  WS-ACABOU-DINHEIRO  PIC X VALUE "N".
               88  DINHEIRO-ESGOTADO  VALUE "S".
           03  WS-JAN-PROGRAMA     PIC X(16) VALUE "recebAuto".
           03  WS-JAN-LIBERADO     PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           END-IF
           ACCEPT WS-DATA-CAIXA-HOJE FROM DATE YYYYMMDD
           PERFORM P047-VERIFICA-CAIXA-ABERTO THRU P047-SAIDA
           CALL "janelaUtil" USING WS-JAN-PROGRAMA WS-JAN-LIBERADO
           IF WS-JAN-LIBERADO NOT = "S"
               PERFORM P900-FIM
           END-IF
           DISPLAY "INFORME O CODIGO DO CLIENTE: "
           ACCEPT WS-COD-CLIENTE
           PERFORM P030-SELECIONA-CONTRATO

           MOVE FIN-CONTRATO TO PAG-CONTRATO
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
      *>   CONTRATO CEDIDO A UM FUNDO NAO RECEBE MAIS AQUI: O
      *>   CLIENTE PAGA AO CESSIONARIO.
           IF FIN-CEDIDO
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

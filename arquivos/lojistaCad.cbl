               05  WS-LOJ-CONTA    PIC 9(10).
               05  WS-LOJ-PCT      PIC 9(02)V99.
               05  WS-LOJ-SIT      PIC X(01).
               05  WS-LOJ-FPD      PIC X(01).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                       TO WS-LOJ-PCT(WS-QTD-LOJISTAS)
                   MOVE LOJ-SITUACAO
                       TO WS-LOJ-SIT(WS-QTD-LOJISTAS)
                   MOVE LOJ-REVISAO-FPD
                       TO WS-LOJ-FPD(WS-QTD-LOJISTAS)
                   PERFORM P110-LE-LOJISTA
               END-PERFORM
               CLOSE LOJ-FILE
           DISPLAY "PERCENTUAL DE DESCONTO (EX 05,00): "
           ACCEPT WS-LOJ-PCT(WS-QTD-LOJISTAS)
           MOVE "A" TO WS-LOJ-SIT(WS-QTD-LOJISTAS)
           MOVE "N" TO WS-LOJ-FPD(WS-QTD-LOJISTAS)
           DISPLAY "LOJISTA INCLUIDO COM SUCESSO."
           .
       P200-SAIDA.

       P500-LISTAR.
           DISPLAY "CODIGO NOME                 BANCO AGENCIA "
                   "CONTA      DESC  SIT FPD"
           PERFORM VARYING WS-LOJ-IDX FROM 1 BY 1
                   UNTIL WS-LOJ-IDX > WS-QTD-LOJISTAS
               DISPLAY WS-LOJ-CODIGO(WS-LOJ-IDX) "   "
                       WS-LOJ-AGENCIA(WS-LOJ-IDX) "   "
                       WS-LOJ-CONTA(WS-LOJ-IDX) " "
                       WS-LOJ-PCT(WS-LOJ-IDX) " "
                       WS-LOJ-SIT(WS-LOJ-IDX) "   "
                       WS-LOJ-FPD(WS-LOJ-IDX)
           END-PERFORM
           DISPLAY "TOTAL DE LOJISTAS: " WS-QTD-LOJISTAS
           .
               MOVE WS-LOJ-CONTA(WS-LOJ-IDX)   TO LOJ-CONTA
               MOVE WS-LOJ-PCT(WS-LOJ-IDX)     TO LOJ-PCT-DESCONTO
               MOVE WS-LOJ-SIT(WS-LOJ-IDX)     TO LOJ-SITUACAO
               MOVE WS-LOJ-FPD(WS-LOJ-IDX)     TO LOJ-REVISAO-FPD
               WRITE LOJ-REGISTRO
           END-PERFORM
           CLOSE LOJ-FILE

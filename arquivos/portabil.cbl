                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FIN-CONTRATO
                   ALTERNATE RECORD KEY IS FIN-COD-CLIENTE
                       WITH DUPLICATES
                   FILE STATUS IS WS-FIN-STATUS.

               SELECT PAG-FILE ASSIGN TO "PAGMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CAD-CODIGO
                   ALTERNATE RECORD KEY IS CAD-CPF-CNPJ
                       WITH DUPLICATES
                   FILE STATUS IS WS-CAD-STATUS.

               SELECT POR-FILE ASSIGN TO "PORTABIL.DAT"
       WORKING-STORAGE SECTION.
           COPY PAGTOREC.

       01  WS-JAN-PROGRAMA         PIC X(16) VALUE "portabil".
       01  WS-JAN-LIBERADO         PIC X.
       01  WS-EVU-TIPO             PIC X(10).
       01  WS-EVU-VALOR            PIC 9(08)V99.
       01  WS-EVU-OPER             PIC X(08).
       01  WS-EVU-DET              PIC X(30).
      *>   O QUE O OUTRO BANCO PAGA E O QUE REMETEMOS PASSAM PELA
      *>   CONTA DA EMPRESA - A CONCILIACAO BANCARIA (concBco)
      *>   PROCURA NO EXTRATO.
       01  WS-MVB-PARAMETROS.
           03  WS-MVB-TIPO         PIC X(01).
           03  WS-MVB-VALOR        PIC 9(10)V99.
           03  WS-MVB-ORIGEM       PIC X(08) VALUE "PORTABIL".
           03  WS-MVB-REFERENCIA   PIC X(30).

       01  WS-VARIAVEIS.
           03  WS-FIN-STATUS       PIC XX.
               WHEN 1
                   PERFORM P200-EMITE-POSICAO THRU P200-SAIDA
               WHEN 2
                   CALL "janelaUtil" USING WS-JAN-PROGRAMA
                                           WS-JAN-LIBERADO
                   IF WS-JAN-LIBERADO = "S"
                       PERFORM P300-LIQUIDA-SAIDA THRU P300-SAIDA
                   END-IF
               WHEN 3
                   PERFORM P400-PROCESSA-ENTRADAS
               WHEN 4
           PERFORM P700-GRAVA-PORTABILIDADE
           PERFORM P290-FECHA

           MOVE "C"               TO WS-MVB-TIPO
           MOVE WS-VALOR-RECEBIDO TO WS-MVB-VALOR
           MOVE SPACES TO WS-MVB-REFERENCIA
           STRING "PORTAB SAIDA CONTRATO " WS-CONTRATO
                  DELIMITED BY SIZE INTO WS-MVB-REFERENCIA
           CALL "movBcoUtil" USING WS-DATA-HOJE WS-MVB-TIPO
                                   WS-MVB-VALOR WS-MVB-ORIGEM
                                   WS-MVB-REFERENCIA

           DISPLAY "CONTRATO " WS-CONTRATO " QUITADO POR "
                   "PORTABILIDADE - CARTEIRA PERDIDA DE "
                   WS-SALDO-DEVEDOR
                      DELIMITED BY SIZE INTO WS-LINHA-EDIT
               MOVE WS-LINHA-EDIT TO PGO-LINHA
               WRITE PGO-LINHA
               MOVE "D"                  TO WS-MVB-TIPO
               MOVE ENT-VALOR-LIQUIDACAO TO WS-MVB-VALOR
               MOVE SPACES TO WS-MVB-REFERENCIA
               STRING "PORTAB BANCO " ENT-BANCO-ORIGEM
                      " CLIENTE " ENT-COD-CLIENTE
                      DELIMITED BY SIZE INTO WS-MVB-REFERENCIA
               CALL "movBcoUtil" USING WS-DATA-HOJE WS-MVB-TIPO
                                       WS-MVB-VALOR WS-MVB-ORIGEM
                                       WS-MVB-REFERENCIA

               MOVE "E" TO POR-TIPO
               MOVE "B" TO POR-SITUACAO
           END-READ

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

      * Purpose: Portfolio concentration report - subtotals the
      *          outstanding balance of the active book by product
      *          (PRODUTO.DAT description), by the client's UF and
      *          city (CUSTMAST.DAT), by currency, by economic group
      *          (grupoUtil - checked against the single-client
      *          percentage and against the group's own limit) and by
      *          the ten largest single exposures, compares each axis
      *          against the limit percentages kept in SYSPARM.DAT and
      *          flags every breach - so concentration risk stops
      *          being discovered only when a region floods. Output to
      *          CONCENTR.RPT and the screen.
      * Tectonics: cobc
      ******************************************************************
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

               SELECT PRO-FILE ASSIGN TO "PRODUTO.DAT"
           03  WS-LIM-USADO        PIC 9(03).
           03  WS-ROTULO           PIC X(20).
           03  WS-LINHA-EDIT       PIC X(90).
           03  WS-GRUPO-CLI        PIC 9(04).
           03  WS-NOME-GRUPO       PIC X(20).
           03  WS-LIMITE-GRUPO     PIC 9(10)V99.
           03  WS-SALDO-EDIT       PIC Z.ZZZ.ZZZ.ZZ9,99.
           03  WS-LIMITE-EDIT      PIC Z.ZZZ.ZZZ.ZZ9,99.

       01  WS-QTD-PROD             PIC 9(03) VALUE ZEROS.
       01  WS-TABELA-PROD.
               05  WS-MOE-COD      PIC X(03).
               05  WS-MOE-SALDO    PIC 9(13)V99.

       01  WS-QTD-GRP              PIC 9(03) VALUE ZEROS.
       01  WS-TABELA-GRP.
           03  WS-GRP-ITEM OCCURS 0 TO 500 TIMES
                           DEPENDING ON WS-QTD-GRP.
               05  WS-GRP-CODIGO   PIC 9(04).
               05  WS-GRP-NOME     PIC X(20).
               05  WS-GRP-LIMITE   PIC 9(10)V99.
               05  WS-GRP-SALDO    PIC 9(13)V99.

       01  WS-QTD-CLI              PIC 9(03) VALUE ZEROS.
       01  WS-TABELA-CLI.
           03  WS-CLI-ITEM OCCURS 0 TO 500 TIMES
               ADD WS-SALDO-DEVEDOR TO WS-MOE-SALDO(WS-ACHADO)
           END-IF

      *>   POR GRUPO ECONOMICO (CLIENTE FORA DE GRUPO NAO ENTRA)
           CALL "grupoUtil" USING FIN-COD-CLIENTE WS-GRUPO-CLI
                                  WS-NOME-GRUPO WS-LIMITE-GRUPO
           IF WS-GRUPO-CLI > ZEROS
               MOVE ZEROS TO WS-ACHADO
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-QTD-GRP
                   IF WS-GRP-CODIGO(WS-IDX) = WS-GRUPO-CLI
                       MOVE WS-IDX TO WS-ACHADO
                   END-IF
               END-PERFORM
               IF WS-ACHADO = ZEROS AND WS-QTD-GRP < 500
                   ADD 1 TO WS-QTD-GRP
                   MOVE WS-QTD-GRP TO WS-ACHADO
                   MOVE WS-GRUPO-CLI    TO WS-GRP-CODIGO(WS-ACHADO)
                   MOVE WS-NOME-GRUPO   TO WS-GRP-NOME(WS-ACHADO)
                   MOVE WS-LIMITE-GRUPO TO WS-GRP-LIMITE(WS-ACHADO)
                   MOVE ZEROS TO WS-GRP-SALDO(WS-ACHADO)
               END-IF
               IF WS-ACHADO > ZEROS
                   ADD WS-SALDO-DEVEDOR TO WS-GRP-SALDO(WS-ACHADO)
               END-IF
           END-IF

      *>   POR CLIENTE (MAIORES EXPOSICOES)
           MOVE ZEROS TO WS-ACHADO
           PERFORM VARYING WS-IDX FROM 1 BY 1
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
               PERFORM P750-LINHA-EIXO
           END-PERFORM

           MOVE "POR GRUPO ECONOMICO:" TO RPT-LINHA
           WRITE RPT-LINHA
           MOVE WS-SYS-LIM-CLIENTE TO WS-LIM-USADO
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-GRP
               COMPUTE WS-PCT ROUNDED =
                       WS-GRP-SALDO(WS-IDX) * 100 / WS-TOT-CARTEIRA
               MOVE WS-GRP-NOME(WS-IDX) TO WS-ROTULO
               PERFORM P750-LINHA-EIXO
               IF WS-GRP-LIMITE(WS-IDX) > ZEROS
                  AND WS-GRP-SALDO(WS-IDX) > WS-GRP-LIMITE(WS-IDX)
                   PERFORM P760-LINHA-LIMITE-GRUPO
               END-IF
           END-PERFORM

           MOVE "DEZ MAIORES EXPOSICOES:" TO RPT-LINHA
           WRITE RPT-LINHA
           MOVE WS-SYS-LIM-CLIENTE TO WS-LIM-USADO
           DISPLAY WS-LINHA-EDIT
           .

       P760-LINHA-LIMITE-GRUPO.
      *>   O SALDO DO GRUPO PASSOU DO LIMITE APROVADO PARA ELE NO
      *>   CADASTRO DE GRUPOS - CONTA COMO LIMITE ESTOURADO.
           ADD 1 TO WS-QTD-BREACHES
           MOVE WS-GRP-SALDO(WS-IDX)  TO WS-SALDO-EDIT
           MOVE WS-GRP-LIMITE(WS-IDX) TO WS-LIMITE-EDIT
           MOVE SPACES TO WS-LINHA-EDIT
           STRING "    SALDO " WS-SALDO-EDIT
                  " *** ACIMA DO LIMITE DO GRUPO "
                  WS-LIMITE-EDIT " ***"
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           MOVE WS-LINHA-EDIT TO RPT-LINHA
           WRITE RPT-LINHA
           DISPLAY WS-LINHA-EDIT
           .

       END PROGRAM concentra.

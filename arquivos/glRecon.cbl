      *          to GLRECON.RPT with the contracts that compose the
      *          expected side, and the program returns a non-zero
      *          code so the close stream stops the way the daily
      *          FINMAST x PAGMAST cross-check does. The proof runs
      *          for the company of the run (empUtil) - the session's
      *          or the one fechaMes is closing - or for the whole
      *          group when the run is consolidated. Year-end closing
      *          entries (ENCERRAM) are left out: they sweep 41001 into
      *          retained earnings, while the proof is cumulative.
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

       WORKING-STORAGE SECTION.
           COPY PAGTOREC.
           COPY EMPLK.

       01  WS-VARIAVEIS.
           03  WS-CTH-STATUS       PIC XX.
           03  WS-PRESTACAO        PIC 9(06)V99.
           03  WS-PRESTACAO-NUM    PIC 9(12)V9(06).
           03  WS-LINHA-EDIT       PIC X(80).
           03  WS-EMPRESA-RODADA   PIC 9(02).
           03  WS-EMPRESA-NOME     PIC X(30).
           03  WS-EMPRESA-ITEM     PIC 9(02).
           03  WS-CONTRATO-ITEM    PIC 9(06).
           03  WS-NA-EMPRESA       PIC X.
               88  ITEM-DA-EMPRESA    VALUE "S".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE "S" TO EMU-FUNCAO
           CALL "empUtil" USING EMU-PARAMETROS
           MOVE EMU-EMPRESA TO WS-EMPRESA-RODADA
           MOVE EMU-NOME    TO WS-EMPRESA-NOME
           PERFORM P100-ACUMULA-RAZAO
           PERFORM P200-RECOMPOE-CARTEIRA
           PERFORM P300-RECOMPOE-PREJUIZO
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           MOVE WS-LINHA-EDIT TO RPT-LINHA
           WRITE RPT-LINHA
           MOVE SPACES TO WS-LINHA-EDIT
           STRING "EMPRESA: " WS-EMPRESA-RODADA " - "
                  WS-EMPRESA-NOME
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           MOVE WS-LINHA-EDIT TO RPT-LINHA
           WRITE RPT-LINHA

           MOVE SPACES TO WS-LINHA-EDIT
           STRING "13001 RAZAO " WS-SALDO-13001
           END-IF
           CLOSE RPT-FILE

           DISPLAY "EMPRESA..........: " WS-EMPRESA-RODADA " - "
                   WS-EMPRESA-NOME
           DISPLAY "13001 RAZAO......: " WS-SALDO-13001
           DISPLAY "CARTEIRA ATIVA...: " WS-CARTEIRA-ATIVA
           DISPLAY "41001 RAZAO......: " WS-SALDO-41001
           END-IF
           PERFORM UNTIL FIM-HISTORICO
               IF CTB-TIPO = "D"
                   MOVE CTB-EMPRESA  TO WS-EMPRESA-ITEM
                   MOVE CTB-CONTRATO TO WS-CONTRATO-ITEM
                   PERFORM P050-FILTRA-EMPRESA
               END-IF
      *>   O ENCERRAMENTO DO EXERCICIO ZERA A 41001 NO RAZAO, MAS A
      *>   PROVA E CONTRA O PREJUIZO ACUMULADO DA CARTEIRA.
               IF CTB-TIPO = "D" AND ITEM-DA-EMPRESA
                  AND CTB-EVENTO NOT = "ENCERRAM"
                   IF CTB-CONTA-DEBITO = 13001
                       ADD CTB-VALOR TO WS-SALDO-13001
                   END-IF
           END-IF
           .

       P050-FILTRA-EMPRESA.
           MOVE "E"              TO EMU-FUNCAO
           MOVE WS-EMPRESA-ITEM  TO EMU-EMPRESA
           MOVE WS-CONTRATO-ITEM TO EMU-CONTRATO
           CALL "empUtil" USING EMU-PARAMETROS
           MOVE EMU-RETORNO      TO WS-NA-EMPRESA
           .

       P110-LE-HISTORICO.
           READ CTH-FILE
               AT END SET FIM-HISTORICO TO TRUE
               AT END
                   MOVE "10" TO WS-FIN-STATUS
               NOT AT END
                   MOVE FIN-COD-EMPRESA TO WS-EMPRESA-ITEM
                   MOVE FIN-CONTRATO    TO WS-CONTRATO-ITEM
                   PERFORM P050-FILTRA-EMPRESA
                   IF FIN-ATIVO AND ITEM-DA-EMPRESA
                       PERFORM P250-SALDO-DEVEDOR
                       ADD WS-SALDO-DEVEDOR TO WS-CARTEIRA-ATIVA
                   END-IF
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
           IF WS-WOF-STATUS = "00"
               PERFORM P310-LE-PREJUIZO
               PERFORM UNTIL FIM-PREJUIZOS
                   MOVE ZEROS        TO WS-EMPRESA-ITEM
                   MOVE WOF-CONTRATO TO WS-CONTRATO-ITEM
                   PERFORM P050-FILTRA-EMPRESA
                   IF WOF-SITUACAO = "P" AND ITEM-DA-EMPRESA
                       ADD WOF-SALDO TO WS-PREJUIZO-LIVRO
                   END-IF
                   PERFORM P310-LE-PREJUIZO
               AT END
                   MOVE "10" TO WS-FIN-STATUS
               NOT AT END
                   MOVE FIN-COD-EMPRESA TO WS-EMPRESA-ITEM
                   MOVE FIN-CONTRATO    TO WS-CONTRATO-ITEM
                   PERFORM P050-FILTRA-EMPRESA
                   IF FIN-ATIVO AND ITEM-DA-EMPRESA
                       PERFORM P250-SALDO-DEVEDOR
                       MOVE SPACES TO WS-LINHA-EDIT
                       STRING "  CONTRATO " FIN-CONTRATO
           IF WS-WOF-STATUS = "00"
               PERFORM P310-LE-PREJUIZO
               PERFORM UNTIL FIM-PREJUIZOS
                   MOVE ZEROS        TO WS-EMPRESA-ITEM
                   MOVE WOF-CONTRATO TO WS-CONTRATO-ITEM
                   PERFORM P050-FILTRA-EMPRESA
                   IF WOF-SITUACAO = "P" AND ITEM-DA-EMPRESA
                       MOVE SPACES TO WS-LINHA-EDIT
                       STRING "  CONTRATO " WOF-CONTRATO
                              " SALDO " WOF-SALDO

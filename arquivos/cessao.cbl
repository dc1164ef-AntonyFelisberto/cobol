                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FIN-CONTRATO
                   ALTERNATE RECORD KEY IS FIN-COD-CLIENTE
                       WITH DUPLICATES
                   FILE STATUS IS WS-FIN-STATUS.

               SELECT PAG-FILE ASSIGN TO "PAGMAST.DAT"
           COPY CTBFD.

       FD  CTH-FILE.
       01  CTH-LINHA           PIC X(47).

       FD  OPS-FILE.
           COPY OPSFD.

       WORKING-STORAGE SECTION.
       01  WS-JAN-PROGRAMA     PIC X(16) VALUE "cessao".
       01  WS-JAN-LIBERADO     PIC X.
           COPY PAGTOREC.
           COPY GLMAPTB.

               05  WS-ATR-CONTRATO PIC 9(06).
               05  WS-ATR-DIAS     PIC 9(05).

           COPY EMPLK.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           EVALUATE WS-OPCAO
               WHEN 1
                   CALL "janelaUtil" USING WS-JAN-PROGRAMA
                                           WS-JAN-LIBERADO
                   IF WS-JAN-LIBERADO = "S"
                       PERFORM P200-VENDE-BLOCO
                   END-IF
               WHEN 2
                   PERFORM P600-LISTA-CEDIDOS
               WHEN OTHER
                           ": " WS-FIN-STATUS
                   GOBACK
           END-REWRITE
      *>   "02" = HA OUTRO CONTRATO DO CLIENTE (CHAVE ALTERNATIVA).
           IF WS-FIN-STATUS = "02"
               MOVE "00" TO WS-FIN-STATUS
           END-IF

           MOVE WS-BLOCO        TO CSS-BLOCO
           MOVE FIN-CONTRATO    TO CSS-CONTRATO
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
                       TO CTB-CONTA-CREDITO
                   MOVE WS-VALOR-VENDA TO CTB-VALOR
                   MOVE FIN-CONTRATO   TO CTB-CONTRATO
                   MOVE "C"          TO EMU-FUNCAO
                   MOVE CTB-CONTRATO TO EMU-CONTRATO
                   CALL "empUtil" USING EMU-PARAMETROS
                   MOVE EMU-EMPRESA  TO CTB-EMPRESA
                   WRITE CTB-REGISTRO
                   MOVE CTB-REGISTRO TO CTH-LINHA
                   WRITE CTH-LINHA
                       TO CTB-CONTA-CREDITO
                   MOVE WS-DIF-VALOR  TO CTB-VALOR
                   MOVE FIN-CONTRATO  TO CTB-CONTRATO
                   MOVE "C"          TO EMU-FUNCAO
                   MOVE CTB-CONTRATO TO EMU-CONTRATO
                   CALL "empUtil" USING EMU-PARAMETROS
                   MOVE EMU-EMPRESA  TO CTB-EMPRESA
                   WRITE CTB-REGISTRO
                   MOVE CTB-REGISTRO TO CTH-LINHA
                   WRITE CTH-LINHA

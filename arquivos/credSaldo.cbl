      *          posts, PAGMAST counter plus a PAGHIST.DAT row - or
      *          refund it to the client under a level-3 supervisor's
      *          code, each movement appended to the ledger so the
      *          balance is always the sum of the rows. Amounts
      *          already requested for refund by bank transfer
      *          (restitui, RESTITUI.DAT) and not yet sent are held
      *          back from the available balance. The
      *          consultation is recorded in the access log
      *          (acessoUtil, ACESSO.DAT).
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
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CRS-STATUS.

               SELECT RST-FILE ASSIGN TO "RESTITUI.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RST-STATUS.

               SELECT OPE-FILE ASSIGN TO "OPERADOR.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPE-STATUS.
       FD  CRS-FILE.
           COPY CRSFD.

       FD  RST-FILE.
           COPY RSTFD.

       FD  OPE-FILE.
           COPY OPEFD.

           COPY OPSFD.

       WORKING-STORAGE SECTION.
       01  WS-JAN-PROGRAMA     PIC X(16) VALUE "credSaldo".
       01  WS-JAN-LIBERADO     PIC X.
           COPY PAGTOREC.

       01  WS-VARIAVEIS.
           03  WS-PAG-STATUS       PIC XX.
           03  WS-HIST-STATUS      PIC XX.
           03  WS-CRS-STATUS       PIC XX.
           03  WS-RST-STATUS       PIC XX.
           03  WS-OPE-STATUS       PIC XX.
           03  WS-OPS-STATUS       PIC XX.
           03  WS-CRS-EOF          PIC X VALUE "N".
               88  FIM-LEDGER         VALUE "S".
           03  WS-RST-EOF          PIC X VALUE "N".
               88  FIM-PEDIDOS        VALUE "S".
           03  WS-OPE-EOF          PIC X VALUE "N".
               88  FIM-OPERADORES     VALUE "S".
           03  WS-CLIENTE          PIC X(20).
           03  WS-COD-CLIENTE      PIC 9(05).
           03  WS-ACS-PROGRAMA     PIC X(10) VALUE "credSaldo".
           03  WS-OPERADOR         PIC X(08).
           03  WS-OPERADOR-SESSAO  PIC X(08).
           03  WS-OPCAO            PIC 9.
           03  WS-CONTRATO-ACHADO  PIC 9(06).
           03  WS-CONTRATO         PIC 9(06).
           03  WS-SALDO-CREDOR     PIC S9(08)V99 VALUE ZEROS.
           03  WS-SALDO-RESERVADO  PIC 9(08)V99 VALUE ZEROS.
           03  WS-PROXIMA-PARCELA  PIC 999.
           03  WS-VALOR-DEVIDO     PIC 9(06)V99.
           03  WS-VALOR-MOVIMENTO  PIC 9(06)V99.
               MOVE WS-OPERADOR-SESSAO TO WS-OPERADOR
           END-IF

           DISPLAY "INFORME O CODIGO DO CLIENTE: "
           ACCEPT WS-COD-CLIENTE
           PERFORM P030-SELECIONA-CONTRATO
           CALL "acessoUtil" USING WS-COD-CLIENTE WS-ACS-PROGRAMA
                                   WS-OPERADOR

           PERFORM P100-CALCULA-SALDO
           DISPLAY "=============================================="
           DISPLAY "CLIENTE..............: " WS-CLIENTE
           DISPLAY "CODIGO...............: " FIN-COD-CLIENTE
           DISPLAY "SALDO CREDOR.........: " WS-SALDO-CREDOR
           IF WS-SALDO-RESERVADO > ZEROS
               DISPLAY "PEDIDO DE TRANSFERENCIA EM ANDAMENTO: "
                       WS-SALDO-RESERVADO " (JA DESCONTADO)"
           END-IF
           DISPLAY "=============================================="

           IF WS-SALDO-CREDOR <= ZEROS

           EVALUATE WS-OPCAO
               WHEN 2
                   CALL "janelaUtil" USING WS-JAN-PROGRAMA
                                           WS-JAN-LIBERADO
                   IF WS-JAN-LIBERADO = "S"
                       PERFORM P200-APLICA-CREDITO
                   END-IF
               WHEN 3
                   CALL "janelaUtil" USING WS-JAN-PROGRAMA
                                           WS-JAN-LIBERADO
                   IF WS-JAN-LIBERADO = "S"
                       PERFORM P300-RESTITUI-CREDITO
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
               END-PERFORM
               CLOSE CRS-FILE
           END-IF
      *>   O PEDIDO DE RESTITUICAO POR TRANSFERENCIA AINDA NAO
      *>   ENVIADO (P OU A) JA TEM DESTINO - SO SAI DO LEDGER QUANDO
      *>   O restPag O ENVIA AO BANCO.
           MOVE ZEROS TO WS-SALDO-RESERVADO
           MOVE "N"   TO WS-RST-EOF
           OPEN INPUT RST-FILE
           IF WS-RST-STATUS = "00"
               PERFORM P120-LE-PEDIDO
               PERFORM UNTIL FIM-PEDIDOS
                   IF RST-COD-CLIENTE = FIN-COD-CLIENTE
                      AND RST-SALDO-CREDOR
                      AND (RST-PENDENTE OR RST-APROVADA)
                       ADD RST-VALOR TO WS-SALDO-RESERVADO
                   END-IF
                   PERFORM P120-LE-PEDIDO
               END-PERFORM
               CLOSE RST-FILE
           END-IF
           SUBTRACT WS-SALDO-RESERVADO FROM WS-SALDO-CREDOR
           .

       P120-LE-PEDIDO.
           READ RST-FILE
               AT END SET FIM-PEDIDOS TO TRUE
           END-READ
           .

       P110-LE-LEDGER.
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

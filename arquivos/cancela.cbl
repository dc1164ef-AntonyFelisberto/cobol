      *          hand-deleted any more), the entrada to be returned is
      *          recorded, the payment-status record is removed and a
      *          cancellation event goes to LIQUIDAC.LOG. Past the
      *          window the program refuses cleanly. When the contract
      *          came through a merchant (FIN-COD-LOJISTA) and the
      *          store has already been paid its repasse, the repasse
      *          becomes a receivable against the merchant on
      *          LOJDEB.DAT, posted to the GL as REPASDEV. The entrada
      *          goes back to the client by bank transfer through a
      *          refund request keyed at the refund desk (restitui,
      *          origin E) and paid out by the nightly restPag.
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
                   FILE STATUS IS WS-LIQ-STATUS.

               SELECT LDB-FILE ASSIGN TO "LOJDEB.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LDB-STATUS.

               SELECT CTB-FILE ASSIGN TO "CONTABIL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CTB-STATUS.

               SELECT CTH-FILE ASSIGN TO "CONTABHIS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CTH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIN-FILE.
       FD  LIQ-FILE.
           COPY LIQFD.

       FD  LDB-FILE.
           COPY LDBFD.

       FD  CTB-FILE.
           COPY CTBFD.

       FD  CTH-FILE.
       01  CTH-LINHA           PIC X(47).
       01  CTH-LANCAMENTO.
           03  CTH-TIPO            PIC X(01).
           03  CTH-DATA            PIC 9(8).
           03  CTH-EVENTO          PIC X(08).
           03  CTH-CONTAS          PIC X(10).
           03  CTH-VALOR           PIC 9(10)V99.
           03  CTH-CONTRATO        PIC 9(06).

       WORKING-STORAGE SECTION.
       01  WS-JAN-PROGRAMA     PIC X(16) VALUE "cancela".
       01  WS-JAN-LIBERADO     PIC X.
           COPY GLMAPTB.

       01  WS-EVU-TIPO             PIC X(10).
       01  WS-EVU-VALOR            PIC 9(08)V99.
           03  WS-FIN-STATUS       PIC XX.
           03  WS-PAG-STATUS       PIC XX.
           03  WS-LIQ-STATUS       PIC XX.
           03  WS-LDB-STATUS       PIC XX.
           03  WS-CTB-STATUS       PIC XX.
           03  WS-CTH-STATUS       PIC XX.
           03  WS-CTH-EOF          PIC X.
               88  FIM-HISTORICO      VALUE "S".
           03  WS-REPASSE-PAGO     PIC 9(10)V99.
           03  WS-CONTRATO         PIC 9(06).
           03  WS-DATA-HOJE        PIC 9(8).
           03  WS-JULIANO-HOJE     PIC 9(7).
           03  WS-CONFIRMA         PIC X VALUE "N".
               88  CONFIRMA-CANCELAMENTO VALUE "S".

           COPY EMPLK.

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
           END-READ

           PERFORM P810-GRAVA-CANCELAMENTO
           IF FIN-COD-LOJISTA IS NUMERIC
              AND FIN-COD-LOJISTA > ZEROS
               PERFORM P820-DEBITO-LOJISTA THRU P820-SAIDA
           END-IF
           MOVE "CANCELAM"   TO WS-EVU-TIPO
           MOVE FIN-ENTRADA  TO WS-EVU-VALOR
           MOVE "BALCAO"     TO WS-EVU-OPER
           DISPLAY "CONTRATO " FIN-CONTRATO " CANCELADO DENTRO DO "
                   "PRAZO LEGAL."
           DISPLAY "DEVOLVER AO CLIENTE A ENTRADA DE: " FIN-ENTRADA
           IF FIN-ENTRADA > ZEROS
               DISPLAY "REGISTRE O PEDIDO DE RESTITUICAO DA ENTRADA "
                       "(RESTITUICAO POR TRANSFERENCIA, ORIGEM E)."
           END-IF
           DISPLAY "=============================================="
           .

           CLOSE LIQ-FILE
           .

       P820-DEBITO-LOJISTA.
      *>   O REPASSE SO FOI PAGO SE O lojRepasse JA LANCOU O EVENTO
      *>   REPASSE DO CONTRATO - E O CONTABHIS.DAT QUE GUARDA ISSO.
      *>   SE AINDA NAO FOI, O lojRepasse NAO PAGA CONTRATO CANCELADO
      *>   E NAO HA O QUE RECUPERAR.
           MOVE ZEROS TO WS-REPASSE-PAGO
           MOVE "N" TO WS-CTH-EOF
           OPEN INPUT CTH-FILE
           IF WS-CTH-STATUS = "00"
               PERFORM P825-LE-HISTORICO
               PERFORM UNTIL FIM-HISTORICO
                   IF CTH-TIPO = "D"
                      AND CTH-EVENTO = "REPASSE "
                      AND CTH-CONTRATO = FIN-CONTRATO
                       ADD CTH-VALOR TO WS-REPASSE-PAGO
                   END-IF
                   PERFORM P825-LE-HISTORICO
               END-PERFORM
               CLOSE CTH-FILE
           END-IF
           IF WS-REPASSE-PAGO = ZEROS
               DISPLAY "REPASSE AO LOJISTA " FIN-COD-LOJISTA
                       " AINDA NAO PAGO - NADA A RECUPERAR."
               GO TO P820-SAIDA
           END-IF

           OPEN EXTEND LDB-FILE
           IF WS-LDB-STATUS = "35"
               OPEN OUTPUT LDB-FILE
               CLOSE LDB-FILE
               OPEN EXTEND LDB-FILE
           END-IF
           MOVE FIN-COD-LOJISTA TO LDB-LOJISTA
           MOVE FIN-CONTRATO    TO LDB-CONTRATO
           MOVE FIN-CLIENTE     TO LDB-CLIENTE
           MOVE WS-DATA-HOJE    TO LDB-DT-ABERTURA
           MOVE WS-REPASSE-PAGO TO LDB-VALOR
           MOVE WS-REPASSE-PAGO TO LDB-SALDO
           MOVE "A"             TO LDB-SITUACAO
           MOVE ZEROS           TO LDB-DT-BAIXA
           MOVE SPACE           TO LDB-ORIGEM-BAIXA
           WRITE LDB-REGISTRO
           CLOSE LDB-FILE

           PERFORM P830-POSTA-CONTABIL

           MOVE "REPAS-DEV"     TO WS-EVU-TIPO
           MOVE WS-REPASSE-PAGO TO WS-EVU-VALOR
           MOVE "BALCAO"        TO WS-EVU-OPER
           MOVE SPACES          TO WS-EVU-DET
           STRING "DEBITO DO LOJISTA " FIN-COD-LOJISTA
                  DELIMITED BY SIZE INTO WS-EVU-DET
           CALL "evtUtil" USING FIN-CONTRATO WS-EVU-TIPO
                                WS-EVU-VALOR WS-EVU-OPER WS-EVU-DET

           DISPLAY "REPASSE JA PAGO AO LOJISTA " FIN-COD-LOJISTA
                   ": " WS-REPASSE-PAGO
           DISPLAY "REGISTRADO COMO DEBITO DO LOJISTA - SERA "
                   "COMPENSADO NO PROXIMO REPASSE."
           .
       P820-SAIDA.
           EXIT.

       P825-LE-HISTORICO.
           READ CTH-FILE
               AT END SET FIM-HISTORICO TO TRUE
           END-READ
           .

       P830-POSTA-CONTABIL.
           OPEN EXTEND CTB-FILE
           IF WS-CTB-STATUS = "35"
               OPEN OUTPUT CTB-FILE
               CLOSE CTB-FILE
               OPEN EXTEND CTB-FILE
           END-IF
           OPEN EXTEND CTH-FILE
           IF WS-CTH-STATUS = "35"
               OPEN OUTPUT CTH-FILE
               CLOSE CTH-FILE
               OPEN EXTEND CTH-FILE
           END-IF
           SET WS-GLMAP-IDX TO 1
           SEARCH WS-GLMAP-ITEM
               AT END
                   DISPLAY "EVENTO REPASDEV SEM MAPA CONTABIL - "
                           "LANCAMENTO NAO GERADO"
               WHEN WS-GLMAP-EVENTO(WS-GLMAP-IDX) = "REPASDEV"
                   MOVE "D"            TO CTB-TIPO
                   MOVE WS-DATA-HOJE   TO CTB-DATA
                   MOVE "REPASDEV"     TO CTB-EVENTO
                   MOVE WS-GLMAP-DEBITO(WS-GLMAP-IDX)
                       TO CTB-CONTA-DEBITO
                   MOVE WS-GLMAP-CREDITO(WS-GLMAP-IDX)
                       TO CTB-CONTA-CREDITO
                   MOVE WS-REPASSE-PAGO TO CTB-VALOR
                   MOVE FIN-CONTRATO    TO CTB-CONTRATO
                   MOVE "C"          TO EMU-FUNCAO
                   MOVE CTB-CONTRATO TO EMU-CONTRATO
                   CALL "empUtil" USING EMU-PARAMETROS
                   MOVE EMU-EMPRESA  TO CTB-EMPRESA
                   WRITE CTB-REGISTRO
                   MOVE CTB-REGISTRO TO CTH-LINHA
                   WRITE CTH-LINHA
           END-SEARCH
           CLOSE CTB-FILE
           CLOSE CTH-FILE
           .

       P900-FIM.
           CLOSE FIN-FILE
           CLOSE PAG-FILE

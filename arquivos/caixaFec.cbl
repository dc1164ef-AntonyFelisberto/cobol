      *          with the over/short; an operator whose previous
      *          posting day was never closed here is blocked from
      *          posting by the counter programs until it is.
      *          Returned-cheque fees the operator received that day
      *          (CHEQUE.DAT) and the service fees received at the
      *          fee desk (TARITEM.DAT, situacao B) count as drawer
      *          money; the post-dated cheques taken into custody that
      *          day and the total still in custody are shown apart -
      *          they are paper in the cheque file, not cash in the
      *          drawer.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPS-STATUS.

               SELECT CHQ-FILE ASSIGN TO "CHEQUE.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CHQ-STATUS.

               SELECT TIT-FILE ASSIGN TO "TARITEM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HIST-FILE.
       FD  OPS-FILE.
           COPY OPSFD.

       FD  CHQ-FILE.
           COPY CHQFD.

       FD  TIT-FILE.
           COPY TITFD.

       WORKING-STORAGE SECTION.
       01  WS-VARIAVEIS.
           03  WS-HIST-STATUS      PIC XX.
           03  WS-FEC-STATUS       PIC XX.
           03  WS-OPE-STATUS       PIC XX.
           03  WS-OPS-STATUS       PIC XX.
           03  WS-CHQ-STATUS       PIC XX.
           03  WS-CHQ-EOF          PIC X VALUE "N".
               88  FIM-CHEQUES        VALUE "S".
           03  WS-QTD-CHQ-DIA      PIC 9(05) VALUE ZEROS.
           03  WS-VALOR-CHQ-DIA    PIC 9(08)V99 VALUE ZEROS.
           03  WS-QTD-CUSTODIA     PIC 9(05) VALUE ZEROS.
           03  WS-VALOR-CUSTODIA   PIC 9(08)V99 VALUE ZEROS.
           03  WS-VALOR-TARIFAS    PIC 9(08)V99 VALUE ZEROS.
           03  WS-TIT-STATUS       PIC XX.
           03  WS-TIT-EOF          PIC X VALUE "N".
               88  FIM-TARIFAS        VALUE "S".
           03  WS-VALOR-AVULSAS    PIC 9(08)V99 VALUE ZEROS.
           03  WS-HIST-EOF         PIC X VALUE "N".
               88  FIM-HISTORICO      VALUE "S".
           03  WS-FEC-EOF          PIC X VALUE "N".
           END-IF

           PERFORM P200-TOTALIZA-MOVIMENTO
           PERFORM P300-TOTALIZA-CHEQUES
           PERFORM P350-TOTALIZA-TARIFAS
           IF WS-QTD-LANCAMENTOS = ZEROS
               DISPLAY "SEM MOVIMENTO DE CAIXA PARA " WS-OPERADOR
                       " EM " WS-DATA-FECHA " - NADA A FECHAR."
           DISPLAY "FECHAMENTO DE CAIXA - " WS-OPERADOR
                   " EM " WS-DATA-FECHA
           DISPLAY "LANCAMENTOS DO DIA...: " WS-QTD-LANCAMENTOS
           IF WS-VALOR-TARIFAS > ZEROS
               DISPLAY "TARIFAS CHQ DEVOLVIDO: " WS-VALOR-TARIFAS
           END-IF
           IF WS-VALOR-AVULSAS > ZEROS
               DISPLAY "TARIFAS AVULSAS......: " WS-VALOR-AVULSAS
           END-IF
           DISPLAY "VALOR PELO SISTEMA...: " WS-VALOR-SISTEMA
           IF WS-QTD-CHQ-DIA > ZEROS OR WS-QTD-CUSTODIA > ZEROS
               DISPLAY "----------------------------------------------"
               DISPLAY "CHEQUES PRE-DATADOS (NAO ENTRAM NA GAVETA)"
               DISPLAY "RECEBIDOS NO DIA.....: " WS-QTD-CHQ-DIA
                       " - " WS-VALOR-CHQ-DIA
               DISPLAY "EM CUSTODIA (TOTAL)..: " WS-QTD-CUSTODIA
                       " - " WS-VALOR-CUSTODIA
           END-IF
           DISPLAY "=============================================="
           DISPLAY "VALOR CONTADO NA GAVETA: "
           ACCEPT WS-VALOR-CONTADO
           END-READ
           .

       P300-TOTALIZA-CHEQUES.
      *>   TARIFA DE CHEQUE DEVOLVIDO RECEBIDA PELO OPERADOR NO DIA
      *>   E DINHEIRO NA GAVETA; O CHEQUE PRE-DATADO NAO - FICA NA
      *>   CUSTODIA ATE O DEPOSITO (chequeDep).
           MOVE ZEROS TO WS-QTD-CHQ-DIA WS-VALOR-CHQ-DIA
                         WS-QTD-CUSTODIA WS-VALOR-CUSTODIA
                         WS-VALOR-TARIFAS
           MOVE "N"   TO WS-CHQ-EOF
           OPEN INPUT CHQ-FILE
           IF WS-CHQ-STATUS = "00"
               PERFORM P310-LE-CHEQUE
               PERFORM UNTIL FIM-CHEQUES
                   IF CHQ-TARIFA-RECEBIDA
                      AND CHQ-OPE-TARIFA = WS-OPERADOR
                      AND CHQ-DT-TARIFA = WS-DATA-FECHA
                       ADD 1 TO WS-QTD-LANCAMENTOS
                       ADD CHQ-VALOR-TARIFA TO WS-VALOR-SISTEMA
                       ADD CHQ-VALOR-TARIFA TO WS-VALOR-TARIFAS
                   END-IF
                   IF CHQ-OPERADOR = WS-OPERADOR
                      AND CHQ-DT-CUSTODIA = WS-DATA-FECHA
                       ADD 1 TO WS-QTD-CHQ-DIA
                       ADD CHQ-VALOR TO WS-VALOR-CHQ-DIA
                   END-IF
                   IF CHQ-EM-CUSTODIA
                       ADD 1 TO WS-QTD-CUSTODIA
                       ADD CHQ-VALOR TO WS-VALOR-CUSTODIA
                   END-IF
                   PERFORM P310-LE-CHEQUE
               END-PERFORM
               CLOSE CHQ-FILE
           END-IF
           .

       P350-TOTALIZA-TARIFAS.
      *>   TARIFA AVULSA RECEBIDA NO BALCAO PELO OPERADOR NO DIA. A
      *>   DE CHEQUE DEVOLVIDO JA ENTROU PELO CHEQUE.DAT.
           MOVE ZEROS TO WS-VALOR-AVULSAS
           MOVE "N"   TO WS-TIT-EOF
           OPEN INPUT TIT-FILE
           IF WS-TIT-STATUS = "00"
               PERFORM P360-LE-TARIFA
               PERFORM UNTIL FIM-TARIFAS
                   IF TIT-PAGA-BALCAO
                      AND TIT-SERVICO NOT = "CD"
                      AND TIT-OPE-BAIXA = WS-OPERADOR
                      AND TIT-DT-BAIXA = WS-DATA-FECHA
                       ADD 1 TO WS-QTD-LANCAMENTOS
                       ADD TIT-VALOR TO WS-VALOR-SISTEMA
                       ADD TIT-VALOR TO WS-VALOR-AVULSAS
                   END-IF
                   PERFORM P360-LE-TARIFA
               END-PERFORM
               CLOSE TIT-FILE
           END-IF
           .

       P360-LE-TARIFA.
           READ TIT-FILE
               AT END SET FIM-TARIFAS TO TRUE
           END-READ
           .

       P310-LE-CHEQUE.
           READ CHQ-FILE
               AT END SET FIM-CHEQUES TO TRUE
           END-READ
           .

       P400-VALIDA-SUPERVISOR.
           MOVE "N" TO WS-SUP-VALIDO
           MOVE "N" TO WS-OPE-EOF

      *          runCtl.cbl gives for a single job. The operator
      *          sees at a glance where tonight's stream stopped and
      *          restarts it from there after fixing the cause.
      *          Below the steps come the SLA alerts the controller
      *          raised that night (STREAMAL.DAT, streamSla.cbl): a
      *          step running over its 30-night average, or a
      *          projected end past the SYSPARM target end time.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SMT-STATUS.

               SELECT SMA-FILE ASSIGN TO "STREAMAL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SMA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SMT-FILE.
           COPY SMTFD.

       FD  SMA-FILE.
           COPY SMAFD.

       WORKING-STORAGE SECTION.
       01  WS-VARIAVEIS.
           03  WS-SMT-STATUS   PIC XX.
           03  WS-SMA-STATUS   PIC XX.
           03  WS-SMA-EOF      PIC X.
               88  FIM-ALERTAS     VALUE "S".
           03  WS-QTD-ALERTAS  PIC 9(03) VALUE ZEROS.
           03  WS-SMT-EOF      PIC X.
               88  FIM-EVENTOS     VALUE "S".
           03  WS-DATA-CONSULTA PIC 9(8).
           ELSE
               DISPLAY "STREAM COMPLETO."
           END-IF
           PERFORM P300-MOSTRA-ALERTAS THRU P300-SAIDA
           GOBACK.

       P110-LE-EVENTO.
           MOVE SMT-HORA     TO WS-STP-HORA(WS-ACHADO)
           .

       P300-MOSTRA-ALERTAS.
           MOVE "N" TO WS-SMA-EOF
           OPEN INPUT SMA-FILE
           IF WS-SMA-STATUS NOT = "00"
               GO TO P300-SAIDA
           END-IF
           PERFORM UNTIL FIM-ALERTAS
               READ SMA-FILE
                   AT END
                       SET FIM-ALERTAS TO TRUE
                   NOT AT END
                       IF SMA-DATA = WS-DATA-CONSULTA
                           PERFORM P310-MOSTRA-ALERTA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SMA-FILE
           .
       P300-SAIDA.
           EXIT.

       P310-MOSTRA-ALERTA.
           IF WS-QTD-ALERTAS = ZEROS
               DISPLAY "*** ALERTAS DE SLA DO STREAM ***"
           END-IF
           ADD 1 TO WS-QTD-ALERTAS
           IF SMA-PASSO-LENTO
               DISPLAY SMA-HORA " " SMA-STEP " " SMA-PROGRAMA
                       " LENTO - " SMA-SEGUNDOS "S CONTRA MEDIA DE "
                       SMA-MEDIA "S"
           ELSE
               DISPLAY SMA-HORA " TERMINO PREVISTO " SMA-PREVISTO
                       " PASSA DO ALVO " SMA-ALVO
           END-IF
           .

       END PROGRAM streamSt.

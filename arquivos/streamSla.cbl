      ******************************************************************
      * Author:
      * Date:
      * Purpose: Stream SLA check - run by the stream controller
      *          (jobs/nightly_batch.sh) each time a step completes.
      *          Measures tonight's stream with slaUtil and raises an
      *          alert when a step ran more than the SYSPARM tolerance
      *          over its 30-night average, or when the projected end
      *          of the stream passes the SYSPARM target end time
      *          (SLA-HORA-FIM). Each alert is written once a night to
      *          STREAMAL.DAT, where streamSt.cbl shows it to the
      *          operator, and displayed - every line this program
      *          displays is an alert, and the controller copies it
      *          into its log. Never stops the stream: the return
      *          code is always zero.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. streamSla.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT SMA-FILE ASSIGN TO "STREAMAL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SMA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SMA-FILE.
           COPY SMAFD.

       WORKING-STORAGE SECTION.
           COPY SLATAB.

       01  WS-VARIAVEIS.
           03  WS-SMA-STATUS       PIC XX.
           03  WS-SMA-EOF          PIC X.
               88  FIM-ALERTAS        VALUE "S".
           03  WS-SLA-AVISADO      PIC X VALUE "N".
               88  SLA-JA-AVISADO     VALUE "S".
           03  WS-IDX              PIC 9(03).
           03  WS-ALR-IDX          PIC 9(03).
           03  WS-JA-AVISADO       PIC X.
           03  WS-HORA-AGORA       PIC 9(8).
           03  WS-HORA-EDITADA     PIC X(08).
           03  WS-SEG-FORMATA      PIC 9(06).
           03  WS-HORA-FORMATADA   PIC X(08).
           03  WS-HR-DECORRIDO     PIC X(08).
           03  WS-HR-MEDIA         PIC X(08).
           03  WS-HH               PIC 99.
           03  WS-MM               PIC 99.
           03  WS-SS               PIC 99.
           03  WS-RESTO            PIC 9(05).
           03  WS-PCT-ACIMA        PIC 9(05).

      *>   PASSOS JA AVISADOS HOJE (STREAMAL.DAT), PARA NAO REPETIR.
       01  WS-QTD-AVISADOS         PIC 9(03) VALUE ZEROS.
       01  WS-TABELA-AVISADOS.
           03  WS-AVISADO-STEP     PIC X(8) OCCURS 100 TIMES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE ZEROS TO SLA-DATA
           CALL "slaUtil" USING SLA-RESULTADO
           IF SLA-QTD-STEPS = ZEROS
               MOVE ZEROS TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM P100-LE-AVISADOS THRU P100-SAIDA
           ACCEPT WS-HORA-AGORA FROM TIME
           STRING WS-HORA-AGORA(1:2) ":" WS-HORA-AGORA(3:2) ":"
                  WS-HORA-AGORA(5:2)
                  DELIMITED BY SIZE INTO WS-HORA-EDITADA

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > SLA-QTD-STEPS
               IF SLA-STP-ACIMA(WS-IDX)
                   PERFORM P200-AVISA-PASSO THRU P200-SAIDA
               END-IF
           END-PERFORM

           IF SLA-ESTOURADO AND NOT SLA-JA-AVISADO
               PERFORM P300-AVISA-ESTOURO
           END-IF
           MOVE ZEROS TO RETURN-CODE
           GOBACK.

       P100-LE-AVISADOS.
           MOVE "N" TO WS-SMA-EOF
           OPEN INPUT SMA-FILE
           IF WS-SMA-STATUS NOT = "00"
               GO TO P100-SAIDA
           END-IF
           PERFORM UNTIL FIM-ALERTAS
               READ SMA-FILE
                   AT END
                       SET FIM-ALERTAS TO TRUE
                   NOT AT END
                       IF SMA-DATA = SLA-DATA
                           IF SMA-SLA-ESTOURADO
                               SET SLA-JA-AVISADO TO TRUE
                           END-IF
                           IF SMA-PASSO-LENTO
                              AND WS-QTD-AVISADOS < 100
                               ADD 1 TO WS-QTD-AVISADOS
                               MOVE SMA-STEP
                                   TO WS-AVISADO-STEP(WS-QTD-AVISADOS)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SMA-FILE
           .
       P100-SAIDA.
           EXIT.

       P200-AVISA-PASSO.
           MOVE "N" TO WS-JA-AVISADO
           PERFORM VARYING WS-ALR-IDX FROM 1 BY 1
                   UNTIL WS-ALR-IDX > WS-QTD-AVISADOS
               IF WS-AVISADO-STEP(WS-ALR-IDX) = SLA-STP-STEP(WS-IDX)
                   MOVE "S" TO WS-JA-AVISADO
               END-IF
           END-PERFORM
           IF WS-JA-AVISADO = "S"
               GO TO P200-SAIDA
           END-IF

           MOVE SLA-STP-SEGUNDOS(WS-IDX) TO WS-SEG-FORMATA
           PERFORM P900-FORMATA-DURACAO
           MOVE WS-HORA-FORMATADA TO WS-HR-DECORRIDO
           MOVE SLA-STP-MEDIA(WS-IDX) TO WS-SEG-FORMATA
           PERFORM P900-FORMATA-DURACAO
           MOVE WS-HORA-FORMATADA TO WS-HR-MEDIA
           COMPUTE WS-PCT-ACIMA =
                   (SLA-STP-SEGUNDOS(WS-IDX) - SLA-STP-MEDIA(WS-IDX))
                   * 100 / SLA-STP-MEDIA(WS-IDX)

           INITIALIZE SMA-REGISTRO
           MOVE SLA-DATA                 TO SMA-DATA
           MOVE SLA-STP-STEP(WS-IDX)     TO SMA-STEP
           SET SMA-PASSO-LENTO           TO TRUE
           MOVE SLA-STP-PROGRAMA(WS-IDX) TO SMA-PROGRAMA
           MOVE WS-HORA-EDITADA          TO SMA-HORA
           MOVE SLA-STP-SEGUNDOS(WS-IDX) TO SMA-SEGUNDOS
           MOVE SLA-STP-MEDIA(WS-IDX)    TO SMA-MEDIA
           MOVE SLA-HR-PREVISTO          TO SMA-PREVISTO
           MOVE SLA-HR-ALVO              TO SMA-ALVO
           PERFORM P800-GRAVA-ALERTA

           DISPLAY SLA-STP-STEP(WS-IDX) " " SLA-STP-PROGRAMA(WS-IDX)
                   " LEVOU " WS-HR-DECORRIDO " - " WS-PCT-ACIMA
                   "% ACIMA DA MEDIA DE 30 NOITES (" WS-HR-MEDIA
                   ", TOLERANCIA " SLA-PCT-TOLERA "%)"
           .
       P200-SAIDA.
           EXIT.

       P300-AVISA-ESTOURO.
           INITIALIZE SMA-REGISTRO
           MOVE SLA-DATA          TO SMA-DATA
           MOVE "STREAM"          TO SMA-STEP
           SET SMA-SLA-ESTOURADO  TO TRUE
           MOVE "NIGHTLY"         TO SMA-PROGRAMA
           MOVE WS-HORA-EDITADA   TO SMA-HORA
           MOVE SLA-DURACAO-SEG   TO SMA-SEGUNDOS
           MOVE SLA-MEDIA-DURACAO TO SMA-MEDIA
           MOVE SLA-HR-PREVISTO   TO SMA-PREVISTO
           MOVE SLA-HR-ALVO       TO SMA-ALVO
           PERFORM P800-GRAVA-ALERTA

           DISPLAY "TERMINO PREVISTO DO STREAM " SLA-HR-PREVISTO
                   " PASSA DO HORARIO ALVO " SLA-HR-ALVO
                   " (SYSPARM SLA-HORA-FIM)"
           .

       P800-GRAVA-ALERTA.
           OPEN EXTEND SMA-FILE
           IF WS-SMA-STATUS = "35"
               OPEN OUTPUT SMA-FILE
               CLOSE SMA-FILE
               OPEN EXTEND SMA-FILE
           END-IF
           WRITE SMA-REGISTRO
           CLOSE SMA-FILE
           .

       P900-FORMATA-DURACAO.
           DIVIDE WS-SEG-FORMATA BY 3600 GIVING WS-HH
               REMAINDER WS-RESTO
           DIVIDE WS-RESTO BY 60 GIVING WS-MM REMAINDER WS-SS
           STRING WS-HH ":" WS-MM ":" WS-SS
                  DELIMITED BY SIZE INTO WS-HORA-FORMATADA
           .

       END PROGRAM streamSla.

      *          reason to stop, not to post. A supervisor release
      *          keyed as an F row for VOLGATE in RUNCTL.DAT (the
      *          runCtl screen) lets the same night proceed anyway.
      *          Since the bank returns come in several cycles a day,
      *          tonight's RETORNO count is the day's: the items of
      *          the cycles already posted (RETCICLO.DAT) plus those
      *          still waiting in RETORNO.DAT, against the history
      *          summed per day.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RET-STATUS.

               SELECT RCI-FILE ASSIGN TO "RETCICLO.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RCI-STATUS.

               SELECT BAT-FILE ASSIGN TO "BATCHSUM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BAT-STATUS.
       FD  RET-FILE.
           COPY RETFD.

       FD  RCI-FILE.
           COPY RCIFD.

       FD  BAT-FILE.
           COPY BATSUM.

           03  WS-RET-STATUS       PIC XX.
           03  WS-BAT-STATUS       PIC XX.
           03  WS-RUN-STATUS       PIC XX.
           03  WS-RCI-STATUS       PIC XX.
           03  WS-RCI-EOF          PIC X.
               88  FIM-CICLOS         VALUE "S".
           03  WS-RET-CABECALHO    PIC X VALUE "N".
               88  RETORNO-COM-CABECALHO VALUE "S".
           03  WS-RET-CAB-DATA     PIC 9(8) VALUE ZEROS.
           03  WS-RET-CAB-SEQ      PIC 9(06) VALUE ZEROS.
           03  WS-RET-JA-POSTADO   PIC X VALUE "N".
               88  RETORNO-JA-POSTADO VALUE "S".
           03  WS-QTD-CICLOS       PIC 9(06) VALUE ZEROS.
           03  WS-VAL-CICLOS       PIC 9(12)V99 VALUE ZEROS.
           03  WS-HIST-ULT-DATA    PIC 9(8).
           03  WS-TXN-EOF          PIC X.
               88  FIM-TRANSACOES     VALUE "S".
           03  WS-RET-EOF          PIC X.

           PERFORM P100-CONTA-LOANTXN
           PERFORM P150-CONTA-RETORNO
           PERFORM P170-CONTA-CICLOS

           MOVE "LOANBAT " TO WS-PROGRAMA-ALVO
           MOVE WS-QTD-TXN TO WS-QTD-HOJE
           IF WS-RET-STATUS = "00"
               PERFORM P160-LE-RETORNO
               PERFORM UNTIL FIM-RETORNOS
                   IF RET-E-CABECALHO
                       SET RETORNO-COM-CABECALHO TO TRUE
                       MOVE RET-CAB-DATA      TO WS-RET-CAB-DATA
                       MOVE RET-CAB-SEQUENCIA TO WS-RET-CAB-SEQ
                   ELSE
                       ADD 1 TO WS-QTD-RET
                       IF RET-VALOR-PAGO IS NUMERIC
                           ADD RET-VALOR-PAGO TO WS-VAL-RET
                       END-IF
                   END-IF
                   PERFORM P160-LE-RETORNO
               END-PERFORM
           END-READ
           .

       P170-CONTA-CICLOS.
      *>   CICLOS DO RETORNO JA POSTADOS HOJE ENTRAM NO VOLUME DO
      *>   DIA; O ARQUIVO QUE ESPERA SO CONTA SE AINDA NAO FOI
      *>   POSTADO (UM ARQUIVO REPETIDO NAO E VOLUME NOVO).
           MOVE "N" TO WS-RCI-EOF
           OPEN INPUT RCI-FILE
           IF WS-RCI-STATUS = "00"
               PERFORM P175-LE-CICLO
               PERFORM UNTIL FIM-CICLOS
                   IF RCI-CONCLUIDO
                       IF RCI-DATA-PROC = WS-DATA-HOJE
                           ADD RCI-LIDOS      TO WS-QTD-CICLOS
                           ADD RCI-VALOR-LIDO TO WS-VAL-CICLOS
                       END-IF
                       IF RETORNO-COM-CABECALHO
                          AND RCI-DATA-ARQUIVO = WS-RET-CAB-DATA
                          AND RCI-SEQUENCIA = WS-RET-CAB-SEQ
                           SET RETORNO-JA-POSTADO TO TRUE
                       END-IF
                   END-IF
                   PERFORM P175-LE-CICLO
               END-PERFORM
               CLOSE RCI-FILE
           END-IF
           IF RETORNO-JA-POSTADO
               MOVE ZEROS TO WS-QTD-RET
               MOVE ZEROS TO WS-VAL-RET
           END-IF
           IF WS-QTD-CICLOS > ZEROS
               DISPLAY "RETORNO JA POSTADO HOJE EM CICLOS: "
                       WS-QTD-CICLOS " REGISTROS"
           END-IF
           ADD WS-QTD-CICLOS TO WS-QTD-RET
           ADD WS-VAL-CICLOS TO WS-VAL-RET
           .

       P175-LE-CICLO.
           READ RCI-FILE
               AT END SET FIM-CICLOS TO TRUE
           END-READ
           .

       P200-COMPARA-HISTORICO.
      *>   MEDIA DOS ULTIMOS RESUMOS DO MESMO JOB EM BATCHSUM.DAT.
      *>   SEM HISTORICO NAO HA BANDA - A PRIMEIRA NOITE PASSA.
           MOVE ZEROS TO WS-HIST-SOMA
           MOVE ZEROS TO WS-HIST-QTD
           MOVE ZEROS TO WS-HIST-ULT-DATA
           MOVE "N"   TO WS-BAT-EOF
           OPEN INPUT BAT-FILE
           IF WS-BAT-STATUS = "00"
               PERFORM P210-LE-RESUMO
               PERFORM UNTIL FIM-RESUMOS
      *>           A MEDIA E POR DIA: UM JOB QUE RODA EM VARIOS CICLOS
      *>           NO DIA (RETORNO) SOMA AS LINHAS DA MESMA DATA.
                   IF BAT-PROGRAMA = WS-PROGRAMA-ALVO
                      AND BAT-DATA < WS-DATA-HOJE
                       ADD BAT-LIDOS TO WS-HIST-SOMA
                       IF BAT-DATA NOT = WS-HIST-ULT-DATA
                           ADD 1 TO WS-HIST-QTD
                           MOVE BAT-DATA TO WS-HIST-ULT-DATA
                       END-IF
                   END-IF
                   PERFORM P210-LE-RESUMO
               END-PERFORM

      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared collections-hold lookup - given a contract
      *          (and the client code when the caller has it at hand,
      *          zero otherwise) returns the reason code of a hold in
      *          force today on HOLDCOB.DAT, either on the contract
      *          itself or on every contract of its client, spaces
      *          when there is none. Every outbound collection step
      *          (cartas, notifica, cobWork, assessLote, remessa,
      *          debGera, blackAuto) and lateCharge ask here, so the
      *          one register kept by cobHold is honored the same way
      *          everywhere. The file is loaded on the first call and
      *          kept for the rest of the run (cobHold CANCELs this
      *          program after changing it).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. holdUtil.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT HLD-FILE ASSIGN TO "HOLDCOB.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HLD-STATUS.

               SELECT FIN-FILE ASSIGN TO "FINMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FIN-CONTRATO
                   ALTERNATE RECORD KEY IS FIN-COD-CLIENTE
                       WITH DUPLICATES
                   FILE STATUS IS WS-FIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HLD-FILE.
           COPY HLDFD.

       FD  FIN-FILE.
           COPY FINFD.

       WORKING-STORAGE SECTION.
       01  WS-HLD-STATUS       PIC XX     VALUE SPACES.
       01  WS-FIN-STATUS       PIC XX     VALUE SPACES.
       01  WS-DATA-HOJE        PIC 9(8)   VALUE ZEROS.
       01  WS-COD-CLIENTE      PIC 9(05)  VALUE ZEROS.
       01  WS-CARREGOU-SW      PIC X      VALUE "N".
           88  BLOQUEIOS-CARREGADOS VALUE "S".
       01  WS-QTD-POR-CLIENTE  PIC 9(05)  VALUE ZEROS.
       01  WS-QTD-BLOQUEIOS    PIC 9(05)  VALUE ZEROS.
       01  WS-TABELA-BLOQUEIOS.
           03  WS-BLQ-ITEM OCCURS 0 TO 5000 TIMES
                           DEPENDING ON WS-QTD-BLOQUEIOS.
               05  WS-BLQ-TIPO     PIC X(01).
               05  WS-BLQ-CONTRATO PIC 9(06).
               05  WS-BLQ-CLIENTE  PIC 9(05).
               05  WS-BLQ-MOTIVO   PIC X(02).
       01  WS-BLQ-IDX          PIC 9(05)  VALUE ZEROS.

       LINKAGE SECTION.
       01  LK-CONTRATO         PIC 9(06).
       01  LK-COD-CLIENTE      PIC 9(05).
       01  LK-MOTIVO           PIC X(02).

       PROCEDURE DIVISION USING LK-CONTRATO LK-COD-CLIENTE LK-MOTIVO.
       MAIN-PROCEDURE.
           IF NOT BLOQUEIOS-CARREGADOS
               PERFORM P050-LE-BLOQUEIOS
               MOVE "S" TO WS-CARREGOU-SW
           END-IF

           MOVE SPACES TO LK-MOTIVO
           IF WS-QTD-BLOQUEIOS = ZEROS
               GOBACK
           END-IF

      *>   BLOQUEIO POR CLIENTE COM CHAMADOR QUE SO TEM O CONTRATO:
      *>   O CLIENTE VEM DO FINMAST.
           MOVE LK-COD-CLIENTE TO WS-COD-CLIENTE
           IF WS-COD-CLIENTE = ZEROS AND WS-QTD-POR-CLIENTE > ZEROS
               PERFORM P100-BUSCA-CLIENTE
           END-IF

           PERFORM VARYING WS-BLQ-IDX FROM 1 BY 1
                   UNTIL WS-BLQ-IDX > WS-QTD-BLOQUEIOS
                      OR LK-MOTIVO NOT = SPACES
               IF (WS-BLQ-TIPO(WS-BLQ-IDX) = "C"
                   AND WS-BLQ-CONTRATO(WS-BLQ-IDX) = LK-CONTRATO)
                  OR (WS-BLQ-TIPO(WS-BLQ-IDX) = "L"
                   AND WS-COD-CLIENTE NOT = ZEROS
                   AND WS-BLQ-CLIENTE(WS-BLQ-IDX) = WS-COD-CLIENTE)
                   MOVE WS-BLQ-MOTIVO(WS-BLQ-IDX) TO LK-MOTIVO
               END-IF
           END-PERFORM
           GOBACK.

       P050-LE-BLOQUEIOS.
      *>   SO O QUE VALE HOJE: ATIVO, JA INICIADO E AINDA NAO
      *>   EXPIRADO (O DIA DA EXPIRACAO AINDA E DE BLOQUEIO).
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE ZEROS TO WS-QTD-BLOQUEIOS
           MOVE ZEROS TO WS-QTD-POR-CLIENTE
           OPEN INPUT HLD-FILE
           IF WS-HLD-STATUS = "00"
               PERFORM UNTIL WS-HLD-STATUS NOT = "00"
                       OR WS-QTD-BLOQUEIOS = 5000
                   READ HLD-FILE
                       AT END
                           MOVE "10" TO WS-HLD-STATUS
                       NOT AT END
                           IF HLD-ATIVO
                              AND HLD-DT-INICIO <= WS-DATA-HOJE
                              AND HLD-DT-EXPIRA >= WS-DATA-HOJE
                               PERFORM P060-GUARDA-BLOQUEIO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HLD-FILE
           END-IF
           .

       P060-GUARDA-BLOQUEIO.
           ADD 1 TO WS-QTD-BLOQUEIOS
           MOVE HLD-TIPO        TO WS-BLQ-TIPO(WS-QTD-BLOQUEIOS)
           MOVE HLD-CONTRATO    TO WS-BLQ-CONTRATO(WS-QTD-BLOQUEIOS)
           MOVE HLD-COD-CLIENTE TO WS-BLQ-CLIENTE(WS-QTD-BLOQUEIOS)
           MOVE HLD-MOTIVO      TO WS-BLQ-MOTIVO(WS-QTD-BLOQUEIOS)
           IF HLD-POR-CLIENTE
               ADD 1 TO WS-QTD-POR-CLIENTE
           END-IF
           .

       P100-BUSCA-CLIENTE.
           OPEN INPUT FIN-FILE
           IF WS-FIN-STATUS = "00"
               MOVE LK-CONTRATO TO FIN-CONTRATO
               READ FIN-FILE
                   NOT INVALID KEY
                       MOVE FIN-COD-CLIENTE TO WS-COD-CLIENTE
               END-READ
               CLOSE FIN-FILE
           END-IF
           .

       END PROGRAM holdUtil.

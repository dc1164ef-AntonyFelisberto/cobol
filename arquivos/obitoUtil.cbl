      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared deceased-client lookup - given a contract,
      *          returns the client's date of death when the contract
      *          has an open row on OBITOCTR.DAT (obito: prestamista
      *          claim with the insurer or case in the espolio queue),
      *          zeros otherwise. The collection steps (cartas,
      *          notifica, cobWork, assessLote, remessa, debGera)
      *          leave such contracts alone and lateCharge stops the
      *          late charges at the date of death. The file is
      *          loaded on the first call and kept for the rest of
      *          the run (obito CANCELs this program after changing
      *          it).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. obitoUtil.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OBC-FILE ASSIGN TO "OBITOCTR.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OBC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OBC-FILE.
           COPY OBCFD.

       WORKING-STORAGE SECTION.
       01  WS-OBC-STATUS       PIC XX     VALUE SPACES.
       01  WS-CARREGOU-SW      PIC X      VALUE "N".
           88  OBITOS-CARREGADOS  VALUE "S".
       01  WS-QTD-OBITOS       PIC 9(05)  VALUE ZEROS.
       01  WS-TABELA-OBITOS.
           03  WS-OBT-ITEM OCCURS 0 TO 20000 TIMES
                           DEPENDING ON WS-QTD-OBITOS.
               05  WS-OBT-CONTRATO PIC 9(06).
               05  WS-OBT-DATA     PIC 9(8).
       01  WS-OBT-IDX          PIC 9(05)  VALUE ZEROS.

       LINKAGE SECTION.
       01  LK-CONTRATO         PIC 9(06).
       01  LK-DT-OBITO         PIC 9(8).

       PROCEDURE DIVISION USING LK-CONTRATO LK-DT-OBITO.
       MAIN-PROCEDURE.
           IF NOT OBITOS-CARREGADOS
               PERFORM P050-LE-OBITOS
               MOVE "S" TO WS-CARREGOU-SW
           END-IF

           MOVE ZEROS TO LK-DT-OBITO
           PERFORM VARYING WS-OBT-IDX FROM 1 BY 1
                   UNTIL WS-OBT-IDX > WS-QTD-OBITOS
               IF WS-OBT-CONTRATO(WS-OBT-IDX) = LK-CONTRATO
                   MOVE WS-OBT-DATA(WS-OBT-IDX) TO LK-DT-OBITO
               END-IF
           END-PERFORM
           GOBACK.

       P050-LE-OBITOS.
      *>   SO AS LINHAS ABERTAS CONGELAM A COBRANCA: SINISTRO PAGO
      *>   JA QUITOU O CONTRATO E O NEGADO ABRIU A LINHA DO ESPOLIO.
           MOVE ZEROS TO WS-QTD-OBITOS
           OPEN INPUT OBC-FILE
           IF WS-OBC-STATUS = "00"
               PERFORM UNTIL WS-OBC-STATUS NOT = "00"
                       OR WS-QTD-OBITOS = 20000
                   READ OBC-FILE
                       AT END
                           MOVE "10" TO WS-OBC-STATUS
                       NOT AT END
                           IF OBC-ABERTO
                               ADD 1 TO WS-QTD-OBITOS
                               MOVE OBC-CONTRATO
                                   TO WS-OBT-CONTRATO(WS-QTD-OBITOS)
                               MOVE OBC-DT-OBITO
                                   TO WS-OBT-DATA(WS-QTD-OBITOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OBC-FILE
           END-IF
           .

       END PROGRAM obitoUtil.

      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared due-date amendment utility - given a contract,
      *          a parcela number and the year/month/day that parcela
      *          falls due on by the contract terms (month of
      *          FIN-DT-CONTRATO plus the parcela number, day of
      *          FIN-DT-CONTRATO), applies the amendments made to the
      *          schedule since booking:
      *          - due-day changes on VENCALT.DAT (altVenc): the
      *            latest change of the contract whose first parcela
      *            is at or before this one gives the day;
      *          - payment holidays on PAUSADEF.DAT (pausaLote): every
      *            deferral of the contract whose first parcela is at
      *            or before this one pushes the month forward by its
      *            number of months.
      *          No amendment leaves the date untouched. CALL before
      *          dataUtil/diaUtil, which still clamp the day to the
      *          month end and roll it to a business day. Both tables
      *          are loaded on the first call and kept for the rest of
      *          the run (altVenc and pausaLote CANCEL this program
      *          after writing a new amendment).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. vencUtil.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT AVC-FILE ASSIGN TO "VENCALT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AVC-STATUS.

               SELECT PDF-FILE ASSIGN TO "PAUSADEF.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PDF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AVC-FILE.
           COPY AVCFD.

       FD  PDF-FILE.
           COPY PDFFD.

       WORKING-STORAGE SECTION.
       01  WS-AVC-STATUS       PIC XX     VALUE SPACES.
       01  WS-PDF-STATUS       PIC XX     VALUE SPACES.
       01  WS-CARREGOU-SW      PIC X      VALUE "N".
           88  ALTERACOES-CARREGADAS VALUE "S".
       01  WS-QTD-ALTERACOES   PIC 9(05)  VALUE ZEROS.
       01  WS-TABELA-ALTERACOES.
           03  WS-ALT-ITEM OCCURS 0 TO 20000 TIMES
                           DEPENDING ON WS-QTD-ALTERACOES.
               05  WS-ALT-CONTRATO PIC 9(06).
               05  WS-ALT-PARCELA  PIC 999.
               05  WS-ALT-DIA      PIC 9(02).
       01  WS-ALT-IDX          PIC 9(05)  VALUE ZEROS.
       01  WS-QTD-PAUSAS       PIC 9(05)  VALUE ZEROS.
       01  WS-TABELA-PAUSAS.
           03  WS-PAU-ITEM OCCURS 0 TO 20000 TIMES
                           DEPENDING ON WS-QTD-PAUSAS.
               05  WS-PAU-CONTRATO PIC 9(06).
               05  WS-PAU-PARCELA  PIC 999.
               05  WS-PAU-MESES    PIC 9(02).
       01  WS-PAU-IDX          PIC 9(05)  VALUE ZEROS.
       01  WS-MESES-PAUSA      PIC 9(04)  VALUE ZEROS.
       01  WS-MES-CORRIDO      PIC 9(07)  VALUE ZEROS.

       LINKAGE SECTION.
       01  LK-CONTRATO         PIC 9(06).
       01  LK-PARCELA          PIC 999.
       01  LK-ANO              PIC 9(4).
       01  LK-MES              PIC 9(2).
       01  LK-DIA              PIC 9(2).

       PROCEDURE DIVISION USING LK-CONTRATO LK-PARCELA
                                LK-ANO LK-MES LK-DIA.
       MAIN-PROCEDURE.
           IF NOT ALTERACOES-CARREGADAS
               PERFORM P050-LE-ALTERACOES
               PERFORM P060-LE-PAUSAS
               MOVE "S" TO WS-CARREGOU-SW
           END-IF

      *>   O ARQUIVO E CRONOLOGICO: A ULTIMA LINHA QUE COBRE A
      *>   PARCELA E A ALTERACAO VIGENTE PARA ELA.
           PERFORM VARYING WS-ALT-IDX FROM 1 BY 1
                   UNTIL WS-ALT-IDX > WS-QTD-ALTERACOES
               IF WS-ALT-CONTRATO(WS-ALT-IDX) = LK-CONTRATO
                  AND WS-ALT-PARCELA(WS-ALT-IDX) <= LK-PARCELA
                   MOVE WS-ALT-DIA(WS-ALT-IDX) TO LK-DIA
               END-IF
           END-PERFORM

      *>   AS PAUSAS SE SOMAM: CADA UMA EMPURRA O CRONOGRAMA DALI
      *>   EM DIANTE.
           MOVE ZEROS TO WS-MESES-PAUSA
           PERFORM VARYING WS-PAU-IDX FROM 1 BY 1
                   UNTIL WS-PAU-IDX > WS-QTD-PAUSAS
               IF WS-PAU-CONTRATO(WS-PAU-IDX) = LK-CONTRATO
                  AND WS-PAU-PARCELA(WS-PAU-IDX) <= LK-PARCELA
                   ADD WS-PAU-MESES(WS-PAU-IDX) TO WS-MESES-PAUSA
               END-IF
           END-PERFORM
           IF WS-MESES-PAUSA > ZEROS
               COMPUTE WS-MES-CORRIDO = LK-ANO * 12 + LK-MES - 1
                                      + WS-MESES-PAUSA
               DIVIDE WS-MES-CORRIDO BY 12 GIVING LK-ANO
                   REMAINDER LK-MES
               ADD 1 TO LK-MES
           END-IF
           GOBACK.

       P050-LE-ALTERACOES.
           MOVE ZEROS TO WS-QTD-ALTERACOES
           OPEN INPUT AVC-FILE
           IF WS-AVC-STATUS = "00"
               PERFORM UNTIL WS-AVC-STATUS NOT = "00"
                       OR WS-QTD-ALTERACOES = 20000
                   READ AVC-FILE
                       AT END
                           MOVE "10" TO WS-AVC-STATUS
                       NOT AT END
                           ADD 1 TO WS-QTD-ALTERACOES
                           MOVE AVC-CONTRATO
                               TO WS-ALT-CONTRATO(WS-QTD-ALTERACOES)
                           MOVE AVC-PARCELA-INICIAL
                               TO WS-ALT-PARCELA(WS-QTD-ALTERACOES)
                           MOVE AVC-DIA-NOVO
                               TO WS-ALT-DIA(WS-QTD-ALTERACOES)
                   END-READ
               END-PERFORM
               CLOSE AVC-FILE
           END-IF
           .

       P060-LE-PAUSAS.
           MOVE ZEROS TO WS-QTD-PAUSAS
           OPEN INPUT PDF-FILE
           IF WS-PDF-STATUS = "00"
               PERFORM UNTIL WS-PDF-STATUS NOT = "00"
                       OR WS-QTD-PAUSAS = 20000
                   READ PDF-FILE
                       AT END
                           MOVE "10" TO WS-PDF-STATUS
                       NOT AT END
                           ADD 1 TO WS-QTD-PAUSAS
                           MOVE PDF-CONTRATO
                               TO WS-PAU-CONTRATO(WS-QTD-PAUSAS)
                           MOVE PDF-PARCELA-INICIAL
                               TO WS-PAU-PARCELA(WS-QTD-PAUSAS)
                           MOVE PDF-MESES
                               TO WS-PAU-MESES(WS-QTD-PAUSAS)
                   END-READ
               END-PERFORM
               CLOSE PDF-FILE
           END-IF
           .

       END PROGRAM vencUtil.

      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared writer of expected bank-account movements -
      *          appends one row to MOVBCO.DAT (MVBFD.cpy) for an
      *          amount the caller expects to see on the company's
      *          bank statement: the date the money moves (zeros =
      *          today), C for money coming in or D for money going
      *          out, the value, the calling program and a reference
      *          the reconciliation report prints. The row starts as
      *          pendente; concBco marks it conciliado when it finds
      *          the matching statement line.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. movBcoUtil.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT MVB-FILE ASSIGN TO "MOVBCO.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MVB-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MVB-FILE.
           COPY MVBFD.

       WORKING-STORAGE SECTION.
       01  WS-MVB-STATUS       PIC XX.

       LINKAGE SECTION.
       01  LK-DATA             PIC 9(8).
       01  LK-TIPO             PIC X(01).
       01  LK-VALOR            PIC 9(10)V99.
       01  LK-ORIGEM           PIC X(08).
       01  LK-REFERENCIA       PIC X(30).

       PROCEDURE DIVISION USING LK-DATA LK-TIPO LK-VALOR LK-ORIGEM
                                LK-REFERENCIA.
       MAIN-PROCEDURE.
      *>   VALOR ZERO NAO PASSA PELO BANCO - NADA A ESPERAR.
           IF LK-VALOR = ZEROS
               GOBACK
           END-IF

           OPEN EXTEND MVB-FILE
           IF WS-MVB-STATUS = "35"
               OPEN OUTPUT MVB-FILE
               CLOSE MVB-FILE
               OPEN EXTEND MVB-FILE
           END-IF
           MOVE LK-DATA TO MVB-DATA
           IF MVB-DATA = ZEROS
               ACCEPT MVB-DATA FROM DATE YYYYMMDD
           END-IF
           ACCEPT MVB-HORA FROM TIME
           MOVE LK-TIPO       TO MVB-TIPO
           MOVE LK-VALOR      TO MVB-VALOR
           MOVE LK-ORIGEM     TO MVB-ORIGEM
           MOVE LK-REFERENCIA TO MVB-REFERENCIA
           MOVE "P"           TO MVB-SITUACAO
           MOVE ZEROS         TO MVB-DT-CONCILIACAO
           MOVE SPACES        TO MVB-CONTA
           WRITE MVB-REGISTRO
           CLOSE MVB-FILE
           GOBACK.

       END PROGRAM movBcoUtil.

      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared CEP lookup - given a CEP in the NNNNN-NNN
      *          format, returns from the postal service's base
      *          (CEPREF.DAT, loaded by cepImp) its street, city and
      *          UF. LK-ACHOU: S = CEP found, N = not in the base,
      *          A = base not loaded (callers then keep the address
      *          as typed instead of rejecting every CEP). The file
      *          is opened on the first call and kept open for the
      *          rest of the run.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. cepUtil.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CEP-FILE ASSIGN TO "CEPREF.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CEP-CODIGO
                   FILE STATUS IS WS-CEP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CEP-FILE.
           COPY CEPFD.

       WORKING-STORAGE SECTION.
       01  WS-CEP-STATUS       PIC XX     VALUE SPACES.
       01  WS-ABRIU-SW         PIC X      VALUE "N".
           88  ARQUIVO-ABERTO     VALUE "S".
       01  WS-BASE-SW          PIC X      VALUE "N".
           88  BASE-CARREGADA     VALUE "S".

       LINKAGE SECTION.
       01  LK-CEP              PIC X(09).
       01  LK-ACHOU            PIC X(01).
       01  LK-LOGRADOURO       PIC X(30).
       01  LK-CIDADE           PIC X(20).
       01  LK-UF               PIC X(02).

       PROCEDURE DIVISION USING LK-CEP LK-ACHOU LK-LOGRADOURO
                                LK-CIDADE LK-UF.
       MAIN-PROCEDURE.
           IF NOT ARQUIVO-ABERTO
               OPEN INPUT CEP-FILE
               IF WS-CEP-STATUS = "00"
                   MOVE "S" TO WS-BASE-SW
               END-IF
               MOVE "S" TO WS-ABRIU-SW
           END-IF

           MOVE SPACES TO LK-LOGRADOURO
           MOVE SPACES TO LK-CIDADE
           MOVE SPACES TO LK-UF
           IF NOT BASE-CARREGADA
               MOVE "A" TO LK-ACHOU
               GOBACK
           END-IF

           MOVE LK-CEP TO CEP-CODIGO
           READ CEP-FILE
               INVALID KEY
                   MOVE "N" TO LK-ACHOU
               NOT INVALID KEY
                   MOVE "S"            TO LK-ACHOU
                   MOVE CEP-LOGRADOURO TO LK-LOGRADOURO
                   MOVE CEP-CIDADE     TO LK-CIDADE
                   MOVE CEP-UF         TO LK-UF
           END-READ
           GOBACK.

       END PROGRAM cepUtil.

      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared personal-data access writer - appends one row
      *          to the access log ACESSO.DAT (ACSFD.cpy) each time a
      *          program shows a customer's data: operator, customer
      *          code, program and the date/time stamped here. A
      *          caller that does not know the operator passes spaces
      *          and the signed-on operator is taken from OPERSESS.DAT
      *          (DIRETO when the program runs outside the menu), the
      *          same rule every audit row follows. acessoMon reads
      *          the log for the data-protection monitoring report.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. acessoUtil.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ACS-FILE ASSIGN TO "ACESSO.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ACS-STATUS.

               SELECT OPS-FILE ASSIGN TO "OPERSESS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACS-FILE.
           COPY ACSFD.

       FD  OPS-FILE.
           COPY OPSFD.

       WORKING-STORAGE SECTION.
       01  WS-ACS-STATUS       PIC XX.
       01  WS-OPS-STATUS       PIC XX.

       LINKAGE SECTION.
       01  LK-COD-CLIENTE      PIC 9(05).
       01  LK-PROGRAMA         PIC X(10).
       01  LK-OPERADOR         PIC X(08).

       PROCEDURE DIVISION USING LK-COD-CLIENTE LK-PROGRAMA
                                LK-OPERADOR.
       MAIN-PROCEDURE.
           MOVE LK-OPERADOR TO ACS-OPERADOR
           IF ACS-OPERADOR = SPACES
               PERFORM P045-LE-OPERADOR-SESSAO
           END-IF

           OPEN EXTEND ACS-FILE
           IF WS-ACS-STATUS = "35"
               OPEN OUTPUT ACS-FILE
               CLOSE ACS-FILE
               OPEN EXTEND ACS-FILE
           END-IF
           MOVE LK-COD-CLIENTE TO ACS-COD-CLIENTE
           MOVE LK-PROGRAMA    TO ACS-PROGRAMA
           ACCEPT ACS-DATA FROM DATE YYYYMMDD
           ACCEPT ACS-HORA FROM TIME
           WRITE ACS-REGISTRO
           CLOSE ACS-FILE
           GOBACK.

       P045-LE-OPERADOR-SESSAO.
      *>   O OPERADOR ASSINADO NO MENU FICA EM OPERSESS.DAT; FORA
      *>   DO MENU O CARIMBO E DIRETO.
           MOVE "DIRETO" TO ACS-OPERADOR
           OPEN INPUT OPS-FILE
           IF WS-OPS-STATUS = "00"
               READ OPS-FILE
                   NOT AT END
                       MOVE OPS-OPERADOR TO ACS-OPERADOR
               END-READ
               CLOSE OPS-FILE
           END-IF
           .

       END PROGRAM acessoUtil.

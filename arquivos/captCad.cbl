      ******************************************************************
      * Author:
      * Date:
      * Purpose: Cost-of-funds rate maintenance - registers the
      *          monthly rate the treasury pays for the money lent
      *          (CAPTACAO.DAT), in force from the date given, and
      *          lists the series, the same discipline indiceCad
      *          applies to INDICE.DAT. The monthly profitability
      *          report (rentRpt) charges each contract its saldo
      *          devedor times the most recent rate not after the end
      *          of the competencia.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. captCad.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CAP-FILE ASSIGN TO "CAPTACAO.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CAP-STATUS.

               SELECT OPS-FILE ASSIGN TO "OPERSESS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAP-FILE.
           COPY CAPFD.

       FD  OPS-FILE.
           COPY OPSFD.

       WORKING-STORAGE SECTION.
       01  WS-VARIAVEIS.
           03  WS-CAP-STATUS   PIC XX.
           03  WS-OPS-STATUS   PIC XX.
           03  WS-OPCAO        PIC 9.
           03  WS-EOF          PIC X VALUE "N".
               88  FIM-DO-ARQUIVO  VALUE "S".
           03  WS-QTD-VALORES  PIC 9(05) VALUE ZEROS.
           03  WS-OPERADOR     PIC X(08).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "1 - INCLUIR TAXA DE CAPTACAO"
           DISPLAY "2 - LISTAR A SERIE"
           DISPLAY "ESCOLHA UMA OPCAO: "
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM P100-INCLUI-VALOR
               WHEN 2
                   PERFORM P200-LISTA-SERIE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE

           GOBACK.

       P100-INCLUI-VALOR.
           PERFORM P045-LE-OPERADOR-SESSAO
           OPEN EXTEND CAP-FILE
           IF WS-CAP-STATUS = "35"
               OPEN OUTPUT CAP-FILE
               CLOSE CAP-FILE
               OPEN EXTEND CAP-FILE
           END-IF
           DISPLAY "VIGENTE A PARTIR DE (AAAAMMDD): "
           ACCEPT CAP-DATA
           DISPLAY "TAXA MENSAL DE CAPTACAO (EX 0,0095): "
           ACCEPT CAP-TAXA
           MOVE WS-OPERADOR TO CAP-OPERADOR
           WRITE CAP-REGISTRO
           CLOSE CAP-FILE
           DISPLAY "TAXA DE CAPTACAO REGISTRADA."
           .

       P045-LE-OPERADOR-SESSAO.
           MOVE "DIRETO" TO WS-OPERADOR
           OPEN INPUT OPS-FILE
           IF WS-OPS-STATUS = "00"
               READ OPS-FILE
                   NOT AT END
                       MOVE OPS-OPERADOR TO WS-OPERADOR
               END-READ
               CLOSE OPS-FILE
           END-IF
           .

       P200-LISTA-SERIE.
           MOVE "N"   TO WS-EOF
           MOVE ZEROS TO WS-QTD-VALORES
           OPEN INPUT CAP-FILE
           IF WS-CAP-STATUS NOT = "00"
               DISPLAY "NENHUMA TAXA DE CAPTACAO CADASTRADA."
           ELSE
               DISPLAY "VIGENCIA  TAXA MENSAL  OPERADOR"
               PERFORM P210-LE-VALOR
               PERFORM UNTIL FIM-DO-ARQUIVO
                   ADD 1 TO WS-QTD-VALORES
                   DISPLAY CAP-DATA "  " CAP-TAXA "       "
                           CAP-OPERADOR
                   PERFORM P210-LE-VALOR
               END-PERFORM
               DISPLAY "TOTAL DE VALORES: " WS-QTD-VALORES
               CLOSE CAP-FILE
           END-IF
           .

       P210-LE-VALOR.
           READ CAP-FILE
               AT END SET FIM-DO-ARQUIVO TO TRUE
           END-READ
           .

       END PROGRAM captCad.

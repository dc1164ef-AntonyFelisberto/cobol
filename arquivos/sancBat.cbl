      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly restricted-persons rescreen - runs every
      *          active client of CUSTMAST.DAT through the shared
      *          screening routine (sancUtil) against the list just
      *          loaded by sancImp, so a person who enters a
      *          sanctions or PEP list after becoming our client is
      *          caught the next morning instead of at the next
      *          contract. New hits land on the compliance queue
      *          SANCFILA.DAT (origem R) and hold new contracts until
      *          compliance clears them on the sancRev screen.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. sancBat.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CAD-FILE ASSIGN TO "CUSTMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CAD-CODIGO
                   ALTERNATE RECORD KEY IS CAD-CPF-CNPJ
                       WITH DUPLICATES
                   FILE STATUS IS WS-CAD-STATUS.

               SELECT BAT-FILE ASSIGN TO "BATCHSUM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAD-FILE.
           COPY CADFD.

       FD  BAT-FILE.
           COPY BATSUM.

       WORKING-STORAGE SECTION.
       01  WS-VARIAVEIS.
           03  WS-CAD-STATUS       PIC XX.
           03  WS-BAT-STATUS       PIC XX.
           03  WS-TOTAL-LIDOS      PIC 9(06) VALUE ZEROS.
           03  WS-TOTAL-TRIADOS    PIC 9(06) VALUE ZEROS.
           03  WS-TOTAL-NOVOS      PIC 9(06) VALUE ZEROS.
           03  WS-TOTAL-RETIDOS    PIC 9(06) VALUE ZEROS.

       01  WS-TRIAGEM.
           03  WS-TRI-CODIGO       PIC 9(05).
           03  WS-TRI-CPF-CNPJ     PIC 9(14).
           03  WS-TRI-NOME         PIC X(20).
           03  WS-TRI-ORIGEM       PIC X(01) VALUE "R".
           03  WS-TRI-OPERADOR     PIC X(08) VALUE "LOTE".
           03  WS-TRI-RESULTADO    PIC X(01).
           03  WS-TRI-MOTIVO       PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT CAD-FILE
           IF WS-CAD-STATUS NOT = "00"
               DISPLAY "CUSTMAST.DAT INDISPONIVEL - STATUS "
                       WS-CAD-STATUS " - RETRIAGEM ABORTADA."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE ZEROS TO CAD-CODIGO
           START CAD-FILE KEY IS NOT LESS THAN CAD-CODIGO
               INVALID KEY
                   MOVE "10" TO WS-CAD-STATUS
           END-START
           PERFORM P100-LE-CLIENTE
                   UNTIL WS-CAD-STATUS NOT = "00"
           CLOSE CAD-FILE

           PERFORM P930-GRAVA-RESUMO
           DISPLAY "RETRIAGEM DE LISTAS RESTRITIVAS - CLIENTES LIDOS: "
                   WS-TOTAL-LIDOS
           DISPLAY "  TRIADOS (ATIVOS)......: " WS-TOTAL-TRIADOS
           DISPLAY "  NOVOS CASOS NA FILA...: " WS-TOTAL-NOVOS
           DISPLAY "  JA RETIDOS NA FILA....: " WS-TOTAL-RETIDOS
           GOBACK.

       P100-LE-CLIENTE.
           READ CAD-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-CAD-STATUS
               NOT AT END
                   ADD 1 TO WS-TOTAL-LIDOS
                   IF CAD-ATIVO
                       PERFORM P200-TRIA-CLIENTE
                   END-IF
           END-READ
           .

       P200-TRIA-CLIENTE.
           ADD 1 TO WS-TOTAL-TRIADOS
           MOVE CAD-CODIGO   TO WS-TRI-CODIGO
           MOVE CAD-CPF-CNPJ TO WS-TRI-CPF-CNPJ
           IF WS-TRI-CPF-CNPJ NOT NUMERIC
               MOVE ZEROS TO WS-TRI-CPF-CNPJ
           END-IF
           MOVE CAD-NOME     TO WS-TRI-NOME
           CALL "sancUtil" USING WS-TRI-CODIGO WS-TRI-CPF-CNPJ
                                 WS-TRI-NOME WS-TRI-ORIGEM
                                 WS-TRI-OPERADOR WS-TRI-RESULTADO
                                 WS-TRI-MOTIVO
           EVALUATE WS-TRI-RESULTADO
               WHEN "H"
                   ADD 1 TO WS-TOTAL-NOVOS
                   DISPLAY "CLIENTE " CAD-CODIGO " " CAD-NOME
                           " NA " WS-TRI-MOTIVO " - ENVIADO AO "
                           "COMPLIANCE"
               WHEN "R"
                   ADD 1 TO WS-TOTAL-RETIDOS
           END-EVALUATE
           .

       P930-GRAVA-RESUMO.
           OPEN EXTEND BAT-FILE
           IF WS-BAT-STATUS = "35"
               OPEN OUTPUT BAT-FILE
               CLOSE BAT-FILE
               OPEN EXTEND BAT-FILE
           END-IF

           MOVE "SANCBAT"        TO BAT-PROGRAMA
           ACCEPT BAT-DATA FROM DATE YYYYMMDD
           ACCEPT BAT-HORA FROM TIME
           MOVE WS-TOTAL-LIDOS   TO BAT-LIDOS
           MOVE WS-TOTAL-TRIADOS TO BAT-PROCESSADOS
           MOVE WS-TOTAL-NOVOS   TO BAT-REJEITADOS
           WRITE BAT-REGISTRO

           CLOSE BAT-FILE
           .

       END PROGRAM sancBat.

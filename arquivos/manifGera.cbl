      *          MANIFEST.DAT, each interface file the night
      *          produced for an outside party: REMESSA.DAT for the
      *          bank (count and value of the D rows), CONTABIL.DAT
      *          for the GL, NOTIFICA.TXT for the messaging bureau
      *          and RESTPAG.TXT, the refund transfer orders for the
      *          bank - record count, value total and a light
      *          additive checksum, status G. The confirmation and
      *          the morning exception report live in manifesto.cbl,
      *          so "was the file generated and did they get it
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-NOT-STATUS.

               SELECT RPG-FILE ASSIGN TO "RESTPAG.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPG-STATUS.

               SELECT MAN-FILE ASSIGN TO "MANIFEST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MAN-STATUS.
           COPY CTBFD.

       FD  NOT-FILE.
       01  NOT-LINHA           PIC X(300).

      *>   ORDEM DE RESTITUICAO (restPag): O VALOR DA LINHA DE
      *>   DETALHE FICA NA POSICAO 77.
       FD  RPG-FILE.
       01  RPG-LINHA           PIC X(120).
       01  RPG-DETALHE.
           03  FILLER          PIC X(76).
           03  RPG-VALOR       PIC 9(06)V99.
           03  FILLER          PIC X(36).

       FD  MAN-FILE.
           COPY MANFD.
           03  WS-REM-STATUS       PIC XX.
           03  WS-CTB-STATUS       PIC XX.
           03  WS-NOT-STATUS       PIC XX.
           03  WS-RPG-STATUS       PIC XX.
           03  WS-MAN-STATUS       PIC XX.
           03  WS-REM-EOF          PIC X.
               88  FIM-REMESSA        VALUE "S".
               88  FIM-CONTABIL       VALUE "S".
           03  WS-NOT-EOF          PIC X.
               88  FIM-NOTIFICA       VALUE "S".
           03  WS-RPG-EOF          PIC X.
               88  FIM-RESTPAG        VALUE "S".
           03  WS-DATA-HOJE        PIC 9(8).
           03  WS-REGISTROS        PIC 9(06).
           03  WS-VALOR            PIC 9(12)V99.
       MAIN-PROCEDURE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           PERFORM P100-MANIFESTA-REMESSA THRU P100-SAIDA
           PERFORM P200-MANIFESTA-CONTABIL THRU P200-SAIDA
           PERFORM P300-MANIFESTA-NOTIFICA THRU P300-SAIDA
           PERFORM P400-MANIFESTA-RESTITUICAO THRU P400-SAIDA

           DISPLAY "ARQUIVOS DE INTERFACE MANIFESTADOS: "
                   WS-QTD-MANIFESTOS
           END-READ
           .

       P400-MANIFESTA-RESTITUICAO.
      *>   SO AS LINHAS DE ORDEM CONTAM - O CABECALHO E O REGISTRO
      *>   TOTAL FICAM DE FORA, COMO NO NOTIFICA.TXT.
           MOVE ZEROS TO WS-REGISTROS
           MOVE ZEROS TO WS-VALOR
           MOVE "N"   TO WS-RPG-EOF
           OPEN INPUT RPG-FILE
           IF WS-RPG-STATUS NOT = "00"
               GO TO P400-SAIDA
           END-IF
           PERFORM P410-LE-RESTPAG
           PERFORM UNTIL FIM-RESTPAG
               IF RPG-LINHA(1:6) NOT = "TOTAL;"
                  AND RPG-LINHA(1:6) NOT = "ORDENS"
                   ADD 1 TO WS-REGISTROS
                   IF RPG-VALOR IS NUMERIC
                       ADD RPG-VALOR TO WS-VALOR
                   END-IF
               END-IF
               PERFORM P410-LE-RESTPAG
           END-PERFORM
           CLOSE RPG-FILE
           MOVE "RESTPAG.TXT " TO MAN-ARQUIVO
           PERFORM P800-GRAVA-MANIFESTO
           .
       P400-SAIDA.
           EXIT.

       P410-LE-RESTPAG.
           READ RPG-FILE
               AT END SET FIM-RESTPAG TO TRUE
           END-READ
           .

       P800-GRAVA-MANIFESTO.
           OPEN EXTEND MAN-FILE
           IF WS-MAN-STATUS = "35"

      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared economic-group lookup - given a client code,
      *          returns the active group of GRUPO.DAT the client is
      *          linked to on GRUPOCLI.DAT, with its name and group
      *          limit. LK-GRUPO comes back zero for a client outside
      *          any group (or in an inactive one). The intake
      *          (loanBatch) asks here to sum the whole group's
      *          exposure against the group limit and concentra to
      *          report the book by group. Both files are loaded on the
      *          first call and kept for the rest of the run (grupoCad
      *          CANCELs this program after changing them).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. grupoUtil.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT GRP-FILE ASSIGN TO "GRUPO.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-GRP-STATUS.

               SELECT GRM-FILE ASSIGN TO "GRUPOCLI.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-GRM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRP-FILE.
           COPY GRPFD.

       FD  GRM-FILE.
           COPY GRMFD.

       WORKING-STORAGE SECTION.
       01  WS-GRP-STATUS       PIC XX     VALUE SPACES.
       01  WS-GRM-STATUS       PIC XX     VALUE SPACES.
       01  WS-CARREGOU-SW      PIC X      VALUE "N".
           88  ARQUIVOS-CARREGADOS VALUE "S".
       01  WS-IDX              PIC 9(04)  VALUE ZEROS.
       01  WS-GRUPO-ACHADO     PIC 9(04)  VALUE ZEROS.

       01  WS-QTD-GRUPOS       PIC 9(03)  VALUE ZEROS.
       01  WS-TABELA-GRUPOS.
           03  WS-GRP-ITEM OCCURS 0 TO 500 TIMES
                           DEPENDING ON WS-QTD-GRUPOS.
               05  WS-GRP-CODIGO   PIC 9(04).
               05  WS-GRP-NOME     PIC X(20).
               05  WS-GRP-LIMITE   PIC 9(10)V99.
               05  WS-GRP-SIT      PIC X(01).

       01  WS-QTD-MEMBROS      PIC 9(04)  VALUE ZEROS.
       01  WS-TABELA-MEMBROS.
           03  WS-GRM-ITEM OCCURS 0 TO 5000 TIMES
                           DEPENDING ON WS-QTD-MEMBROS.
               05  WS-GRM-GRUPO    PIC 9(04).
               05  WS-GRM-CLIENTE  PIC 9(05).

       LINKAGE SECTION.
       01  LK-COD-CLIENTE      PIC 9(05).
       01  LK-GRUPO            PIC 9(04).
       01  LK-NOME-GRUPO       PIC X(20).
       01  LK-LIMITE-GRUPO     PIC 9(10)V99.

       PROCEDURE DIVISION USING LK-COD-CLIENTE LK-GRUPO
                                LK-NOME-GRUPO LK-LIMITE-GRUPO.
       MAIN-PROCEDURE.
           IF NOT ARQUIVOS-CARREGADOS
               PERFORM P050-LE-GRUPOS
               PERFORM P070-LE-MEMBROS
               MOVE "S" TO WS-CARREGOU-SW
           END-IF

           MOVE ZEROS  TO LK-GRUPO
           MOVE SPACES TO LK-NOME-GRUPO
           MOVE ZEROS  TO LK-LIMITE-GRUPO

           MOVE ZEROS TO WS-GRUPO-ACHADO
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-MEMBROS
                      OR WS-GRUPO-ACHADO > ZEROS
               IF WS-GRM-CLIENTE(WS-IDX) = LK-COD-CLIENTE
                   MOVE WS-GRM-GRUPO(WS-IDX) TO WS-GRUPO-ACHADO
               END-IF
           END-PERFORM
           IF WS-GRUPO-ACHADO = ZEROS
               GOBACK
           END-IF

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-GRUPOS
               IF WS-GRP-CODIGO(WS-IDX) = WS-GRUPO-ACHADO
                  AND WS-GRP-SIT(WS-IDX) NOT = "I"
                   MOVE WS-GRP-CODIGO(WS-IDX) TO LK-GRUPO
                   MOVE WS-GRP-NOME(WS-IDX)   TO LK-NOME-GRUPO
                   MOVE WS-GRP-LIMITE(WS-IDX) TO LK-LIMITE-GRUPO
               END-IF
           END-PERFORM
           GOBACK.

       P050-LE-GRUPOS.
           MOVE ZEROS TO WS-QTD-GRUPOS
           OPEN INPUT GRP-FILE
           IF WS-GRP-STATUS = "00"
               PERFORM UNTIL WS-GRP-STATUS NOT = "00"
                       OR WS-QTD-GRUPOS = 500
                   READ GRP-FILE
                       AT END
                           MOVE "10" TO WS-GRP-STATUS
                       NOT AT END
                           ADD 1 TO WS-QTD-GRUPOS
                           MOVE GRP-CODIGO
                               TO WS-GRP-CODIGO(WS-QTD-GRUPOS)
                           MOVE GRP-NOME
                               TO WS-GRP-NOME(WS-QTD-GRUPOS)
                           MOVE GRP-LIMITE
                               TO WS-GRP-LIMITE(WS-QTD-GRUPOS)
                           MOVE GRP-SITUACAO
                               TO WS-GRP-SIT(WS-QTD-GRUPOS)
                   END-READ
               END-PERFORM
               CLOSE GRP-FILE
           END-IF
           .

       P070-LE-MEMBROS.
           MOVE ZEROS TO WS-QTD-MEMBROS
           OPEN INPUT GRM-FILE
           IF WS-GRM-STATUS = "00"
               PERFORM UNTIL WS-GRM-STATUS NOT = "00"
                       OR WS-QTD-MEMBROS = 5000
                   READ GRM-FILE
                       AT END
                           MOVE "10" TO WS-GRM-STATUS
                       NOT AT END
                           ADD 1 TO WS-QTD-MEMBROS
                           MOVE GRM-GRUPO
                               TO WS-GRM-GRUPO(WS-QTD-MEMBROS)
                           MOVE GRM-COD-CLIENTE
                               TO WS-GRM-CLIENTE(WS-QTD-MEMBROS)
                   END-READ
               END-PERFORM
               CLOSE GRM-FILE
           END-IF
           .

       END PROGRAM grupoUtil.

      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared contract-dossier check - given a contract and
      *          its product code, returns how many of the documents
      *          the product requires (DOCPROD.DAT checklist, product
      *          0000 rows plus the product's own, or the base list
      *          CA/ID/RE/EN when no checklist is kept) have no row in
      *          force in situacao R on DOSSIE.DAT, and the codes of
      *          up to ten of them side by side. The desk screen
      *          (dossie), the nightly pendency list (dosPend) and the
      *          merchant repasse (lojRepasse) all ask here, so
      *          "complete" means the same everywhere. Both files are
      *          loaded on the first call and kept for the rest of the
      *          run (dossie CANCELs this program after changing the
      *          dossier).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. dossUtil.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT DCP-FILE ASSIGN TO "DOCPROD.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DCP-STATUS.

               SELECT DOS-FILE ASSIGN TO "DOSSIE.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DCP-FILE.
           COPY DCPFD.

       FD  DOS-FILE.
           COPY DOSFD.

       WORKING-STORAGE SECTION.
       01  WS-DCP-STATUS       PIC XX     VALUE SPACES.
       01  WS-DOS-STATUS       PIC XX     VALUE SPACES.
       01  WS-CARREGOU-SW      PIC X      VALUE "N".
           88  ARQUIVOS-CARREGADOS VALUE "S".
       01  WS-ATIVOS           PIC 9(03)  VALUE ZEROS.
       01  WS-IDX              PIC 9(05)  VALUE ZEROS.
       01  WS-DOC-IDX          PIC 9(03)  VALUE ZEROS.
       01  WS-POS              PIC 9(02)  VALUE ZEROS.
       01  WS-SITUACAO-VIGENTE PIC X(01)  VALUE SPACES.
       01  WS-IDX2             PIC 9(03)  VALUE ZEROS.
       01  WS-REPETIDO         PIC X      VALUE "N".
           88  JA-NA-LISTA-GERAL  VALUE "S".

      *>   CHECKLIST: A ULTIMA LINHA DE CADA PRODUTO+DOCUMENTO VALE.
       01  WS-QTD-CHECKLIST    PIC 9(03)  VALUE ZEROS.
       01  WS-TABELA-CHECKLIST.
           03  WS-CHK-ITEM OCCURS 0 TO 500 TIMES
                           DEPENDING ON WS-QTD-CHECKLIST.
               05  WS-CHK-PRODUTO  PIC 9(04).
               05  WS-CHK-TIPO     PIC X(02).
               05  WS-CHK-SITUACAO PIC X(01).

       01  WS-QTD-DOSSIE       PIC 9(05)  VALUE ZEROS.
       01  WS-TABELA-DOSSIE.
           03  WS-DOS-ITEM OCCURS 0 TO 30000 TIMES
                           DEPENDING ON WS-QTD-DOSSIE.
               05  WS-DOS-CONTRATO PIC 9(06).
               05  WS-DOS-TIPO     PIC X(02).
               05  WS-DOS-SITUACAO PIC X(01).

       01  WS-LISTA-BASE       PIC X(08)  VALUE "CAIDREEN".
       01  WS-BASE-DOCS REDEFINES WS-LISTA-BASE.
           03  WS-BASE-TIPO    PIC X(02)  OCCURS 4 TIMES.

       LINKAGE SECTION.
       01  LK-CONTRATO         PIC 9(06).
       01  LK-COD-PRODUTO      PIC 9(04).
       01  LK-QTD-PENDENTES    PIC 9(02).
       01  LK-PENDENTES        PIC X(20).

       PROCEDURE DIVISION USING LK-CONTRATO LK-COD-PRODUTO
                                LK-QTD-PENDENTES LK-PENDENTES.
       MAIN-PROCEDURE.
           IF NOT ARQUIVOS-CARREGADOS
               PERFORM P050-LE-CHECKLIST
               PERFORM P070-LE-DOSSIE
               MOVE "S" TO WS-CARREGOU-SW
           END-IF

           MOVE ZEROS  TO LK-QTD-PENDENTES
           MOVE SPACES TO LK-PENDENTES

           IF WS-ATIVOS = ZEROS
               PERFORM VARYING WS-DOC-IDX FROM 1 BY 1
                       UNTIL WS-DOC-IDX > 4
                   MOVE WS-BASE-TIPO(WS-DOC-IDX) TO DOS-TIPO-DOC
                   PERFORM P200-VERIFICA-DOCUMENTO
               END-PERFORM
           ELSE
               PERFORM VARYING WS-DOC-IDX FROM 1 BY 1
                       UNTIL WS-DOC-IDX > WS-QTD-CHECKLIST
                   IF WS-CHK-SITUACAO(WS-DOC-IDX) = "A"
                      AND (WS-CHK-PRODUTO(WS-DOC-IDX) = ZEROS
                       OR WS-CHK-PRODUTO(WS-DOC-IDX) = LK-COD-PRODUTO)
                       PERFORM P150-VERIFICA-REPETIDO
                       IF NOT JA-NA-LISTA-GERAL
                           MOVE WS-CHK-TIPO(WS-DOC-IDX) TO DOS-TIPO-DOC
                           PERFORM P200-VERIFICA-DOCUMENTO
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           GOBACK.

       P050-LE-CHECKLIST.
           MOVE ZEROS TO WS-QTD-CHECKLIST
           MOVE ZEROS TO WS-ATIVOS
           OPEN INPUT DCP-FILE
           IF WS-DCP-STATUS = "00"
               PERFORM UNTIL WS-DCP-STATUS NOT = "00"
                   READ DCP-FILE
                       AT END
                           MOVE "10" TO WS-DCP-STATUS
                       NOT AT END
                           PERFORM P060-GUARDA-ITEM THRU P060-SAIDA
                   END-READ
               END-PERFORM
               CLOSE DCP-FILE
           END-IF
           PERFORM VARYING WS-DOC-IDX FROM 1 BY 1
                   UNTIL WS-DOC-IDX > WS-QTD-CHECKLIST
               IF WS-CHK-SITUACAO(WS-DOC-IDX) = "A"
                   ADD 1 TO WS-ATIVOS
               END-IF
           END-PERFORM
           .

       P060-GUARDA-ITEM.
      *>   LINHA POSTERIOR DO MESMO PRODUTO+DOCUMENTO SUBSTITUI A
      *>   ANTERIOR (INCLUSAO OU RETIRADA DA LISTA).
           PERFORM VARYING WS-DOC-IDX FROM 1 BY 1
                   UNTIL WS-DOC-IDX > WS-QTD-CHECKLIST
               IF WS-CHK-PRODUTO(WS-DOC-IDX) = DCP-COD-PRODUTO
                  AND WS-CHK-TIPO(WS-DOC-IDX) = DCP-TIPO-DOC
                   MOVE DCP-SITUACAO TO WS-CHK-SITUACAO(WS-DOC-IDX)
                   GO TO P060-SAIDA
               END-IF
           END-PERFORM
           IF WS-QTD-CHECKLIST < 500
               ADD 1 TO WS-QTD-CHECKLIST
               MOVE DCP-COD-PRODUTO
                   TO WS-CHK-PRODUTO(WS-QTD-CHECKLIST)
               MOVE DCP-TIPO-DOC  TO WS-CHK-TIPO(WS-QTD-CHECKLIST)
               MOVE DCP-SITUACAO  TO WS-CHK-SITUACAO(WS-QTD-CHECKLIST)
           END-IF
           .
       P060-SAIDA.
           EXIT.

       P070-LE-DOSSIE.
           MOVE ZEROS TO WS-QTD-DOSSIE
           OPEN INPUT DOS-FILE
           IF WS-DOS-STATUS = "00"
               PERFORM UNTIL WS-DOS-STATUS NOT = "00"
                       OR WS-QTD-DOSSIE = 30000
                   READ DOS-FILE
                       AT END
                           MOVE "10" TO WS-DOS-STATUS
                       NOT AT END
                           ADD 1 TO WS-QTD-DOSSIE
                           MOVE DOS-CONTRATO
                               TO WS-DOS-CONTRATO(WS-QTD-DOSSIE)
                           MOVE DOS-TIPO-DOC
                               TO WS-DOS-TIPO(WS-QTD-DOSSIE)
                           MOVE DOS-SITUACAO
                               TO WS-DOS-SITUACAO(WS-QTD-DOSSIE)
                   END-READ
               END-PERFORM
               CLOSE DOS-FILE
           END-IF
           .

       P150-VERIFICA-REPETIDO.
      *>   DOCUMENTO DO PRODUTO QUE JA ESTA NA LISTA GERAL (0000)
      *>   NAO E COBRADO DUAS VEZES.
           MOVE "N" TO WS-REPETIDO
           IF WS-CHK-PRODUTO(WS-DOC-IDX) NOT = ZEROS
               PERFORM VARYING WS-IDX2 FROM 1 BY 1
                       UNTIL WS-IDX2 > WS-QTD-CHECKLIST
                   IF WS-CHK-PRODUTO(WS-IDX2) = ZEROS
                      AND WS-CHK-SITUACAO(WS-IDX2) = "A"
                      AND WS-CHK-TIPO(WS-IDX2)
                          = WS-CHK-TIPO(WS-DOC-IDX)
                       SET JA-NA-LISTA-GERAL TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           .

       P200-VERIFICA-DOCUMENTO.
      *>   VALE A ULTIMA LINHA DO CONTRATO PARA O DOCUMENTO; SEM
      *>   LINHA, OU COM A ULTIMA ESTORNADA, O DOCUMENTO ESTA PENDENTE.
           MOVE SPACES TO WS-SITUACAO-VIGENTE
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-DOSSIE
               IF WS-DOS-CONTRATO(WS-IDX) = LK-CONTRATO
                  AND WS-DOS-TIPO(WS-IDX) = DOS-TIPO-DOC
                   MOVE WS-DOS-SITUACAO(WS-IDX)
                       TO WS-SITUACAO-VIGENTE
               END-IF
           END-PERFORM
           IF WS-SITUACAO-VIGENTE NOT = "R"
               ADD 1 TO LK-QTD-PENDENTES
               IF LK-QTD-PENDENTES <= 10
                   COMPUTE WS-POS = (LK-QTD-PENDENTES - 1) * 2 + 1
                   MOVE DOS-TIPO-DOC TO LK-PENDENTES(WS-POS:2)
               END-IF
           END-IF
           .

       END PROGRAM dossUtil.

      ******************************************************************
      * Author:
      * Date:
      * Purpose: Required-document checklist maintenance - keeps on
      *          DOCPROD.DAT which documents each product requires in
      *          the contract dossier (product 0000 = every product),
      *          takes a document off a product's list, and lists the
      *          checklist in force. The dossier screen (dossie), the
      *          pendency list (dosPend) and the merchant repasse
      *          (lojRepasse) all read it through dossUtil.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. docProd.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT DCP-FILE ASSIGN TO "DOCPROD.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DCP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DCP-FILE.
           COPY DCPFD.

       WORKING-STORAGE SECTION.
       01  WS-VARIAVEIS.
           03  WS-DCP-STATUS   PIC XX.
           03  WS-OPCAO        PIC 9.
           03  WS-EOF          PIC X VALUE "N".
               88  FIM-DO-ARQUIVO  VALUE "S".
           03  WS-IDX          PIC 9(03).
           03  WS-QTD-LISTADOS PIC 9(03) VALUE ZEROS.
           03  WS-COD-PRODUTO  PIC 9(04).
           03  WS-TIPO-DOC     PIC X(02).
           03  WS-DESCRICAO    PIC X(30).

      *>   CHECKLIST EM VIGOR: A ULTIMA LINHA DE CADA PRODUTO+
      *>   DOCUMENTO VALE.
       01  WS-QTD-CHECKLIST    PIC 9(03) VALUE ZEROS.
       01  WS-TABELA-CHECKLIST.
           03  WS-CHK-ITEM OCCURS 0 TO 500 TIMES
                           DEPENDING ON WS-QTD-CHECKLIST.
               05  WS-CHK-PRODUTO  PIC 9(04).
               05  WS-CHK-TIPO     PIC X(02).
               05  WS-CHK-DESCRICAO PIC X(30).
               05  WS-CHK-SITUACAO PIC X(01).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "1 - INCLUIR DOCUMENTO EXIGIDO"
           DISPLAY "2 - RETIRAR DOCUMENTO DA LISTA"
           DISPLAY "3 - LISTAR DOCUMENTOS EXIGIDOS"
           DISPLAY "ESCOLHA UMA OPCAO: "
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM P100-INCLUI-DOCUMENTO
               WHEN 2
                   PERFORM P200-RETIRA-DOCUMENTO
               WHEN 3
                   PERFORM P300-LISTA-CHECKLIST
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE

           GOBACK.

       P100-INCLUI-DOCUMENTO.
           DISPLAY "CODIGO DO PRODUTO (0000 = TODOS OS PRODUTOS): "
           ACCEPT WS-COD-PRODUTO
           DISPLAY "CODIGO DO DOCUMENTO (2 LETRAS, EX.: CA ID RE "
                   "EN NF): "
           ACCEPT WS-TIPO-DOC
           PERFORM UNTIL WS-TIPO-DOC NOT = SPACES
               DISPLAY "CODIGO OBRIGATORIO. INFORME NOVAMENTE: "
               ACCEPT WS-TIPO-DOC
           END-PERFORM
           DISPLAY "DESCRICAO DO DOCUMENTO: "
           ACCEPT WS-DESCRICAO

           MOVE WS-COD-PRODUTO TO DCP-COD-PRODUTO
           MOVE WS-TIPO-DOC    TO DCP-TIPO-DOC
           MOVE WS-DESCRICAO   TO DCP-DESCRICAO
           MOVE "A"            TO DCP-SITUACAO
           PERFORM P500-GRAVA-LINHA
           DISPLAY "DOCUMENTO " DCP-TIPO-DOC " EXIGIDO NO PRODUTO "
                   DCP-COD-PRODUTO "."
           .

       P200-RETIRA-DOCUMENTO.
           PERFORM P400-CARREGA-CHECKLIST
           DISPLAY "CODIGO DO PRODUTO (0000 = TODOS OS PRODUTOS): "
           ACCEPT WS-COD-PRODUTO
           DISPLAY "CODIGO DO DOCUMENTO A RETIRAR: "
           ACCEPT WS-TIPO-DOC

           MOVE SPACES TO WS-DESCRICAO
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-CHECKLIST
               IF WS-CHK-PRODUTO(WS-IDX) = WS-COD-PRODUTO
                  AND WS-CHK-TIPO(WS-IDX) = WS-TIPO-DOC
                  AND WS-CHK-SITUACAO(WS-IDX) = "A"
                   MOVE WS-CHK-DESCRICAO(WS-IDX) TO WS-DESCRICAO
               END-IF
           END-PERFORM
           IF WS-DESCRICAO = SPACES
               DISPLAY "DOCUMENTO " WS-TIPO-DOC " NAO ESTA NA LISTA "
                       "DO PRODUTO " WS-COD-PRODUTO "."
           ELSE
               MOVE WS-COD-PRODUTO TO DCP-COD-PRODUTO
               MOVE WS-TIPO-DOC    TO DCP-TIPO-DOC
               MOVE WS-DESCRICAO   TO DCP-DESCRICAO
               MOVE "I"            TO DCP-SITUACAO
               PERFORM P500-GRAVA-LINHA
               DISPLAY "DOCUMENTO " DCP-TIPO-DOC " RETIRADO DA LISTA "
                       "DO PRODUTO " DCP-COD-PRODUTO "."
           END-IF
           .

       P300-LISTA-CHECKLIST.
           PERFORM P400-CARREGA-CHECKLIST
           MOVE ZEROS TO WS-QTD-LISTADOS
           DISPLAY "PRODUTO DOC DESCRICAO"
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-CHECKLIST
               IF WS-CHK-SITUACAO(WS-IDX) = "A"
                   ADD 1 TO WS-QTD-LISTADOS
                   DISPLAY WS-CHK-PRODUTO(WS-IDX) "    "
                           WS-CHK-TIPO(WS-IDX) "  "
                           WS-CHK-DESCRICAO(WS-IDX)
               END-IF
           END-PERFORM
           IF WS-QTD-LISTADOS = ZEROS
               DISPLAY "NENHUMA LISTA CADASTRADA - VALE A LISTA "
                       "BASICA: CA CONTRATO ASSINADO, ID IDENTIDADE,"
               DISPLAY "RE COMPROVANTE DE RENDA, EN COMPROVANTE DE "
                       "ENDERECO."
           ELSE
               DISPLAY "TOTAL DE DOCUMENTOS EXIGIDOS: "
                       WS-QTD-LISTADOS
           END-IF
           .

       P400-CARREGA-CHECKLIST.
           MOVE "N"   TO WS-EOF
           MOVE ZEROS TO WS-QTD-CHECKLIST
           OPEN INPUT DCP-FILE
           IF WS-DCP-STATUS = "00"
               PERFORM P410-LE-DOCUMENTO
               PERFORM UNTIL FIM-DO-ARQUIVO
                   PERFORM P420-GUARDA-ITEM THRU P420-SAIDA
                   PERFORM P410-LE-DOCUMENTO
               END-PERFORM
               CLOSE DCP-FILE
           END-IF
           .

       P410-LE-DOCUMENTO.
           READ DCP-FILE
               AT END SET FIM-DO-ARQUIVO TO TRUE
           END-READ
           .

       P420-GUARDA-ITEM.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-CHECKLIST
               IF WS-CHK-PRODUTO(WS-IDX) = DCP-COD-PRODUTO
                  AND WS-CHK-TIPO(WS-IDX) = DCP-TIPO-DOC
                   MOVE DCP-DESCRICAO TO WS-CHK-DESCRICAO(WS-IDX)
                   MOVE DCP-SITUACAO  TO WS-CHK-SITUACAO(WS-IDX)
                   GO TO P420-SAIDA
               END-IF
           END-PERFORM
           IF WS-QTD-CHECKLIST < 500
               ADD 1 TO WS-QTD-CHECKLIST
               MOVE DCP-COD-PRODUTO
                   TO WS-CHK-PRODUTO(WS-QTD-CHECKLIST)
               MOVE DCP-TIPO-DOC  TO WS-CHK-TIPO(WS-QTD-CHECKLIST)
               MOVE DCP-DESCRICAO TO WS-CHK-DESCRICAO(WS-QTD-CHECKLIST)
               MOVE DCP-SITUACAO  TO WS-CHK-SITUACAO(WS-QTD-CHECKLIST)
           END-IF
           .
       P420-SAIDA.
           EXIT.

       P500-GRAVA-LINHA.
           OPEN EXTEND DCP-FILE
           IF WS-DCP-STATUS = "35"
               OPEN OUTPUT DCP-FILE
               CLOSE DCP-FILE
               OPEN EXTEND DCP-FILE
           END-IF
           WRITE DCP-REGISTRO
           CLOSE DCP-FILE
           .

       END PROGRAM docProd.

      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared consignado lookup - given a contract and a
      *          parcela (zero = the contract as a whole) returns the
      *          convenente whose payroll collects it and how the
      *          parcela is collected: F = payroll deduction, B =
      *          boleto. A contract is consignado when its product is
      *          flagged so on PRODUTO.DAT and the client's employer
      *          is an active convenente on CONVENIO.DAT; it goes back
      *          to boleto when consRet handed it back on CONSDEV.DAT
      *          (the whole contract on dismissal, otherwise only the
      *          parcela the employer did not deduct). consGera,
      *          remessa and consRet all ask here, so a parcela is
      *          sent to payroll or to boleto, never both. The
      *          registers are loaded on the first call and kept for
      *          the rest of the run.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. consigUtil.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PRO-FILE ASSIGN TO "PRODUTO.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PRO-STATUS.

               SELECT CNV-FILE ASSIGN TO "CONVENIO.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CNV-STATUS.

               SELECT CSD-FILE ASSIGN TO "CONSDEV.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CSD-STATUS.

               SELECT FIN-FILE ASSIGN TO "FINMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FIN-CONTRATO
                   ALTERNATE RECORD KEY IS FIN-COD-CLIENTE
                       WITH DUPLICATES
                   FILE STATUS IS WS-FIN-STATUS.

               SELECT CAD-FILE ASSIGN TO "CUSTMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CAD-CODIGO
                   ALTERNATE RECORD KEY IS CAD-CPF-CNPJ
                       WITH DUPLICATES
                   FILE STATUS IS WS-CAD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRO-FILE.
           COPY PRODFD.

       FD  CNV-FILE.
           COPY CNVFD.

       FD  CSD-FILE.
           COPY CSDFD.

       FD  FIN-FILE.
           COPY FINFD.

       FD  CAD-FILE.
           COPY CADFD.

       WORKING-STORAGE SECTION.
       01  WS-PRO-STATUS       PIC XX     VALUE SPACES.
       01  WS-CNV-STATUS       PIC XX     VALUE SPACES.
       01  WS-CSD-STATUS       PIC XX     VALUE SPACES.
       01  WS-FIN-STATUS       PIC XX     VALUE SPACES.
       01  WS-CAD-STATUS       PIC XX     VALUE SPACES.
       01  WS-CARREGOU-SW      PIC X      VALUE "N".
           88  CADASTROS-CARREGADOS VALUE "S".
       01  WS-IDX              PIC 9(05)  VALUE ZEROS.

      *>   ULTIMO CONTRATO CONSULTADO: OS CHAMADORES PERGUNTAM PARCELA
      *>   A PARCELA DO MESMO CONTRATO, A LEITURA DOS MESTRES E UMA SO.
       01  WS-ULT-CONTRATO     PIC 9(06)  VALUE ZEROS.
       01  WS-ULT-CONVENIO     PIC 9(04)  VALUE ZEROS.
       01  WS-ULT-DEVOLVIDO    PIC X      VALUE "N".
           88  CONTRATO-DEVOLVIDO  VALUE "S".
       01  WS-COD-PRODUTO      PIC 9(04)  VALUE ZEROS.
       01  WS-COD-CLIENTE      PIC 9(05)  VALUE ZEROS.
       01  WS-E-CONSIGNADO     PIC X      VALUE "N".
           88  PRODUTO-CONSIGNADO  VALUE "S".

       01  WS-QTD-PRODUTOS     PIC 9(03)  VALUE ZEROS.
       01  WS-TABELA-PRODUTOS.
           03  WS-PRC-ITEM OCCURS 0 TO 100 TIMES
                           DEPENDING ON WS-QTD-PRODUTOS.
               05  WS-PRC-CODIGO   PIC 9(04).

       01  WS-QTD-CONVENIOS    PIC 9(03)  VALUE ZEROS.
       01  WS-TABELA-CONVENIOS.
           03  WS-CNV-ITEM OCCURS 0 TO 200 TIMES
                           DEPENDING ON WS-QTD-CONVENIOS.
               05  WS-CNV-CODIGO   PIC 9(04).
               05  WS-CNV-NOME     PIC X(20).

       01  WS-QTD-DEVOLVIDOS   PIC 9(05)  VALUE ZEROS.
       01  WS-TABELA-DEVOLVIDOS.
           03  WS-DEV-ITEM OCCURS 0 TO 5000 TIMES
                           DEPENDING ON WS-QTD-DEVOLVIDOS.
               05  WS-DEV-CONTRATO PIC 9(06).
               05  WS-DEV-PARCELA  PIC 999.

       LINKAGE SECTION.
       01  LK-CONTRATO         PIC 9(06).
       01  LK-PARCELA          PIC 999.
       01  LK-CONVENIO         PIC 9(04).
       01  LK-COBRANCA         PIC X(01).

       PROCEDURE DIVISION USING LK-CONTRATO LK-PARCELA LK-CONVENIO
                                LK-COBRANCA.
       MAIN-PROCEDURE.
           IF NOT CADASTROS-CARREGADOS
               PERFORM P050-CARREGA-PRODUTOS
               PERFORM P060-CARREGA-CONVENIOS
               PERFORM P070-CARREGA-DEVOLUCOES
               MOVE "S" TO WS-CARREGOU-SW
           END-IF

           MOVE ZEROS TO LK-CONVENIO
           MOVE "B"   TO LK-COBRANCA
           IF WS-QTD-PRODUTOS = ZEROS OR WS-QTD-CONVENIOS = ZEROS
               GOBACK
           END-IF

           IF LK-CONTRATO NOT = WS-ULT-CONTRATO
               PERFORM P100-IDENTIFICA-CONTRATO THRU P100-SAIDA
           END-IF

      *>   CONTRATO QUE NAO E CONSIGNADO: CONVENENTE ZERO, BOLETO.
           IF WS-ULT-CONVENIO = ZEROS
               GOBACK
           END-IF
           MOVE WS-ULT-CONVENIO TO LK-CONVENIO
           IF CONTRATO-DEVOLVIDO
               GOBACK
           END-IF

           MOVE "F" TO LK-COBRANCA
           IF LK-PARCELA NOT = ZEROS
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-QTD-DEVOLVIDOS
                   IF WS-DEV-CONTRATO(WS-IDX) = LK-CONTRATO
                      AND WS-DEV-PARCELA(WS-IDX) = LK-PARCELA
                       MOVE "B" TO LK-COBRANCA
                   END-IF
               END-PERFORM
           END-IF
           GOBACK.

       P050-CARREGA-PRODUTOS.
           MOVE ZEROS TO WS-QTD-PRODUTOS
           OPEN INPUT PRO-FILE
           IF WS-PRO-STATUS = "00"
               PERFORM UNTIL WS-PRO-STATUS NOT = "00"
                       OR WS-QTD-PRODUTOS = 100
                   READ PRO-FILE
                       AT END
                           MOVE "10" TO WS-PRO-STATUS
                       NOT AT END
                           IF PRO-E-CONSIGNADO
                               ADD 1 TO WS-QTD-PRODUTOS
                               MOVE PRO-CODIGO
                                 TO WS-PRC-CODIGO(WS-QTD-PRODUTOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRO-FILE
           END-IF
           .

       P060-CARREGA-CONVENIOS.
      *>   CONVENENTE INATIVO NAO RECEBE ARQUIVO DE DESCONTO: SEUS
      *>   CONTRATOS VOLTAM PARA O BOLETO.
           MOVE ZEROS TO WS-QTD-CONVENIOS
           OPEN INPUT CNV-FILE
           IF WS-CNV-STATUS = "00"
               PERFORM UNTIL WS-CNV-STATUS NOT = "00"
                       OR WS-QTD-CONVENIOS = 200
                   READ CNV-FILE
                       AT END
                           MOVE "10" TO WS-CNV-STATUS
                       NOT AT END
                           IF CNV-ATIVO
                               ADD 1 TO WS-QTD-CONVENIOS
                               MOVE CNV-CODIGO
                                 TO WS-CNV-CODIGO(WS-QTD-CONVENIOS)
                               MOVE CNV-NOME
                                 TO WS-CNV-NOME(WS-QTD-CONVENIOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CNV-FILE
           END-IF
           .

       P070-CARREGA-DEVOLUCOES.
           MOVE ZEROS TO WS-QTD-DEVOLVIDOS
           OPEN INPUT CSD-FILE
           IF WS-CSD-STATUS = "00"
               PERFORM UNTIL WS-CSD-STATUS NOT = "00"
                       OR WS-QTD-DEVOLVIDOS = 5000
                   READ CSD-FILE
                       AT END
                           MOVE "10" TO WS-CSD-STATUS
                       NOT AT END
                           ADD 1 TO WS-QTD-DEVOLVIDOS
                           MOVE CSD-CONTRATO
                             TO WS-DEV-CONTRATO(WS-QTD-DEVOLVIDOS)
                           MOVE CSD-PARCELA
                             TO WS-DEV-PARCELA(WS-QTD-DEVOLVIDOS)
                   END-READ
               END-PERFORM
               CLOSE CSD-FILE
           END-IF
           .

       P100-IDENTIFICA-CONTRATO.
           MOVE LK-CONTRATO TO WS-ULT-CONTRATO
           MOVE ZEROS       TO WS-ULT-CONVENIO
           MOVE "N"         TO WS-ULT-DEVOLVIDO
           MOVE ZEROS       TO WS-COD-PRODUTO
           MOVE ZEROS       TO WS-COD-CLIENTE

           OPEN INPUT FIN-FILE
           IF WS-FIN-STATUS = "00"
               MOVE LK-CONTRATO TO FIN-CONTRATO
               READ FIN-FILE
                   NOT INVALID KEY
                       MOVE FIN-COD-PRODUTO TO WS-COD-PRODUTO
                       MOVE FIN-COD-CLIENTE TO WS-COD-CLIENTE
               END-READ
               CLOSE FIN-FILE
           END-IF

           MOVE "N" TO WS-E-CONSIGNADO
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-PRODUTOS
               IF WS-PRC-CODIGO(WS-IDX) = WS-COD-PRODUTO
                   MOVE "S" TO WS-E-CONSIGNADO
               END-IF
           END-PERFORM
           IF NOT PRODUTO-CONSIGNADO OR WS-COD-CLIENTE = ZEROS
               GO TO P100-SAIDA
           END-IF

      *>   O CONVENENTE E O EMPREGADOR DECLARADO PELO CLIENTE.
           OPEN INPUT CAD-FILE
           IF WS-CAD-STATUS = "00"
               MOVE WS-COD-CLIENTE TO CAD-CODIGO
               READ CAD-FILE
                   NOT INVALID KEY
                       PERFORM VARYING WS-IDX FROM 1 BY 1
                               UNTIL WS-IDX > WS-QTD-CONVENIOS
                           IF WS-CNV-NOME(WS-IDX) = CAD-EMPREGADOR
                               MOVE WS-CNV-CODIGO(WS-IDX)
                                 TO WS-ULT-CONVENIO
                           END-IF
                       END-PERFORM
               END-READ
               CLOSE CAD-FILE
           END-IF

      *>   DEVOLUCAO DO CONTRATO INTEIRO (PARCELA 000): DESLIGAMENTO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-DEVOLVIDOS
               IF WS-DEV-CONTRATO(WS-IDX) = LK-CONTRATO
                  AND WS-DEV-PARCELA(WS-IDX) = ZEROS
                   MOVE "S" TO WS-ULT-DEVOLVIDO
               END-IF
           END-PERFORM
           .
       P100-SAIDA.
           EXIT.

       END PROGRAM consigUtil.

      ******************************************************************
      * Author:
      * Date:
      * Purpose: Origination goal maintenance - the monthly goals
      *          (METAS.DAT) per branch and product, in contracts and
      *          in financed value. A goal keyed again for the same
      *          branch, product and month replaces the old one. The
      *          branch must be on FILIAL.DAT and the product on
      *          PRODUTO.DAT. The daily production report (prodRpt)
      *          shows the booked business against these goals.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. metaCad.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT MET-FILE ASSIGN TO "METAS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MET-STATUS.

               SELECT FIL-FILE ASSIGN TO "FILIAL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FIL-STATUS.

               SELECT PRO-FILE ASSIGN TO "PRODUTO.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PRO-STATUS.

               SELECT OPS-FILE ASSIGN TO "OPERSESS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MET-FILE.
           COPY METFD.

       FD  FIL-FILE.
           COPY FILFD.

       FD  PRO-FILE.
           COPY PRODFD.

       FD  OPS-FILE.
           COPY OPSFD.

       WORKING-STORAGE SECTION.
       01  WS-VARIAVEIS.
           03  WS-MET-STATUS       PIC XX.
           03  WS-FIL-STATUS       PIC XX.
           03  WS-PRO-STATUS       PIC XX.
           03  WS-OPS-STATUS       PIC XX.
           03  WS-MET-EOF          PIC X.
               88  FIM-METAS          VALUE "S".
           03  WS-CAD-EOF          PIC X.
               88  FIM-CADASTRO       VALUE "S".
           03  WS-ACHOU            PIC X.
               88  REGISTRO-ACHADO    VALUE "S".
           03  WS-MUDOU            PIC X VALUE "N".
               88  TABELA-ALTERADA    VALUE "S".
           03  WS-MET-IDX          PIC 9(04).
           03  WS-MET-ACHADO       PIC 9(04).
           03  WS-QTD-LISTADOS     PIC 9(04).
           03  WS-OPCAO            PIC 9.
           03  WS-FILIAL           PIC 9(02).
           03  WS-PRODUTO          PIC 9(04).
           03  WS-ANO-MES          PIC 9(06).
           03  WS-ANO-MES-QUEBRA REDEFINES WS-ANO-MES.
               05  WS-AM-AAAA      PIC 9(04).
               05  WS-AM-MM        PIC 9(02).
           03  WS-QTD-CONTRATOS    PIC 9(05).
           03  WS-VALOR            PIC 9(10)V99.
           03  WS-NOME-FILIAL      PIC X(20).
           03  WS-NOME-PRODUTO     PIC X(20).
           03  WS-OPERADOR         PIC X(08).
           03  WS-DATA-HOJE        PIC 9(8).
           03  WS-VALOR-EDIT       PIC Z.ZZZ.ZZZ.ZZ9,99.
           03  WS-TOTAL-QTD        PIC 9(07).
           03  WS-TOTAL-VALOR      PIC 9(12)V99.
           03  WS-TOTAL-EDIT       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01  WS-QTD-METAS            PIC 9(04) VALUE ZEROS.
       01  WS-TABELA-METAS.
           03  WS-MET-ITEM OCCURS 0 TO 3000 TIMES
                           DEPENDING ON WS-QTD-METAS.
               05  WS-MET-FILIAL   PIC 9(02).
               05  WS-MET-PRODUTO  PIC 9(04).
               05  WS-MET-ANO-MES  PIC 9(06).
               05  WS-MET-QTD      PIC 9(05).
               05  WS-MET-VALOR    PIC 9(10)V99.
               05  WS-MET-DATA     PIC 9(08).
               05  WS-MET-OPER     PIC X(08).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM P045-LE-OPERADOR-SESSAO
           PERFORM P100-CARREGA-METAS

           DISPLAY "=============================================="
           DISPLAY "     METAS DE PRODUCAO POR FILIAL E PRODUTO"
           DISPLAY "=============================================="
           DISPLAY "1 - GRAVAR META (INCLUI OU SUBSTITUI)"
           DISPLAY "2 - EXCLUIR META"
           DISPLAY "3 - LISTAR METAS DO MES"
           DISPLAY "ESCOLHA UMA OPCAO: "
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM P200-GRAVAR THRU P200-SAIDA
               WHEN 2
                   PERFORM P300-EXCLUIR THRU P300-SAIDA
               WHEN 3
                   PERFORM P400-LISTAR THRU P400-SAIDA
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE

           IF TABELA-ALTERADA
               PERFORM P800-REGRAVA-METAS
           END-IF
           GOBACK.

       P100-CARREGA-METAS.
           MOVE "N" TO WS-MET-EOF
           OPEN INPUT MET-FILE
           IF WS-MET-STATUS = "00"
               PERFORM P105-LE-META
               PERFORM UNTIL FIM-METAS
                       OR WS-QTD-METAS = 3000
                   ADD 1 TO WS-QTD-METAS
                   MOVE MET-FILIAL  TO WS-MET-FILIAL(WS-QTD-METAS)
                   MOVE MET-COD-PRODUTO
                       TO WS-MET-PRODUTO(WS-QTD-METAS)
                   MOVE MET-ANO-MES TO WS-MET-ANO-MES(WS-QTD-METAS)
                   MOVE MET-QTD-CONTRATOS
                       TO WS-MET-QTD(WS-QTD-METAS)
                   MOVE MET-VALOR   TO WS-MET-VALOR(WS-QTD-METAS)
                   MOVE MET-DATA    TO WS-MET-DATA(WS-QTD-METAS)
                   MOVE MET-OPERADOR TO WS-MET-OPER(WS-QTD-METAS)
                   PERFORM P105-LE-META
               END-PERFORM
               CLOSE MET-FILE
           END-IF
           .

       P105-LE-META.
           READ MET-FILE
               AT END SET FIM-METAS TO TRUE
           END-READ
           .

       P150-BUSCA-META.
           MOVE ZEROS TO WS-MET-ACHADO
           PERFORM VARYING WS-MET-IDX FROM 1 BY 1
                   UNTIL WS-MET-IDX > WS-QTD-METAS
               IF WS-MET-FILIAL(WS-MET-IDX) = WS-FILIAL
                  AND WS-MET-PRODUTO(WS-MET-IDX) = WS-PRODUTO
                  AND WS-MET-ANO-MES(WS-MET-IDX) = WS-ANO-MES
                   MOVE WS-MET-IDX TO WS-MET-ACHADO
               END-IF
           END-PERFORM
           .

       P160-PEDE-CHAVE.
           DISPLAY "FILIAL (01-99): "
           ACCEPT WS-FILIAL
           DISPLAY "CODIGO DO PRODUTO: "
           ACCEPT WS-PRODUTO
           DISPLAY "MES DA META (AAAAMM): "
           ACCEPT WS-ANO-MES
           .

       P170-VALIDA-MES.
           MOVE "N" TO WS-ACHOU
           IF WS-ANO-MES IS NUMERIC
              AND WS-AM-AAAA >= 2000
              AND WS-AM-MM >= 1 AND WS-AM-MM <= 12
               SET REGISTRO-ACHADO TO TRUE
           END-IF
           .

       P180-BUSCA-FILIAL.
           MOVE "N" TO WS-ACHOU
           MOVE "N" TO WS-CAD-EOF
           MOVE SPACES TO WS-NOME-FILIAL
           OPEN INPUT FIL-FILE
           IF WS-FIL-STATUS = "00"
               PERFORM UNTIL FIM-CADASTRO OR REGISTRO-ACHADO
                   READ FIL-FILE
                       AT END
                           SET FIM-CADASTRO TO TRUE
                       NOT AT END
                           IF FIL-CODIGO = WS-FILIAL
                              AND FIL-ATIVA
                               SET REGISTRO-ACHADO TO TRUE
                               MOVE FIL-NOME TO WS-NOME-FILIAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIL-FILE
           END-IF
           .

       P190-BUSCA-PRODUTO.
           MOVE "N" TO WS-ACHOU
           MOVE "N" TO WS-CAD-EOF
           MOVE SPACES TO WS-NOME-PRODUTO
           OPEN INPUT PRO-FILE
           IF WS-PRO-STATUS = "00"
               PERFORM UNTIL FIM-CADASTRO OR REGISTRO-ACHADO
                   READ PRO-FILE
                       AT END
                           SET FIM-CADASTRO TO TRUE
                       NOT AT END
                           IF PRO-CODIGO = WS-PRODUTO
                               SET REGISTRO-ACHADO TO TRUE
                               MOVE PRO-DESCRICAO TO WS-NOME-PRODUTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRO-FILE
           END-IF
           .

       P200-GRAVAR.
           PERFORM P160-PEDE-CHAVE
           PERFORM P170-VALIDA-MES
           IF NOT REGISTRO-ACHADO
               DISPLAY "MES INVALIDO: " WS-ANO-MES
               GO TO P200-SAIDA
           END-IF
           PERFORM P180-BUSCA-FILIAL
           IF NOT REGISTRO-ACHADO
               DISPLAY "FILIAL NAO CADASTRADA OU INATIVA: " WS-FILIAL
               GO TO P200-SAIDA
           END-IF
           PERFORM P190-BUSCA-PRODUTO
           IF NOT REGISTRO-ACHADO
               DISPLAY "PRODUTO NAO CADASTRADO: " WS-PRODUTO
               GO TO P200-SAIDA
           END-IF
           DISPLAY "FILIAL " WS-FILIAL " " WS-NOME-FILIAL
                   "  PRODUTO " WS-PRODUTO " " WS-NOME-PRODUTO

           PERFORM P150-BUSCA-META
           IF WS-MET-ACHADO > ZEROS
               MOVE WS-MET-VALOR(WS-MET-ACHADO) TO WS-VALOR-EDIT
               DISPLAY "META ATUAL: " WS-MET-QTD(WS-MET-ACHADO)
                       " CONTRATOS  VALOR " WS-VALOR-EDIT
           END-IF
           DISPLAY "META EM NUMERO DE CONTRATOS: "
           ACCEPT WS-QTD-CONTRATOS
           DISPLAY "META EM VALOR FINANCIADO: "
           ACCEPT WS-VALOR
           IF WS-QTD-CONTRATOS = ZEROS AND WS-VALOR = ZEROS
               DISPLAY "META ZERADA - USE A EXCLUSAO (OPCAO 2)."
               GO TO P200-SAIDA
           END-IF

           IF WS-MET-ACHADO = ZEROS
               IF WS-QTD-METAS = 3000
                   DISPLAY "ARQUIVO DE METAS CHEIO."
                   GO TO P200-SAIDA
               END-IF
               ADD 1 TO WS-QTD-METAS
               MOVE WS-QTD-METAS TO WS-MET-ACHADO
               MOVE WS-FILIAL  TO WS-MET-FILIAL(WS-MET-ACHADO)
               MOVE WS-PRODUTO TO WS-MET-PRODUTO(WS-MET-ACHADO)
               MOVE WS-ANO-MES TO WS-MET-ANO-MES(WS-MET-ACHADO)
           END-IF
           MOVE WS-QTD-CONTRATOS TO WS-MET-QTD(WS-MET-ACHADO)
           MOVE WS-VALOR         TO WS-MET-VALOR(WS-MET-ACHADO)
           MOVE WS-DATA-HOJE     TO WS-MET-DATA(WS-MET-ACHADO)
           MOVE WS-OPERADOR      TO WS-MET-OPER(WS-MET-ACHADO)
           SET TABELA-ALTERADA TO TRUE
           DISPLAY "META GRAVADA."
           .
       P200-SAIDA.
           EXIT.

       P300-EXCLUIR.
           PERFORM P160-PEDE-CHAVE
           PERFORM P150-BUSCA-META
           IF WS-MET-ACHADO = ZEROS
               DISPLAY "META NAO ENCONTRADA."
               GO TO P300-SAIDA
           END-IF
      *>   A ULTIMA LINHA DA TABELA OCUPA O LUGAR DA EXCLUIDA.
           IF WS-MET-ACHADO < WS-QTD-METAS
               MOVE WS-MET-ITEM(WS-QTD-METAS)
                   TO WS-MET-ITEM(WS-MET-ACHADO)
           END-IF
           SUBTRACT 1 FROM WS-QTD-METAS
           SET TABELA-ALTERADA TO TRUE
           DISPLAY "META EXCLUIDA."
           .
       P300-SAIDA.
           EXIT.

       P400-LISTAR.
           DISPLAY "MES (AAAAMM): "
           ACCEPT WS-ANO-MES
           MOVE ZEROS TO WS-QTD-LISTADOS
           MOVE ZEROS TO WS-TOTAL-QTD
           MOVE ZEROS TO WS-TOTAL-VALOR
           DISPLAY "FILIAL PRODUTO  CONTRATOS  VALOR FINANCIADO"
                   "   GRAVADA EM  POR"
           PERFORM VARYING WS-MET-IDX FROM 1 BY 1
                   UNTIL WS-MET-IDX > WS-QTD-METAS
               IF WS-MET-ANO-MES(WS-MET-IDX) = WS-ANO-MES
                   ADD 1 TO WS-QTD-LISTADOS
                   ADD WS-MET-QTD(WS-MET-IDX)   TO WS-TOTAL-QTD
                   ADD WS-MET-VALOR(WS-MET-IDX) TO WS-TOTAL-VALOR
                   MOVE WS-MET-VALOR(WS-MET-IDX) TO WS-VALOR-EDIT
                   DISPLAY "  " WS-MET-FILIAL(WS-MET-IDX)
                           "    " WS-MET-PRODUTO(WS-MET-IDX)
                           "     " WS-MET-QTD(WS-MET-IDX)
                           "  " WS-VALOR-EDIT
                           "   " WS-MET-DATA(WS-MET-IDX)
                           "    " WS-MET-OPER(WS-MET-IDX)
               END-IF
           END-PERFORM
           IF WS-QTD-LISTADOS = ZEROS
               DISPLAY "NENHUMA META PARA O MES " WS-ANO-MES
               GO TO P400-SAIDA
           END-IF
           MOVE WS-TOTAL-VALOR TO WS-TOTAL-EDIT
           DISPLAY "TOTAL DO MES: " WS-TOTAL-QTD " CONTRATOS  VALOR "
                   WS-TOTAL-EDIT
           .
       P400-SAIDA.
           EXIT.

       P800-REGRAVA-METAS.
           OPEN OUTPUT MET-FILE
           PERFORM VARYING WS-MET-IDX FROM 1 BY 1
                   UNTIL WS-MET-IDX > WS-QTD-METAS
               MOVE WS-MET-FILIAL(WS-MET-IDX)  TO MET-FILIAL
               MOVE WS-MET-PRODUTO(WS-MET-IDX) TO MET-COD-PRODUTO
               MOVE WS-MET-ANO-MES(WS-MET-IDX) TO MET-ANO-MES
               MOVE WS-MET-QTD(WS-MET-IDX)     TO MET-QTD-CONTRATOS
               MOVE WS-MET-VALOR(WS-MET-IDX)   TO MET-VALOR
               MOVE WS-MET-DATA(WS-MET-IDX)    TO MET-DATA
               MOVE WS-MET-OPER(WS-MET-IDX)    TO MET-OPERADOR
               WRITE MET-REGISTRO
           END-PERFORM
           CLOSE MET-FILE
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

       END PROGRAM metaCad.

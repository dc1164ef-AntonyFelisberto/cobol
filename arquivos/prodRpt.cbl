      ******************************************************************
      * Author:
      * Date:
      * Purpose: Daily origination production report - what was
      *          booked today and month to date, against the goals of
      *          METAS.DAT (metaCad). Production is read from the
      *          BOOKING events on EVENTOS.DAT (date, contract and the
      *          booking operator - the alcada signer, or LOTE), so a
      *          renegotiation that re-dates a contract never counts as
      *          new business; branch, product, store and financed
      *          value (valor menos entrada) come from FINMAST.DAT.
      *          A contract cancelled in the legal window (cancela) is
      *          taken out of the production and shown apart. The
      *          report goes by branch and product (with the goal), by
      *          branch, by product, by store (lojista) and by booking
      *          operator, with the percent of the goal achieved and
      *          the daily pace needed over the business days left in
      *          the month to close it. A level-1/2 operator only sees
      *          their own branch. Output to PRODUCAO.RPT and the
      *          screen.
      *          Runs for the company of the session (or of the
      *          batch job's EMPRESA) or consolidated (00), named in
      *          the header; only that company's contracts enter.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. prodRpt.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT FIN-FILE ASSIGN TO "FINMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FIN-CONTRATO
                   ALTERNATE RECORD KEY IS FIN-COD-CLIENTE
                       WITH DUPLICATES
                   FILE STATUS IS WS-FIN-STATUS.

               SELECT EVT-FILE ASSIGN TO "EVENTOS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-EVT-STATUS.

               SELECT MET-FILE ASSIGN TO "METAS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MET-STATUS.

               SELECT FIL-FILE ASSIGN TO "FILIAL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FIL-STATUS.

               SELECT PRO-FILE ASSIGN TO "PRODUTO.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PRO-STATUS.

               SELECT LOJ-FILE ASSIGN TO "LOJISTA.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LOJ-STATUS.

               SELECT OPS-FILE ASSIGN TO "OPERSESS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPS-STATUS.

               SELECT RPT-FILE ASSIGN TO "PRODUCAO.RPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIN-FILE.
           COPY FINFD.

       FD  EVT-FILE.
           COPY EVTFD.

       FD  MET-FILE.
           COPY METFD.

       FD  FIL-FILE.
           COPY FILFD.

       FD  PRO-FILE.
           COPY PRODFD.

       FD  LOJ-FILE.
           COPY LOJFD.

       FD  OPS-FILE.
           COPY OPSFD.

       FD  RPT-FILE.
       01  RPT-LINHA           PIC X(132).

       WORKING-STORAGE SECTION.
           COPY RPTHDR.
           COPY EMPLK.

       01  WS-VARIAVEIS.
           03  WS-FIN-STATUS       PIC XX.
           03  WS-EVT-STATUS       PIC XX.
           03  WS-MET-STATUS       PIC XX.
           03  WS-FIL-STATUS       PIC XX.
           03  WS-PRO-STATUS       PIC XX.
           03  WS-LOJ-STATUS       PIC XX.
           03  WS-OPS-STATUS       PIC XX.
           03  WS-RPT-STATUS       PIC XX.
           03  WS-EVT-EOF          PIC X.
               88  FIM-EVENTOS        VALUE "S".
           03  WS-MET-EOF          PIC X.
               88  FIM-METAS          VALUE "S".
           03  WS-CAD-EOF          PIC X.
               88  FIM-CADASTRO       VALUE "S".
           03  WS-AGR-IDX          PIC 9(04).
           03  WS-AGR-ACHADO       PIC 9(04).
           03  WS-NOM-IDX          PIC 9(04).
           03  WS-DIM              PIC X(01).
           03  WS-CHAVE            PIC X(08).
           03  WS-CHAVE-FP.
               05  WS-CFP-FILIAL   PIC 9(02).
               05  FILLER          PIC X(01) VALUE "/".
               05  WS-CFP-PRODUTO  PIC 9(04).
           03  WS-NIVEL-SESSAO     PIC 9      VALUE ZEROS.
           03  WS-FILIAL-SESSAO    PIC 9(02)  VALUE ZEROS.
           03  WS-DATA-HOJE        PIC 9(8).
           03  WS-ANO-MES          PIC 9(06).
           03  WS-INICIO-MES       PIC 9(8).
           03  WS-ULTIMO-DIA       PIC 9(02).
           03  WS-DIA              PIC 9(02).
           03  WS-DIAS-UTEIS-RESTAM PIC 9(02) VALUE ZEROS.
           03  WS-E-DO-DIA         PIC X(01).
           03  WS-FILIAL           PIC 9(02).
           03  WS-PRODUTO          PIC 9(04).
           03  WS-LOJISTA          PIC 9(04).
           03  WS-VALOR-FIN        PIC 9(08)V99.
           03  WS-QTD-LIDOS        PIC 9(06) VALUE ZEROS.
           03  WS-CANC-DIA-QTD     PIC 9(05) VALUE ZEROS.
           03  WS-CANC-DIA-VALOR   PIC 9(10)V99 VALUE ZEROS.
           03  WS-CANC-MES-QTD     PIC 9(05) VALUE ZEROS.
           03  WS-CANC-MES-VALOR   PIC 9(10)V99 VALUE ZEROS.
           03  WS-SEM-CONTRATO     PIC 9(05) VALUE ZEROS.
           03  WS-PCT              PIC 9(05)V9.
           03  WS-FALTA-QTD        PIC 9(05).
           03  WS-FALTA-VALOR      PIC 9(10)V99.
           03  WS-RITMO-QTD        PIC 9(05).
           03  WS-RITMO-VALOR      PIC 9(10)V99.
           03  WS-NOME             PIC X(20).
           03  WS-QTD-EDIT         PIC ZZZZ9.
           03  WS-VALOR-EDIT       PIC ZZZ.ZZZ.ZZ9,99.
           03  WS-PCT-EDIT         PIC ZZZ9,9.
           03  WS-LINHA-EDIT       PIC X(132).

       01  WS-DATA-HOJE-QUEBRA.
           03  WS-HJ-AAAA          PIC 9(4).
           03  WS-HJ-MM            PIC 9(2).
           03  WS-HJ-DD            PIC 9(2).
       01  WS-DATA-TESTE.
           03  WS-DT-AAAA          PIC 9(4).
           03  WS-DT-MM            PIC 9(2).
           03  WS-DT-DD            PIC 9(2).

      *>   LINHA IMPRESSA: DIA, MES ACUMULADO, META, % ATINGIDO E
      *>   RITMO DIARIO QUE FALTA - OS CAMPOS DA META FICAM EM BRANCO
      *>   ONDE NAO HA META (LOJISTA, OPERADOR).
       01  WS-LINHA-ITEM.
           03  WS-LI-CHAVE         PIC X(08).
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LI-NOME          PIC X(20).
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LI-DIA-QTD       PIC ZZZZ9.
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LI-DIA-VALOR     PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LI-MES-QTD       PIC ZZZZ9.
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LI-MES-VALOR     PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LI-META.
               05  WS-LI-META-QTD  PIC ZZZZ9.
               05  FILLER          PIC X(01) VALUE SPACE.
               05  WS-LI-META-VALOR PIC ZZZ.ZZZ.ZZ9,99.
               05  FILLER          PIC X(01) VALUE SPACE.
               05  WS-LI-PCT-QTD   PIC ZZZ9,9.
               05  FILLER          PIC X(01) VALUE SPACE.
               05  WS-LI-PCT-VALOR PIC ZZZ9,9.
               05  FILLER          PIC X(01) VALUE SPACE.
               05  WS-LI-RITMO-QTD PIC ZZZZ9.
               05  FILLER          PIC X(01) VALUE SPACE.
               05  WS-LI-RITMO-VALOR PIC ZZZ.ZZZ.ZZ9,99.

      *>   PRODUCAO POR DIMENSAO: C = FILIAL E PRODUTO, F = FILIAL,
      *>   P = PRODUTO, L = LOJISTA, O = OPERADOR, T = TOTAL. AS
      *>   METAS DO MES ENTRAM PRIMEIRO, ENTAO UMA META SEM NENHUM
      *>   CONTRATO FECHADO TAMBEM APARECE.
       01  WS-QTD-AGREGADOS        PIC 9(04) VALUE ZEROS.
       01  WS-TABELA-AGREGADOS.
           03  WS-AGR-ITEM OCCURS 0 TO 3000 TIMES
                           DEPENDING ON WS-QTD-AGREGADOS.
               05  WS-AGR-DIM      PIC X(01).
               05  WS-AGR-CHAVE    PIC X(08).
               05  WS-AGR-DIA-QTD  PIC 9(05).
               05  WS-AGR-DIA-VALOR PIC 9(10)V99.
               05  WS-AGR-MES-QTD  PIC 9(05).
               05  WS-AGR-MES-VALOR PIC 9(10)V99.
               05  WS-AGR-TEM-META PIC X(01).
               05  WS-AGR-META-QTD PIC 9(05).
               05  WS-AGR-META-VALOR PIC 9(10)V99.

      *>   NOMES PARA A IMPRESSAO: F = FILIAL, P = PRODUTO,
      *>   L = LOJISTA.
       01  WS-QTD-NOMES            PIC 9(04) VALUE ZEROS.
       01  WS-TABELA-NOMES.
           03  WS-NOM-ITEM OCCURS 0 TO 700 TIMES
                           DEPENDING ON WS-QTD-NOMES.
               05  WS-NOM-DIM      PIC X(01).
               05  WS-NOM-CHAVE    PIC X(08).
               05  WS-NOM-NOME     PIC X(20).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-DATA-HOJE TO WS-DATA-HOJE-QUEBRA
           COMPUTE WS-ANO-MES = WS-HJ-AAAA * 100 + WS-HJ-MM
           COMPUTE WS-INICIO-MES = WS-ANO-MES * 100 + 1
           PERFORM P050-LE-SESSAO
           PERFORM P060-CONTA-DIAS-UTEIS
           PERFORM P070-EMPRESA-DO-RELATORIO

           OPEN INPUT FIN-FILE
           IF WS-FIN-STATUS NOT = "00"
               DISPLAY "FINMAST.DAT INDISPONIVEL - STATUS "
                       WS-FIN-STATUS
               GOBACK
           END-IF

           MOVE "T" TO WS-DIM
           MOVE "TOTAL" TO WS-CHAVE
           PERFORM P410-LOCALIZA THRU P410-SAIDA
           PERFORM P100-CARREGA-METAS
           PERFORM P200-LE-PRODUCAO THRU P200-SAIDA
           CLOSE FIN-FILE
           PERFORM P450-CARREGA-NOMES
           PERFORM P500-IMPRIME-RELATORIO
           GOBACK.

       P050-LE-SESSAO.
           OPEN INPUT OPS-FILE
           IF WS-OPS-STATUS = "00"
               READ OPS-FILE
                   NOT AT END
                       IF OPS-NIVEL IS NUMERIC
                           MOVE OPS-NIVEL TO WS-NIVEL-SESSAO
                       END-IF
                       IF OPS-FILIAL IS NUMERIC
                          AND OPS-FILIAL > ZEROS
                           MOVE OPS-FILIAL TO WS-FILIAL-SESSAO
                       END-IF
               END-READ
               CLOSE OPS-FILE
           END-IF
      *>   NIVEL 3 (OU SESSAO SEM FILIAL, COMO NO BATCH) VE A CASA
      *>   INTEIRA.
           IF WS-NIVEL-SESSAO >= 3
               MOVE ZEROS TO WS-FILIAL-SESSAO
           END-IF
           .

       P060-CONTA-DIAS-UTEIS.
      *>   DIAS UTEIS DEPOIS DE HOJE ATE O FIM DO MES: O DIA QUE O
      *>   diaUtil NAO EMPURRA PARA A FRENTE E DIA UTIL.
           MOVE WS-HJ-AAAA TO WS-DT-AAAA
           MOVE WS-HJ-MM   TO WS-DT-MM
           MOVE 31         TO WS-DT-DD
           CALL "dataUtil" USING WS-DT-AAAA WS-DT-MM WS-DT-DD
           MOVE WS-DT-DD TO WS-ULTIMO-DIA
           MOVE ZEROS TO WS-DIAS-UTEIS-RESTAM
           PERFORM VARYING WS-DIA FROM WS-HJ-DD BY 1
                   UNTIL WS-DIA >= WS-ULTIMO-DIA
               MOVE WS-HJ-AAAA TO WS-DT-AAAA
               MOVE WS-HJ-MM   TO WS-DT-MM
               COMPUTE WS-DT-DD = WS-DIA + 1
               CALL "diaUtil" USING WS-DT-AAAA WS-DT-MM WS-DT-DD
               IF WS-DT-MM = WS-HJ-MM
                  AND WS-DT-DD = WS-DIA + 1
                   ADD 1 TO WS-DIAS-UTEIS-RESTAM
               END-IF
           END-PERFORM
           .

       P100-CARREGA-METAS.
           MOVE "N" TO WS-MET-EOF
           OPEN INPUT MET-FILE
           IF WS-MET-STATUS NOT = "00"
               DISPLAY "SEM METAS CADASTRADAS (METAS.DAT) - SO A "
                       "PRODUCAO SERA MOSTRADA."
           ELSE
               PERFORM P110-LE-META
               PERFORM UNTIL FIM-METAS
                   IF MET-ANO-MES = WS-ANO-MES
                      AND (WS-FILIAL-SESSAO = ZEROS
                           OR MET-FILIAL = WS-FILIAL-SESSAO)
                       PERFORM P120-SOMA-META
                   END-IF
                   PERFORM P110-LE-META
               END-PERFORM
               CLOSE MET-FILE
           END-IF
           .

       P110-LE-META.
           READ MET-FILE
               AT END SET FIM-METAS TO TRUE
           END-READ
           .

       P120-SOMA-META.
           MOVE MET-FILIAL      TO WS-CFP-FILIAL
           MOVE MET-COD-PRODUTO TO WS-CFP-PRODUTO
           MOVE "C" TO WS-DIM
           MOVE WS-CHAVE-FP TO WS-CHAVE
           PERFORM P130-ACUMULA-META
           MOVE "F" TO WS-DIM
           MOVE MET-FILIAL TO WS-CHAVE
           PERFORM P130-ACUMULA-META
           MOVE "P" TO WS-DIM
           MOVE MET-COD-PRODUTO TO WS-CHAVE
           PERFORM P130-ACUMULA-META
           MOVE "T" TO WS-DIM
           MOVE "TOTAL" TO WS-CHAVE
           PERFORM P130-ACUMULA-META
           .

       P130-ACUMULA-META.
           PERFORM P410-LOCALIZA THRU P410-SAIDA
           IF WS-AGR-ACHADO > ZEROS
               MOVE "S" TO WS-AGR-TEM-META(WS-AGR-ACHADO)
               ADD MET-QTD-CONTRATOS
                   TO WS-AGR-META-QTD(WS-AGR-ACHADO)
               ADD MET-VALOR TO WS-AGR-META-VALOR(WS-AGR-ACHADO)
           END-IF
           .

       P200-LE-PRODUCAO.
           MOVE "N" TO WS-EVT-EOF
           OPEN INPUT EVT-FILE
           IF WS-EVT-STATUS NOT = "00"
               DISPLAY "SEM EVENTOS (EVENTOS.DAT) - NENHUMA PRODUCAO."
               GO TO P200-SAIDA
           END-IF
           PERFORM P210-LE-EVENTO
           PERFORM UNTIL FIM-EVENTOS
               IF EVT-TIPO = "BOOKING"
                  AND EVT-DATA >= WS-INICIO-MES
                  AND EVT-DATA <= WS-DATA-HOJE
                   PERFORM P300-CONTA-CONTRATO THRU P300-SAIDA
               END-IF
               PERFORM P210-LE-EVENTO
           END-PERFORM
           CLOSE EVT-FILE
           .
       P200-SAIDA.
           EXIT.

       P210-LE-EVENTO.
           READ EVT-FILE
               AT END SET FIM-EVENTOS TO TRUE
           END-READ
           .

       P300-CONTA-CONTRATO.
           MOVE EVT-CONTRATO TO FIN-CONTRATO
           READ FIN-FILE
               INVALID KEY
                   ADD 1 TO WS-SEM-CONTRATO
                   GO TO P300-SAIDA
           END-READ
           MOVE FIN-COD-EMPRESA TO EMU-EMPRESA
           MOVE FIN-CONTRATO TO EMU-CONTRATO
           PERFORM P075-ITEM-DA-EMPRESA
           IF NOT EMU-OK
               GO TO P300-SAIDA
           END-IF
           IF FIN-COD-FILIAL IS NUMERIC
              AND FIN-COD-FILIAL > ZEROS
               MOVE FIN-COD-FILIAL TO WS-FILIAL
           ELSE
               MOVE 1 TO WS-FILIAL
           END-IF
           IF WS-FILIAL-SESSAO > ZEROS
              AND WS-FILIAL NOT = WS-FILIAL-SESSAO
               GO TO P300-SAIDA
           END-IF
           ADD 1 TO WS-QTD-LIDOS
           IF FIN-COD-PRODUTO IS NUMERIC
               MOVE FIN-COD-PRODUTO TO WS-PRODUTO
           ELSE
               MOVE ZEROS TO WS-PRODUTO
           END-IF
           IF FIN-COD-LOJISTA IS NUMERIC
               MOVE FIN-COD-LOJISTA TO WS-LOJISTA
           ELSE
               MOVE ZEROS TO WS-LOJISTA
           END-IF
           IF FIN-ENTRADA < FIN-VALOR
               COMPUTE WS-VALOR-FIN = FIN-VALOR - FIN-ENTRADA
           ELSE
               MOVE ZEROS TO WS-VALOR-FIN
           END-IF
           IF EVT-DATA = WS-DATA-HOJE
               MOVE "S" TO WS-E-DO-DIA
           ELSE
               MOVE "N" TO WS-E-DO-DIA
           END-IF

      *>   CANCELADO NO PRAZO LEGAL NAO E PRODUCAO - SO O TOTAL DOS
      *>   CANCELADOS SAI NO RODAPE.
           IF FIN-CANCELADO
               ADD 1            TO WS-CANC-MES-QTD
               ADD WS-VALOR-FIN TO WS-CANC-MES-VALOR
               IF WS-E-DO-DIA = "S"
                   ADD 1            TO WS-CANC-DIA-QTD
                   ADD WS-VALOR-FIN TO WS-CANC-DIA-VALOR
               END-IF
               GO TO P300-SAIDA
           END-IF

           MOVE WS-FILIAL  TO WS-CFP-FILIAL
           MOVE WS-PRODUTO TO WS-CFP-PRODUTO
           MOVE "C" TO WS-DIM
           MOVE WS-CHAVE-FP TO WS-CHAVE
           PERFORM P400-SOMA-PRODUCAO
           MOVE "F" TO WS-DIM
           MOVE WS-FILIAL TO WS-CHAVE
           PERFORM P400-SOMA-PRODUCAO
           MOVE "P" TO WS-DIM
           MOVE WS-PRODUTO TO WS-CHAVE
           PERFORM P400-SOMA-PRODUCAO
           IF WS-LOJISTA > ZEROS
               MOVE "L" TO WS-DIM
               MOVE WS-LOJISTA TO WS-CHAVE
               PERFORM P400-SOMA-PRODUCAO
           END-IF
           MOVE "O" TO WS-DIM
           MOVE EVT-OPERADOR TO WS-CHAVE
           IF WS-CHAVE = SPACES
               MOVE "LOTE" TO WS-CHAVE
           END-IF
           PERFORM P400-SOMA-PRODUCAO
           MOVE "T" TO WS-DIM
           MOVE "TOTAL" TO WS-CHAVE
           PERFORM P400-SOMA-PRODUCAO
           .
       P300-SAIDA.
           EXIT.

       P400-SOMA-PRODUCAO.
           PERFORM P410-LOCALIZA THRU P410-SAIDA
           IF WS-AGR-ACHADO > ZEROS
               ADD 1 TO WS-AGR-MES-QTD(WS-AGR-ACHADO)
               ADD WS-VALOR-FIN TO WS-AGR-MES-VALOR(WS-AGR-ACHADO)
               IF WS-E-DO-DIA = "S"
                   ADD 1 TO WS-AGR-DIA-QTD(WS-AGR-ACHADO)
                   ADD WS-VALOR-FIN
                       TO WS-AGR-DIA-VALOR(WS-AGR-ACHADO)
               END-IF
           END-IF
           .

       P410-LOCALIZA.
           MOVE ZEROS TO WS-AGR-ACHADO
           PERFORM VARYING WS-AGR-IDX FROM 1 BY 1
                   UNTIL WS-AGR-IDX > WS-QTD-AGREGADOS
               IF WS-AGR-DIM(WS-AGR-IDX) = WS-DIM
                  AND WS-AGR-CHAVE(WS-AGR-IDX) = WS-CHAVE
                   MOVE WS-AGR-IDX TO WS-AGR-ACHADO
               END-IF
           END-PERFORM
           IF WS-AGR-ACHADO > ZEROS
               GO TO P410-SAIDA
           END-IF
           IF WS-QTD-AGREGADOS = 3000
               GO TO P410-SAIDA
           END-IF
           ADD 1 TO WS-QTD-AGREGADOS
           MOVE WS-QTD-AGREGADOS TO WS-AGR-ACHADO
           MOVE WS-DIM   TO WS-AGR-DIM(WS-AGR-ACHADO)
           MOVE WS-CHAVE TO WS-AGR-CHAVE(WS-AGR-ACHADO)
           MOVE ZEROS    TO WS-AGR-DIA-QTD(WS-AGR-ACHADO)
           MOVE ZEROS    TO WS-AGR-DIA-VALOR(WS-AGR-ACHADO)
           MOVE ZEROS    TO WS-AGR-MES-QTD(WS-AGR-ACHADO)
           MOVE ZEROS    TO WS-AGR-MES-VALOR(WS-AGR-ACHADO)
           MOVE "N"      TO WS-AGR-TEM-META(WS-AGR-ACHADO)
           MOVE ZEROS    TO WS-AGR-META-QTD(WS-AGR-ACHADO)
           MOVE ZEROS    TO WS-AGR-META-VALOR(WS-AGR-ACHADO)
           .
       P410-SAIDA.
           EXIT.

       P450-CARREGA-NOMES.
           MOVE "N" TO WS-CAD-EOF
           OPEN INPUT FIL-FILE
           IF WS-FIL-STATUS = "00"
               PERFORM UNTIL FIM-CADASTRO OR WS-QTD-NOMES = 700
                   READ FIL-FILE
                       AT END
                           SET FIM-CADASTRO TO TRUE
                       NOT AT END
                           ADD 1 TO WS-QTD-NOMES
                           MOVE "F" TO WS-NOM-DIM(WS-QTD-NOMES)
                           MOVE FIL-CODIGO
                               TO WS-NOM-CHAVE(WS-QTD-NOMES)
                           MOVE FIL-NOME TO WS-NOM-NOME(WS-QTD-NOMES)
                   END-READ
               END-PERFORM
               CLOSE FIL-FILE
           END-IF
           MOVE "N" TO WS-CAD-EOF
           OPEN INPUT PRO-FILE
           IF WS-PRO-STATUS = "00"
               PERFORM UNTIL FIM-CADASTRO OR WS-QTD-NOMES = 700
                   READ PRO-FILE
                       AT END
                           SET FIM-CADASTRO TO TRUE
                       NOT AT END
                           ADD 1 TO WS-QTD-NOMES
                           MOVE "P" TO WS-NOM-DIM(WS-QTD-NOMES)
                           MOVE PRO-CODIGO
                               TO WS-NOM-CHAVE(WS-QTD-NOMES)
                           MOVE PRO-DESCRICAO
                               TO WS-NOM-NOME(WS-QTD-NOMES)
                   END-READ
               END-PERFORM
               CLOSE PRO-FILE
           END-IF
           MOVE "N" TO WS-CAD-EOF
           OPEN INPUT LOJ-FILE
           IF WS-LOJ-STATUS = "00"
               PERFORM UNTIL FIM-CADASTRO OR WS-QTD-NOMES = 700
                   READ LOJ-FILE
                       AT END
                           SET FIM-CADASTRO TO TRUE
                       NOT AT END
                           ADD 1 TO WS-QTD-NOMES
                           MOVE "L" TO WS-NOM-DIM(WS-QTD-NOMES)
                           MOVE LOJ-CODIGO
                               TO WS-NOM-CHAVE(WS-QTD-NOMES)
                           MOVE LOJ-NOME TO WS-NOM-NOME(WS-QTD-NOMES)
                   END-READ
               END-PERFORM
               CLOSE LOJ-FILE
           END-IF
           .

       P500-IMPRIME-RELATORIO.
           MOVE "PRODRPT" TO WS-RPT-PROGRAMA
           MOVE WS-DATA-HOJE TO WS-RPT-DATA
           ACCEPT WS-RPT-HORA FROM TIME
           OPEN OUTPUT RPT-FILE
           MOVE SPACES TO WS-LINHA-EDIT
           STRING "PROGRAMA: " WS-RPT-PROGRAMA
                  "  DATA: " WS-RPT-DATA
                  "  HORA: " WS-RPT-HORA
                  "  PAGINA: " WS-RPT-PAGINA
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           STRING "EMPRESA: " WS-RPT-EMPRESA " - "
                  WS-RPT-EMPRESA-NOME
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           MOVE "PRODUCAO DA ORIGINACAO CONTRA AS METAS DO MES"
               TO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           MOVE SPACES TO WS-LINHA-EDIT
           STRING "DIA " WS-DATA-HOJE "  MES " WS-ANO-MES
                  "  DIAS UTEIS RESTANTES NO MES: "
                  WS-DIAS-UTEIS-RESTAM
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           IF WS-FILIAL-SESSAO > ZEROS
               MOVE SPACES TO WS-LINHA-EDIT
               STRING "SOMENTE A FILIAL " WS-FILIAL-SESSAO
                      DELIMITED BY SIZE INTO WS-LINHA-EDIT
               PERFORM P590-ESCREVE-LINHA
           END-IF
           MOVE "VALORES EM VALOR FINANCIADO (VALOR MENOS ENTRADA), "
             TO WS-LINHA-EDIT
           MOVE "LIQUIDOS DOS CANCELAMENTOS NO PRAZO LEGAL."
             TO WS-LINHA-EDIT(52:)
           PERFORM P590-ESCREVE-LINHA

           MOVE "C" TO WS-DIM
           MOVE "POR FILIAL E PRODUTO (FF/PPPP)" TO WS-LINHA-EDIT
           PERFORM P510-IMPRIME-DIMENSAO
           MOVE "F" TO WS-DIM
           MOVE "POR FILIAL" TO WS-LINHA-EDIT
           PERFORM P510-IMPRIME-DIMENSAO
           MOVE "P" TO WS-DIM
           MOVE "POR PRODUTO" TO WS-LINHA-EDIT
           PERFORM P510-IMPRIME-DIMENSAO
           MOVE "L" TO WS-DIM
           MOVE "POR LOJISTA" TO WS-LINHA-EDIT
           PERFORM P510-IMPRIME-DIMENSAO
           MOVE "O" TO WS-DIM
           MOVE "POR OPERADOR DO BOOKING" TO WS-LINHA-EDIT
           PERFORM P510-IMPRIME-DIMENSAO
           MOVE "T" TO WS-DIM
           MOVE "TOTAL DA CASA" TO WS-LINHA-EDIT
           IF WS-FILIAL-SESSAO > ZEROS
               MOVE "TOTAL DA FILIAL" TO WS-LINHA-EDIT
           END-IF
           PERFORM P510-IMPRIME-DIMENSAO

           MOVE SPACES TO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           MOVE WS-CANC-DIA-QTD TO WS-QTD-EDIT
           MOVE WS-CANC-DIA-VALOR TO WS-VALOR-EDIT
           MOVE SPACES TO WS-LINHA-EDIT
           STRING "CANCELADOS NO PRAZO LEGAL (FORA DA PRODUCAO) - "
                  "DIA: " WS-QTD-EDIT " " WS-VALOR-EDIT
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           MOVE WS-CANC-MES-QTD TO WS-QTD-EDIT
           MOVE WS-CANC-MES-VALOR TO WS-VALOR-EDIT
           STRING "  MES: " WS-QTD-EDIT " " WS-VALOR-EDIT
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT(74:)
           PERFORM P590-ESCREVE-LINHA
           IF WS-SEM-CONTRATO > ZEROS
               MOVE SPACES TO WS-LINHA-EDIT
               STRING "BOOKINGS SEM CONTRATO NO FINMAST (IGNORADOS): "
                      WS-SEM-CONTRATO
                      DELIMITED BY SIZE INTO WS-LINHA-EDIT
               PERFORM P590-ESCREVE-LINHA
           END-IF
           MOVE SPACES TO WS-LINHA-EDIT
           STRING "FIM DO RELATORIO - PROGRAMA: " WS-RPT-PROGRAMA
                  "  PAGINA: " WS-RPT-PAGINA
                  "  TOTAL DE REGISTROS: " WS-RPT-TOTAL-REGISTROS
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           CLOSE RPT-FILE
           DISPLAY "RELATORIO GRAVADO EM PRODUCAO.RPT"
           .

       P510-IMPRIME-DIMENSAO.
           PERFORM P590-ESCREVE-LINHA
           STRING "CHAVE    NOME                 DIA-Q      DIA-VALOR "
                  "MES-Q      MES-VALOR META-Q     META-VALOR  %QTD "
                  "%VALOR RITMO   RITMO-VALOR"
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           PERFORM VARYING WS-AGR-IDX FROM 1 BY 1
                   UNTIL WS-AGR-IDX > WS-QTD-AGREGADOS
               IF WS-AGR-DIM(WS-AGR-IDX) = WS-DIM
                   PERFORM P520-IMPRIME-ITEM
               END-IF
           END-PERFORM
           .

       P520-IMPRIME-ITEM.
           MOVE SPACES TO WS-NOME
           PERFORM VARYING WS-NOM-IDX FROM 1 BY 1
                   UNTIL WS-NOM-IDX > WS-QTD-NOMES
               IF WS-NOM-DIM(WS-NOM-IDX) = WS-DIM
                  AND WS-NOM-CHAVE(WS-NOM-IDX) =
                      WS-AGR-CHAVE(WS-AGR-IDX)
                   MOVE WS-NOM-NOME(WS-NOM-IDX) TO WS-NOME
               END-IF
           END-PERFORM
           IF WS-DIM = "C"
               PERFORM P530-NOME-COMBINADO
           END-IF

           MOVE WS-AGR-CHAVE(WS-AGR-IDX)     TO WS-LI-CHAVE
           MOVE WS-NOME                      TO WS-LI-NOME
           MOVE WS-AGR-DIA-QTD(WS-AGR-IDX)   TO WS-LI-DIA-QTD
           MOVE WS-AGR-DIA-VALOR(WS-AGR-IDX) TO WS-LI-DIA-VALOR
           MOVE WS-AGR-MES-QTD(WS-AGR-IDX)   TO WS-LI-MES-QTD
           MOVE WS-AGR-MES-VALOR(WS-AGR-IDX) TO WS-LI-MES-VALOR
           IF WS-AGR-TEM-META(WS-AGR-IDX) = "S"
               PERFORM P540-CALCULA-META
           ELSE
               MOVE SPACES TO WS-LI-META
           END-IF
           MOVE WS-LINHA-ITEM TO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           ADD 1 TO WS-RPT-TOTAL-REGISTROS
           .

       P530-NOME-COMBINADO.
      *>   FILIAL E PRODUTO: O NOME IMPRESSO E O DO PRODUTO.
           MOVE WS-AGR-CHAVE(WS-AGR-IDX) TO WS-CHAVE-FP
           MOVE WS-CFP-PRODUTO TO WS-CHAVE
           PERFORM VARYING WS-NOM-IDX FROM 1 BY 1
                   UNTIL WS-NOM-IDX > WS-QTD-NOMES
               IF WS-NOM-DIM(WS-NOM-IDX) = "P"
                  AND WS-NOM-CHAVE(WS-NOM-IDX) = WS-CHAVE
                   MOVE WS-NOM-NOME(WS-NOM-IDX) TO WS-NOME
               END-IF
           END-PERFORM
           .

       P540-CALCULA-META.
           MOVE WS-AGR-META-QTD(WS-AGR-IDX)   TO WS-LI-META-QTD
           MOVE WS-AGR-META-VALOR(WS-AGR-IDX) TO WS-LI-META-VALOR
           IF WS-AGR-META-QTD(WS-AGR-IDX) > ZEROS
               COMPUTE WS-PCT ROUNDED = WS-AGR-MES-QTD(WS-AGR-IDX)
                       * 100 / WS-AGR-META-QTD(WS-AGR-IDX)
           ELSE
               MOVE ZEROS TO WS-PCT
           END-IF
           MOVE WS-PCT TO WS-LI-PCT-QTD
           IF WS-AGR-META-VALOR(WS-AGR-IDX) > ZEROS
               COMPUTE WS-PCT ROUNDED = WS-AGR-MES-VALOR(WS-AGR-IDX)
                       * 100 / WS-AGR-META-VALOR(WS-AGR-IDX)
           ELSE
               MOVE ZEROS TO WS-PCT
           END-IF
           MOVE WS-PCT TO WS-LI-PCT-VALOR

      *>   RITMO: O QUE FALTA PARA A META DIVIDIDO PELOS DIAS UTEIS
      *>   QUE SOBRAM. NO ULTIMO DIA UTIL O RITMO E A FALTA INTEIRA.
           MOVE ZEROS TO WS-FALTA-QTD
           MOVE ZEROS TO WS-FALTA-VALOR
           IF WS-AGR-MES-QTD(WS-AGR-IDX) < WS-AGR-META-QTD(WS-AGR-IDX)
               COMPUTE WS-FALTA-QTD = WS-AGR-META-QTD(WS-AGR-IDX)
                                    - WS-AGR-MES-QTD(WS-AGR-IDX)
           END-IF
           IF WS-AGR-MES-VALOR(WS-AGR-IDX) <
              WS-AGR-META-VALOR(WS-AGR-IDX)
               COMPUTE WS-FALTA-VALOR = WS-AGR-META-VALOR(WS-AGR-IDX)
                                      - WS-AGR-MES-VALOR(WS-AGR-IDX)
           END-IF
           IF WS-DIAS-UTEIS-RESTAM > ZEROS
               COMPUTE WS-RITMO-QTD = (WS-FALTA-QTD
                       + WS-DIAS-UTEIS-RESTAM - 1)
                       / WS-DIAS-UTEIS-RESTAM
               COMPUTE WS-RITMO-VALOR ROUNDED =
                       WS-FALTA-VALOR / WS-DIAS-UTEIS-RESTAM
           ELSE
               MOVE WS-FALTA-QTD   TO WS-RITMO-QTD
               MOVE WS-FALTA-VALOR TO WS-RITMO-VALOR
           END-IF
           MOVE WS-RITMO-QTD   TO WS-LI-RITMO-QTD
           MOVE WS-RITMO-VALOR TO WS-LI-RITMO-VALOR
           .

       P590-ESCREVE-LINHA.
           MOVE WS-LINHA-EDIT TO RPT-LINHA
           WRITE RPT-LINHA
           DISPLAY WS-LINHA-EDIT
           MOVE SPACES TO WS-LINHA-EDIT
           .

       P070-EMPRESA-DO-RELATORIO.
      *>   EMPRESA DA RODADA (SESSAO DO MENU OU AMBIENTE DO LOTE);
      *>   00 E O CONSOLIDADO DO GRUPO.
           MOVE "S" TO EMU-FUNCAO
           CALL "empUtil" USING EMU-PARAMETROS
           MOVE EMU-EMPRESA TO WS-RPT-EMPRESA
           MOVE EMU-NOME    TO WS-RPT-EMPRESA-NOME
           .

       P075-ITEM-DA-EMPRESA.
      *>   QUEM CHAMA POE EM EMU-EMPRESA A EMPRESA GRAVADA NO ITEM
      *>   (00 QUANDO NAO TEM) E EM EMU-CONTRATO O CONTRATO; EMU-OK
      *>   DIZ SE O ITEM ENTRA NO RELATORIO.
           MOVE "E" TO EMU-FUNCAO
           CALL "empUtil" USING EMU-PARAMETROS
           .

       END PROGRAM prodRpt.

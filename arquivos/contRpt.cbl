      ******************************************************************
      * Author:
      * Date:
      * Purpose: Contact-rate report per collector - for one
      *          competencia (AAAAMM), reads the collections contact
      *          log (CONTATO.DAT: desk, promise register and dialer
      *          rows alike) and shows for each collector the
      *          attempts made, how many reached the client
      *          (CTT-CONTATO-EFETIVO), how many ended in a promise,
      *          the contact rate (effective contacts over attempts)
      *          and the coverage of the collector's own book
      *          (COBCART.DAT contracts with at least one attempt in
      *          the month over contracts assigned) - the effort side
      *          the recovery figures in cobEfic cannot show.
      *          Uses the RPTHDR.cpy header standard.
      *          Runs for the company of the session (or of the
      *          batch job's EMPRESA) or consolidated (00), named in
      *          the header; only that company's contracts enter.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. contRpt.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT WQ-FILE ASSIGN TO "COBCART.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-WQ-STATUS.

               SELECT CTT-FILE ASSIGN TO "CONTATO.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CTT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WQ-FILE.
           COPY WQFD.

       FD  CTT-FILE.
           COPY CTTFD.

       WORKING-STORAGE SECTION.
           COPY RPTHDR.
           COPY EMPLK.

       01  WS-VARIAVEIS.
           03  WS-WQ-STATUS        PIC XX.
           03  WS-CTT-STATUS       PIC XX.
           03  WS-WQ-EOF           PIC X VALUE "N".
               88  FIM-CARTEIRA       VALUE "S".
           03  WS-CTT-EOF          PIC X VALUE "N".
               88  FIM-CONTATOS       VALUE "S".
           03  WS-COMPETENCIA      PIC 9(6).
           03  WS-DATA-COMPET      PIC 9(6).
           03  WS-IDX              PIC 9(04).
           03  WS-COL-IDX          PIC 9(02).
           03  WS-OPERADOR-BUSCA   PIC X(08).
           03  WS-TAXA             PIC 9(03)V9.
           03  WS-TAXA-EDIT        PIC ZZ9,9.
           03  WS-COBERTURA-EDIT   PIC ZZ9,9.
           03  WS-TOT-TENTATIVAS   PIC 9(07) VALUE ZEROS.
           03  WS-TOT-EFETIVOS     PIC 9(07) VALUE ZEROS.
           03  WS-TOT-PROMESSAS    PIC 9(07) VALUE ZEROS.

       01  WS-QTD-CARTEIRA         PIC 9(04) VALUE ZEROS.
       01  WS-TABELA-CARTEIRA.
           03  WS-CAR-ITEM OCCURS 0 TO 2000 TIMES
                           DEPENDING ON WS-QTD-CARTEIRA.
               05  WS-CAR-CONTRATO PIC 9(06).
               05  WS-CAR-OPERADOR PIC X(08).
               05  WS-CAR-TOCADO   PIC X(01).

       01  WS-QTD-COLETORES        PIC 9(02) VALUE ZEROS.
       01  WS-TABELA-COLETORES.
           03  WS-COL-ITEM OCCURS 20 TIMES.
               05  WS-COL-OPERADOR PIC X(08).
               05  WS-COL-CASOS    PIC 9(04).
               05  WS-COL-TOCADOS  PIC 9(04).
               05  WS-COL-TENTATIVAS PIC 9(06).
               05  WS-COL-EFETIVOS PIC 9(06).
               05  WS-COL-PROMESSAS PIC 9(06).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "COMPETENCIA DO RELATORIO (AAAAMM): "
           ACCEPT WS-COMPETENCIA
           PERFORM P060-EMPRESA-DO-RELATORIO

           PERFORM P100-CARREGA-CARTEIRA
           PERFORM P200-ACUMULA-CONTATOS
           PERFORM P250-CONTA-COBERTURA
           PERFORM P300-IMPRIME-RELATORIO
           GOBACK.

       P100-CARREGA-CARTEIRA.
           MOVE "N" TO WS-WQ-EOF
           OPEN INPUT WQ-FILE
           IF WS-WQ-STATUS = "00"
               PERFORM P110-LE-CARTEIRA
               PERFORM UNTIL FIM-CARTEIRA
                       OR WS-QTD-CARTEIRA = 2000
                   MOVE ZEROS       TO EMU-EMPRESA
                   MOVE WQ-CONTRATO TO EMU-CONTRATO
                   PERFORM P065-ITEM-DA-EMPRESA
                   IF EMU-OK
                       PERFORM P105-GUARDA-CASO
                   END-IF
                   PERFORM P110-LE-CARTEIRA
               END-PERFORM
               CLOSE WQ-FILE
           END-IF
           .

       P105-GUARDA-CASO.
           ADD 1 TO WS-QTD-CARTEIRA
           MOVE WQ-CONTRATO
               TO WS-CAR-CONTRATO(WS-QTD-CARTEIRA)
           MOVE WQ-OPERADOR
               TO WS-CAR-OPERADOR(WS-QTD-CARTEIRA)
           MOVE "N" TO WS-CAR-TOCADO(WS-QTD-CARTEIRA)
           MOVE WQ-OPERADOR TO WS-OPERADOR-BUSCA
           PERFORM P120-LOCALIZA-COLETOR THRU P120-SAIDA
           IF WS-COL-IDX <= WS-QTD-COLETORES
               ADD 1 TO WS-COL-CASOS(WS-COL-IDX)
           END-IF
           .

       P110-LE-CARTEIRA.
           READ WQ-FILE
               AT END SET FIM-CARTEIRA TO TRUE
           END-READ
           .

       P120-LOCALIZA-COLETOR.
      *>   DEVOLVE O INDICE DO COLETOR, INCLUINDO-O SE FOR NOVO;
      *>   TABELA CHEIA DEVOLVE INDICE ALEM DO FIM.
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                   UNTIL WS-COL-IDX > WS-QTD-COLETORES
               IF WS-COL-OPERADOR(WS-COL-IDX) = WS-OPERADOR-BUSCA
                   GO TO P120-SAIDA
               END-IF
           END-PERFORM
           IF WS-QTD-COLETORES < 20
               ADD 1 TO WS-QTD-COLETORES
               MOVE WS-QTD-COLETORES  TO WS-COL-IDX
               MOVE WS-OPERADOR-BUSCA TO WS-COL-OPERADOR(WS-COL-IDX)
               MOVE ZEROS TO WS-COL-CASOS(WS-COL-IDX)
               MOVE ZEROS TO WS-COL-TOCADOS(WS-COL-IDX)
               MOVE ZEROS TO WS-COL-TENTATIVAS(WS-COL-IDX)
               MOVE ZEROS TO WS-COL-EFETIVOS(WS-COL-IDX)
               MOVE ZEROS TO WS-COL-PROMESSAS(WS-COL-IDX)
           END-IF
           .
       P120-SAIDA.
           EXIT.

       P200-ACUMULA-CONTATOS.
           MOVE "N" TO WS-CTT-EOF
           OPEN INPUT CTT-FILE
           IF WS-CTT-STATUS = "00"
               PERFORM P210-LE-CONTATO
               PERFORM UNTIL FIM-CONTATOS
                   COMPUTE WS-DATA-COMPET = CTT-DATA / 100
                   MOVE ZEROS        TO EMU-EMPRESA
                   MOVE CTT-CONTRATO TO EMU-CONTRATO
                   PERFORM P065-ITEM-DA-EMPRESA
                   IF WS-DATA-COMPET = WS-COMPETENCIA
                      AND EMU-OK
                       PERFORM P220-CONTA-TENTATIVA
                   END-IF
                   PERFORM P210-LE-CONTATO
               END-PERFORM
               CLOSE CTT-FILE
           END-IF
           .

       P210-LE-CONTATO.
           READ CTT-FILE
               AT END SET FIM-CONTATOS TO TRUE
           END-READ
           .

       P220-CONTA-TENTATIVA.
           ADD 1 TO WS-TOT-TENTATIVAS
           IF CTT-CONTATO-EFETIVO
               ADD 1 TO WS-TOT-EFETIVOS
           END-IF
           IF CTT-PROMESSA
               ADD 1 TO WS-TOT-PROMESSAS
           END-IF
           MOVE CTT-OPERADOR TO WS-OPERADOR-BUSCA
           PERFORM P120-LOCALIZA-COLETOR THRU P120-SAIDA
           IF WS-COL-IDX <= WS-QTD-COLETORES
               ADD 1 TO WS-COL-TENTATIVAS(WS-COL-IDX)
               IF CTT-CONTATO-EFETIVO
                   ADD 1 TO WS-COL-EFETIVOS(WS-COL-IDX)
               END-IF
               IF CTT-PROMESSA
                   ADD 1 TO WS-COL-PROMESSAS(WS-COL-IDX)
               END-IF
           END-IF
      *>   O CASO DA CARTEIRA CONTA COMO TRABALHADO PARA O DONO,
      *>   QUEM QUER QUE TENHA FEITO A TENTATIVA.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-CARTEIRA
               IF WS-CAR-CONTRATO(WS-IDX) = CTT-CONTRATO
                   MOVE "S" TO WS-CAR-TOCADO(WS-IDX)
               END-IF
           END-PERFORM
           .

       P250-CONTA-COBERTURA.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-CARTEIRA
               IF WS-CAR-TOCADO(WS-IDX) = "S"
                   MOVE WS-CAR-OPERADOR(WS-IDX) TO WS-OPERADOR-BUSCA
                   PERFORM P120-LOCALIZA-COLETOR THRU P120-SAIDA
                   IF WS-COL-IDX <= WS-QTD-COLETORES
                       ADD 1 TO WS-COL-TOCADOS(WS-COL-IDX)
                   END-IF
               END-IF
           END-PERFORM
           .

       P300-IMPRIME-RELATORIO.
           MOVE "CONTRPT " TO WS-RPT-PROGRAMA
           ACCEPT WS-RPT-DATA FROM DATE YYYYMMDD
           ACCEPT WS-RPT-HORA FROM TIME
           MOVE 1 TO WS-RPT-PAGINA
           MOVE WS-QTD-COLETORES TO WS-RPT-TOTAL-REGISTROS

           DISPLAY "=============================================="
           DISPLAY "PROGRAMA: " WS-RPT-PROGRAMA
                   "  DATA: " WS-RPT-DATA
                   "  HORA: " WS-RPT-HORA
                   "  PAGINA: " WS-RPT-PAGINA
           DISPLAY "EMPRESA: " WS-RPT-EMPRESA " - "
                   WS-RPT-EMPRESA-NOME
           DISPLAY "=============================================="
           DISPLAY " TAXA DE CONTATO POR COBRADOR - COMPETENCIA "
                   WS-COMPETENCIA
           DISPLAY "=============================================="
           DISPLAY "COBRADOR  CASOS TENTAT EFETIV PROMES  TAXA% "
                   " COBERT%"
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                   UNTIL WS-COL-IDX > WS-QTD-COLETORES
               PERFORM P310-IMPRIME-COLETOR
           END-PERFORM
           DISPLAY "=============================================="
           MOVE ZEROS TO WS-TAXA
           IF WS-TOT-TENTATIVAS > ZEROS
               COMPUTE WS-TAXA ROUNDED =
                       WS-TOT-EFETIVOS * 100 / WS-TOT-TENTATIVAS
           END-IF
           MOVE WS-TAXA TO WS-TAXA-EDIT
           DISPLAY "TENTATIVAS NO MES.....: " WS-TOT-TENTATIVAS
           DISPLAY "CONTATOS EFETIVOS.....: " WS-TOT-EFETIVOS
           DISPLAY "PROMESSAS OBTIDAS.....: " WS-TOT-PROMESSAS
           DISPLAY "TAXA DE CONTATO GERAL.: " WS-TAXA-EDIT "%"
           DISPLAY "=============================================="
           DISPLAY "FIM DO RELATORIO - PROGRAMA: " WS-RPT-PROGRAMA
                   "  PAGINA: " WS-RPT-PAGINA
                   "  TOTAL DE REGISTROS: " WS-RPT-TOTAL-REGISTROS
           DISPLAY "=============================================="
           .

       P310-IMPRIME-COLETOR.
           MOVE ZEROS TO WS-TAXA
           IF WS-COL-TENTATIVAS(WS-COL-IDX) > ZEROS
               COMPUTE WS-TAXA ROUNDED =
                       WS-COL-EFETIVOS(WS-COL-IDX) * 100
                       / WS-COL-TENTATIVAS(WS-COL-IDX)
           END-IF
           MOVE WS-TAXA TO WS-TAXA-EDIT
           MOVE ZEROS TO WS-TAXA
           IF WS-COL-CASOS(WS-COL-IDX) > ZEROS
               COMPUTE WS-TAXA ROUNDED =
                       WS-COL-TOCADOS(WS-COL-IDX) * 100
                       / WS-COL-CASOS(WS-COL-IDX)
           END-IF
           MOVE WS-TAXA TO WS-COBERTURA-EDIT
           DISPLAY WS-COL-OPERADOR(WS-COL-IDX) "  "
                   WS-COL-CASOS(WS-COL-IDX) " "
                   WS-COL-TENTATIVAS(WS-COL-IDX) " "
                   WS-COL-EFETIVOS(WS-COL-IDX) " "
                   WS-COL-PROMESSAS(WS-COL-IDX) "  "
                   WS-TAXA-EDIT "   "
                   WS-COBERTURA-EDIT
           .

       P060-EMPRESA-DO-RELATORIO.
      *>   EMPRESA DA RODADA (SESSAO DO MENU OU AMBIENTE DO LOTE);
      *>   00 E O CONSOLIDADO DO GRUPO.
           MOVE "S" TO EMU-FUNCAO
           CALL "empUtil" USING EMU-PARAMETROS
           MOVE EMU-EMPRESA TO WS-RPT-EMPRESA
           MOVE EMU-NOME    TO WS-RPT-EMPRESA-NOME
           .

       P065-ITEM-DA-EMPRESA.
      *>   QUEM CHAMA POE EM EMU-EMPRESA A EMPRESA GRAVADA NO ITEM
      *>   (00 QUANDO NAO TEM) E EM EMU-CONTRATO O CONTRATO; EMU-OK
      *>   DIZ SE O ITEM ENTRA NO RELATORIO.
           MOVE "E" TO EMU-FUNCAO
           CALL "empUtil" USING EMU-PARAMETROS
           .

       END PROGRAM contRpt.

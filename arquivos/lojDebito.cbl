      ******************************************************************
      * Author:
      * Date:
      * Purpose: Outstanding merchant debts - lists, per store, the
      *          repasse of cancelled contracts still owed to us on
      *          LOJDEB.DAT (the part no repasse run could net off,
      *          usually because the store sent no new business or
      *          is inactive), with the days each debt has been open,
      *          so the commercial team can collect it; and records a
      *          debt the team has received, posting the receipt to
      *          the GL (LOJDEBBX) like the netting in lojRepasse.
      *          Runs for the company of the session (or of the
      *          batch job's EMPRESA) or consolidated (00), named in
      *          the header; only that company's contracts enter.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. lojDebito.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT LDB-FILE ASSIGN TO "LOJDEB.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LDB-STATUS.

               SELECT LOJ-FILE ASSIGN TO "LOJISTA.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LOJ-STATUS.

               SELECT CTB-FILE ASSIGN TO "CONTABIL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CTB-STATUS.

               SELECT CTH-FILE ASSIGN TO "CONTABHIS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CTH-STATUS.

               SELECT OPS-FILE ASSIGN TO "OPERSESS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LDB-FILE.
           COPY LDBFD.

       FD  LOJ-FILE.
           COPY LOJFD.

       FD  CTB-FILE.
           COPY CTBFD.

       FD  CTH-FILE.
       01  CTH-LINHA           PIC X(47).

       FD  OPS-FILE.
           COPY OPSFD.

       WORKING-STORAGE SECTION.
           COPY RPTHDR.
           COPY GLMAPTB.

       01  WS-VARIAVEIS.
           03  WS-LDB-STATUS       PIC XX.
           03  WS-LOJ-STATUS       PIC XX.
           03  WS-CTB-STATUS       PIC XX.
           03  WS-CTH-STATUS       PIC XX.
           03  WS-OPS-STATUS       PIC XX.
           03  WS-LDB-EOF          PIC X.
               88  FIM-DEBITOS        VALUE "S".
           03  WS-LOJ-EOF          PIC X.
               88  FIM-LOJISTAS       VALUE "S".
           03  WS-DEB-IDX          PIC 9(04).
           03  WS-DEB-ACHADO       PIC 9(04).
           03  WS-LOJ-IDX          PIC 9(03).
           03  WS-OPCAO            PIC 9.
           03  WS-CONTRATO         PIC 9(06).
           03  WS-DATA-HOJE        PIC 9(8).
           03  WS-DIAS-ABERTO      PIC 9(05).
           03  WS-VALOR-BAIXA      PIC 9(08)V99.
           03  WS-QTD-ABERTOS      PIC 9(05).
           03  WS-TOT-LOJA         PIC 9(10)V99.
           03  WS-TOT-GERAL        PIC 9(10)V99.
           03  WS-CONFIRMA         PIC X.
           03  WS-OPERADOR         PIC X(08).

       01  WS-EVENTO.
           03  WS-EVT-TIPO         PIC X(10).
           03  WS-EVT-DETALHE      PIC X(30).

       01  WS-QTD-DEBITOS          PIC 9(04) VALUE ZEROS.
       01  WS-TABELA-DEBITOS.
           03  WS-DEB-ITEM OCCURS 0 TO 5000 TIMES
                           DEPENDING ON WS-QTD-DEBITOS.
               05  WS-DEB-REGISTRO PIC X(68).

       01  WS-QTD-LOJISTAS         PIC 9(03) VALUE ZEROS.
       01  WS-TABELA-LOJISTAS.
           03  WS-LOJ-ITEM OCCURS 0 TO 200 TIMES
                           DEPENDING ON WS-QTD-LOJISTAS.
               05  WS-LOJ-CODIGO   PIC 9(04).
               05  WS-LOJ-NOME     PIC X(20).
               05  WS-LOJ-SIT      PIC X(01).

           COPY EMPLK.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM P045-LE-OPERADOR-SESSAO
           PERFORM P100-CARREGA-LOJISTAS
           PERFORM P150-CARREGA-DEBITOS
           IF WS-QTD-DEBITOS = 5000
               DISPLAY "LOJDEB.DAT EXCEDE A CAPACIDADE DA TELA."
               GOBACK
           END-IF

           DISPLAY "=============================================="
           DISPLAY "         DEBITOS DE LOJISTAS PARCEIROS"
           DISPLAY "=============================================="
           DISPLAY "1 - RELATORIO DE DEBITOS EM ABERTO"
           DISPLAY "2 - BAIXAR DEBITO RECEBIDO PELO COMERCIAL"
           DISPLAY "ESCOLHA UMA OPCAO: "
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM P060-EMPRESA-DO-RELATORIO
                   PERFORM P200-RELATORIO
               WHEN 2
                   PERFORM P300-BAIXA THRU P300-SAIDA
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE
           GOBACK.

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

       P100-CARREGA-LOJISTAS.
           MOVE "N" TO WS-LOJ-EOF
           OPEN INPUT LOJ-FILE
           IF WS-LOJ-STATUS = "00"
               PERFORM P110-LE-LOJISTA
               PERFORM UNTIL FIM-LOJISTAS
                       OR WS-QTD-LOJISTAS = 200
                   ADD 1 TO WS-QTD-LOJISTAS
                   MOVE LOJ-CODIGO
                       TO WS-LOJ-CODIGO(WS-QTD-LOJISTAS)
                   MOVE LOJ-NOME
                       TO WS-LOJ-NOME(WS-QTD-LOJISTAS)
                   MOVE LOJ-SITUACAO
                       TO WS-LOJ-SIT(WS-QTD-LOJISTAS)
                   PERFORM P110-LE-LOJISTA
               END-PERFORM
               CLOSE LOJ-FILE
           END-IF
           .

       P110-LE-LOJISTA.
           READ LOJ-FILE
               AT END SET FIM-LOJISTAS TO TRUE
           END-READ
           .

       P150-CARREGA-DEBITOS.
           MOVE "N" TO WS-LDB-EOF
           OPEN INPUT LDB-FILE
           IF WS-LDB-STATUS = "00"
               PERFORM P160-LE-DEBITO
               PERFORM UNTIL FIM-DEBITOS
                       OR WS-QTD-DEBITOS = 5000
                   ADD 1 TO WS-QTD-DEBITOS
                   MOVE LDB-REGISTRO
                       TO WS-DEB-REGISTRO(WS-QTD-DEBITOS)
                   PERFORM P160-LE-DEBITO
               END-PERFORM
               CLOSE LDB-FILE
           END-IF
           .

       P160-LE-DEBITO.
           READ LDB-FILE
               AT END SET FIM-DEBITOS TO TRUE
           END-READ
           .

       P200-RELATORIO.
           MOVE "LOJDEBIT" TO WS-RPT-PROGRAMA
           MOVE WS-DATA-HOJE TO WS-RPT-DATA
           ACCEPT WS-RPT-HORA FROM TIME
           MOVE 1 TO WS-RPT-PAGINA
           MOVE ZEROS TO WS-TOT-GERAL

           DISPLAY "=============================================="
           DISPLAY "PROGRAMA: " WS-RPT-PROGRAMA
                   "  DATA: " WS-RPT-DATA
                   "  HORA: " WS-RPT-HORA
                   "  PAGINA: " WS-RPT-PAGINA
           DISPLAY "EMPRESA: " WS-RPT-EMPRESA " - "
                   WS-RPT-EMPRESA-NOME
           DISPLAY "=============================================="
           DISPLAY "   DEBITOS DE LOJISTAS EM ABERTO - A COBRAR"
           DISPLAY "=============================================="

           PERFORM VARYING WS-LOJ-IDX FROM 1 BY 1
                   UNTIL WS-LOJ-IDX > WS-QTD-LOJISTAS
               PERFORM P210-DEBITOS-DA-LOJA
           END-PERFORM

           DISPLAY "=============================================="
           DISPLAY "TOTAL A RECEBER DE LOJISTAS..: " WS-TOT-GERAL
           DISPLAY "=============================================="
           DISPLAY "FIM DO RELATORIO - PROGRAMA: " WS-RPT-PROGRAMA
                   "  PAGINA: " WS-RPT-PAGINA
                   "  TOTAL DE REGISTROS: " WS-RPT-TOTAL-REGISTROS
           DISPLAY "=============================================="
           .

       P210-DEBITOS-DA-LOJA.
           MOVE ZEROS TO WS-QTD-ABERTOS
           MOVE ZEROS TO WS-TOT-LOJA
           PERFORM VARYING WS-DEB-IDX FROM 1 BY 1
                   UNTIL WS-DEB-IDX > WS-QTD-DEBITOS
               MOVE WS-DEB-REGISTRO(WS-DEB-IDX) TO LDB-REGISTRO
               MOVE ZEROS        TO EMU-EMPRESA
               MOVE LDB-CONTRATO TO EMU-CONTRATO
               PERFORM P065-ITEM-DA-EMPRESA
               IF LDB-ABERTO
                  AND LDB-LOJISTA = WS-LOJ-CODIGO(WS-LOJ-IDX)
                  AND EMU-OK
                   IF WS-QTD-ABERTOS = ZEROS
                       DISPLAY "LOJISTA " WS-LOJ-CODIGO(WS-LOJ-IDX)
                               " " WS-LOJ-NOME(WS-LOJ-IDX)
                               "  SITUACAO " WS-LOJ-SIT(WS-LOJ-IDX)
                       DISPLAY "  CONTRATO CLIENTE              "
                               "ABERTURA VALOR       SALDO       DIAS"
                   END-IF
                   COMPUTE WS-DIAS-ABERTO =
                           FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                         - FUNCTION INTEGER-OF-DATE(LDB-DT-ABERTURA)
                   DISPLAY "  " LDB-CONTRATO "   " LDB-CLIENTE " "
                           LDB-DT-ABERTURA " " LDB-VALOR " "
                           LDB-SALDO " " WS-DIAS-ABERTO
                   ADD 1 TO WS-QTD-ABERTOS
                   ADD 1 TO WS-RPT-TOTAL-REGISTROS
                   ADD LDB-SALDO TO WS-TOT-LOJA
                   ADD LDB-SALDO TO WS-TOT-GERAL
               END-IF
           END-PERFORM
           IF WS-QTD-ABERTOS > ZEROS
               DISPLAY "  TOTAL DA LOJA: " WS-TOT-LOJA
           END-IF
           .

       P300-BAIXA.
           DISPLAY "CONTRATO DO DEBITO RECEBIDO: "
           ACCEPT WS-CONTRATO
           MOVE ZEROS TO WS-DEB-ACHADO
           PERFORM VARYING WS-DEB-IDX FROM 1 BY 1
                   UNTIL WS-DEB-IDX > WS-QTD-DEBITOS
               MOVE WS-DEB-REGISTRO(WS-DEB-IDX) TO LDB-REGISTRO
               IF LDB-CONTRATO = WS-CONTRATO AND LDB-ABERTO
                   MOVE WS-DEB-IDX TO WS-DEB-ACHADO
               END-IF
           END-PERFORM
           IF WS-DEB-ACHADO = ZEROS
               DISPLAY "SEM DEBITO EM ABERTO PARA O CONTRATO "
                       WS-CONTRATO
               GO TO P300-SAIDA
           END-IF
           MOVE WS-DEB-REGISTRO(WS-DEB-ACHADO) TO LDB-REGISTRO
           DISPLAY "LOJISTA..: " LDB-LOJISTA
           DISPLAY "CLIENTE..: " LDB-CLIENTE
           DISPLAY "SALDO....: " LDB-SALDO
           DISPLAY "CONFIRMA O RECEBIMENTO DO SALDO? (S/N): "
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S"
               DISPLAY "BAIXA NAO CONFIRMADA."
               GO TO P300-SAIDA
           END-IF

           MOVE LDB-SALDO    TO WS-VALOR-BAIXA
           MOVE ZEROS        TO LDB-SALDO
           MOVE "L"          TO LDB-SITUACAO
           MOVE WS-DATA-HOJE TO LDB-DT-BAIXA
           MOVE "C"          TO LDB-ORIGEM-BAIXA
           MOVE LDB-REGISTRO TO WS-DEB-REGISTRO(WS-DEB-ACHADO)
           PERFORM P400-POSTA-CONTABIL
           PERFORM P800-REGRAVA-DEBITOS

           MOVE "LOJDEB-REC" TO WS-EVT-TIPO
           MOVE SPACES TO WS-EVT-DETALHE
           STRING "DEBITO RECEBIDO LOJISTA " LDB-LOJISTA
                  DELIMITED BY SIZE INTO WS-EVT-DETALHE
           CALL "evtUtil" USING LDB-CONTRATO WS-EVT-TIPO
                                WS-VALOR-BAIXA WS-OPERADOR
                                WS-EVT-DETALHE
           DISPLAY "DEBITO BAIXADO: " WS-VALOR-BAIXA
           .
       P300-SAIDA.
           EXIT.

       P400-POSTA-CONTABIL.
           OPEN EXTEND CTB-FILE
           IF WS-CTB-STATUS = "35"
               OPEN OUTPUT CTB-FILE
               CLOSE CTB-FILE
               OPEN EXTEND CTB-FILE
           END-IF
           OPEN EXTEND CTH-FILE
           IF WS-CTH-STATUS = "35"
               OPEN OUTPUT CTH-FILE
               CLOSE CTH-FILE
               OPEN EXTEND CTH-FILE
           END-IF
           SET WS-GLMAP-IDX TO 1
           SEARCH WS-GLMAP-ITEM
               AT END
                   DISPLAY "EVENTO LOJDEBBX SEM MAPA CONTABIL - "
                           "LANCAMENTO NAO GERADO"
               WHEN WS-GLMAP-EVENTO(WS-GLMAP-IDX) = "LOJDEBBX"
                   MOVE "D"            TO CTB-TIPO
                   MOVE WS-DATA-HOJE   TO CTB-DATA
                   MOVE "LOJDEBBX"     TO CTB-EVENTO
                   MOVE WS-GLMAP-DEBITO(WS-GLMAP-IDX)
                       TO CTB-CONTA-DEBITO
                   MOVE WS-GLMAP-CREDITO(WS-GLMAP-IDX)
                       TO CTB-CONTA-CREDITO
                   MOVE WS-VALOR-BAIXA TO CTB-VALOR
                   MOVE LDB-CONTRATO   TO CTB-CONTRATO
                   MOVE "C"          TO EMU-FUNCAO
                   MOVE CTB-CONTRATO TO EMU-CONTRATO
                   CALL "empUtil" USING EMU-PARAMETROS
                   MOVE EMU-EMPRESA  TO CTB-EMPRESA
                   WRITE CTB-REGISTRO
                   MOVE CTB-REGISTRO TO CTH-LINHA
                   WRITE CTH-LINHA
           END-SEARCH
           CLOSE CTB-FILE
           CLOSE CTH-FILE
           .

       P800-REGRAVA-DEBITOS.
           OPEN OUTPUT LDB-FILE
           PERFORM VARYING WS-DEB-IDX FROM 1 BY 1
                   UNTIL WS-DEB-IDX > WS-QTD-DEBITOS
               MOVE WS-DEB-REGISTRO(WS-DEB-IDX) TO LDB-REGISTRO
               WRITE LDB-REGISTRO
           END-PERFORM
           CLOSE LDB-FILE
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

       END PROGRAM lojDebito.

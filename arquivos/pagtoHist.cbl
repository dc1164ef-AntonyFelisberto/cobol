      *          PAGHIST.DAT (contract, parcela, date/time, amount and
      *          operator), so a dispute like "I paid parcela 7 in
      *          March" is settled from the file instead of from the
      *          PAG-ULT-PARCELA-PAGA counter alone. Each client
      *          whose payments are shown is recorded in the access
      *          log (acessoUtil, ACESSO.DAT), the client code taken
      *          from the contract on FINMAST.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HIST-STATUS.

               SELECT FIN-FILE ASSIGN TO "FINMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FIN-CONTRATO
                   ALTERNATE RECORD KEY IS FIN-COD-CLIENTE
                       WITH DUPLICATES
                   FILE STATUS IS WS-FIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HIST-FILE.
           COPY PAGHFD.

       FD  FIN-FILE.
           COPY FINFD.

       WORKING-STORAGE SECTION.
           COPY RPTHDR.

       01  WS-VARIAVEIS.
           03  WS-HIST-STATUS      PIC XX.
           03  WS-FIN-STATUS       PIC XX.
           03  WS-CLIENTE          PIC X(20).
           03  WS-EOF              PIC X VALUE "N".
               88  FIM-DO-ARQUIVO      VALUE "S".
           03  WS-QTD-PAGAMENTOS   PIC 9(06) VALUE ZEROS.
           03  WS-TOT-RECEBIDO     PIC 9(08)V99 VALUE ZEROS.
           03  WS-TOT-RECEBIDO-ED  PIC $$$.$$9,99.
           03  WS-ACS-PROGRAMA     PIC X(10) VALUE "pagtoHist".
           03  WS-ACS-OPERADOR     PIC X(08) VALUE SPACES.
           03  WS-ACS-ULT-CONTRATO PIC 9(06).
           03  WS-ACS-IDX          PIC 9(03).
           03  WS-ACS-ACHADO       PIC X.
               88  ACESSO-JA-REGISTRADO VALUE "S".

      *>   CLIENTES JA GRAVADOS NO LOG DE ACESSO NESTA CONSULTA - O
      *>   NOME PODE COBRIR HOMONIMOS COM CODIGOS DIFERENTES.
       01  WS-QTD-ACESSOS          PIC 9(03) VALUE ZEROS.
       01  WS-TABELA-ACESSOS.
           03  WS-ACS-CODIGO       PIC 9(05) OCCURS 50 TIMES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "N"   TO WS-EOF
           MOVE ZEROS TO WS-QTD-PAGAMENTOS
           MOVE ZEROS TO WS-TOT-RECEBIDO
           MOVE ZEROS TO WS-QTD-ACESSOS
           MOVE ZEROS TO WS-ACS-ULT-CONTRATO

           DISPLAY "INFORME O NOME DO CLIENTE: "
           ACCEPT WS-CLIENTE
               DISPLAY "NENHUM PAGAMENTO REGISTRADO EM HISTORICO."
               GOBACK
           END-IF
           OPEN INPUT FIN-FILE

           PERFORM P100-IMPRIME-CABECALHO
           PERFORM P210-LE-HISTORICO
                       PAGH-PARCELA "  "
                       PAGH-DATA "  " PAGH-HORA "  "
                       PAGH-VALOR "  " PAGH-OPERADOR
               IF PAGH-CONTRATO NOT = WS-ACS-ULT-CONTRATO
                   PERFORM P220-REGISTRA-ACESSO THRU P220-SAIDA
               END-IF
           END-IF
           PERFORM P210-LE-HISTORICO
           .
           END-READ
           .

       P220-REGISTRA-ACESSO.
      *>   UMA LINHA DE LOG POR CLIENTE MOSTRADO, NAO POR PAGAMENTO.
           MOVE PAGH-CONTRATO TO WS-ACS-ULT-CONTRATO
           MOVE PAGH-CONTRATO TO FIN-CONTRATO
           READ FIN-FILE
               INVALID KEY
                   GO TO P220-SAIDA
           END-READ
           MOVE "N" TO WS-ACS-ACHADO
           PERFORM VARYING WS-ACS-IDX FROM 1 BY 1
                   UNTIL WS-ACS-IDX > WS-QTD-ACESSOS
               IF WS-ACS-CODIGO(WS-ACS-IDX) = FIN-COD-CLIENTE
                   SET ACESSO-JA-REGISTRADO TO TRUE
               END-IF
           END-PERFORM
           IF ACESSO-JA-REGISTRADO
               GO TO P220-SAIDA
           END-IF
           IF WS-QTD-ACESSOS < 50
               ADD 1 TO WS-QTD-ACESSOS
               MOVE FIN-COD-CLIENTE TO WS-ACS-CODIGO(WS-QTD-ACESSOS)
           END-IF
           CALL "acessoUtil" USING FIN-COD-CLIENTE WS-ACS-PROGRAMA
                                   WS-ACS-OPERADOR
           .
       P220-SAIDA.
           EXIT.

       P900-ENCERRA.
           CLOSE HIST-FILE
           CLOSE FIN-FILE
           MOVE WS-QTD-PAGAMENTOS TO WS-RPT-TOTAL-REGISTROS
           MOVE WS-TOT-RECEBIDO   TO WS-TOT-RECEBIDO-ED
           DISPLAY "=============================================="

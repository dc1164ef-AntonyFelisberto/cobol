      ******************************************************************
      * Author:
      * Date:
      * Purpose: Bank statement import - reads the bank's daily
      *          statement file EXTBANCO.DAT (EXBFD.cpy), one block
      *          per account and date, and keeps every block that
      *          proves itself on EXTBCO.DAT (ECBFD.cpy) for the
      *          bank reconciliation (concBco): the header, movements
      *          and trailer must belong to the same account and
      *          date, the trailer must count the movements read and
      *          the opening balance plus credits minus debits must
      *          give the closing balance. A block that fails, or an
      *          account and date already imported, is refused whole
      *          and listed on the console. Runs in the nightly
      *          stream after the posting of the bank files and from
      *          the menu.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. extBcoImp.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT EXB-FILE ASSIGN TO "EXTBANCO.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-EXB-STATUS.

               SELECT ECB-FILE ASSIGN TO "EXTBCO.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ECB-STATUS.

               SELECT BAT-FILE ASSIGN TO "BATCHSUM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXB-FILE.
           COPY EXBFD.

       FD  ECB-FILE.
           COPY ECBFD.

       FD  BAT-FILE.
           COPY BATSUM.

       WORKING-STORAGE SECTION.
       01  WS-VARIAVEIS.
           03  WS-EXB-STATUS       PIC XX.
           03  WS-ECB-STATUS       PIC XX.
           03  WS-BAT-STATUS       PIC XX.
           03  WS-EXB-EOF          PIC X.
               88  FIM-EXTRATO        VALUE "S".
           03  WS-ECB-EOF          PIC X.
               88  FIM-IMPORTADOS     VALUE "S".
           03  WS-DATA-HOJE        PIC 9(8).
           03  WS-QTD-LINHAS       PIC 9(06) VALUE ZEROS.
           03  WS-QTD-INVALIDAS    PIC 9(06) VALUE ZEROS.
           03  WS-QTD-ACEITOS      PIC 9(06) VALUE ZEROS.
           03  WS-QTD-RECUSADOS    PIC 9(06) VALUE ZEROS.
           03  WS-QTD-GRAVADOS     PIC 9(06) VALUE ZEROS.
           03  WS-VALOR-ED         PIC -.---.---.---.--9,99.

      *>   O BLOCO (CABECALHO, MOVIMENTOS E TRAILER DE UMA CONTA E
      *>   DATA) FICA EM MEMORIA ATE O TRAILER PROVAR O SALDO - SO
      *>   ENTAO VAI PARA O EXTBCO.DAT, INTEIRO OU NADA.
       01  WS-BLOCO.
           03  WS-BLOCO-ABERTO     PIC X VALUE "N".
               88  BLOCO-ABERTO       VALUE "S".
           03  WS-BLC-CONTA        PIC X(12).
           03  WS-BLC-DATA         PIC 9(8).
           03  WS-BLC-SALDO-INICIAL PIC S9(12)V99.
           03  WS-BLC-SALDO-FINAL  PIC S9(12)V99.
           03  WS-BLC-CALCULADO    PIC S9(13)V99.
           03  WS-BLC-CREDITOS     PIC 9(13)V99.
           03  WS-BLC-DEBITOS      PIC 9(13)V99.
           03  WS-BLC-ERRO         PIC X(50).
       01  WS-QTD-MOVS             PIC 9(05) VALUE ZEROS.
       01  WS-TABELA-MOVS.
           03  WS-MOV-ITEM OCCURS 0 TO 5000 TIMES
                           DEPENDING ON WS-QTD-MOVS.
               05  WS-MOV-NATUREZA PIC X(01).
               05  WS-MOV-VALOR    PIC 9(12)V99.
               05  WS-MOV-HISTORICO PIC X(30).
               05  WS-MOV-DOCUMENTO PIC X(20).
       77  WS-MOV-IDX              PIC 9(05).

      *>   CONTAS E DATAS JA IMPORTADAS - O MESMO EXTRATO NAO ENTRA
      *>   DUAS VEZES.
       01  WS-QTD-IMPORTADOS       PIC 9(05) VALUE ZEROS.
       01  WS-TABELA-IMPORTADOS.
           03  WS-IMP-ITEM OCCURS 0 TO 10000 TIMES
                           DEPENDING ON WS-QTD-IMPORTADOS.
               05  WS-IMP-CONTA    PIC X(12).
               05  WS-IMP-DATA     PIC 9(8).
       77  WS-IMP-IDX              PIC 9(05).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *>   CHAMADO REPETIDAMENTE PELO MENU, O PROGRAMA FICA NO
      *>   ESTADO DA ULTIMA EXECUCAO - CONTADORES E TABELAS COMECAM
      *>   ZERADOS A CADA IMPORTACAO.
           MOVE ZEROS TO WS-QTD-LINHAS WS-QTD-INVALIDAS WS-QTD-ACEITOS
                         WS-QTD-RECUSADOS WS-QTD-GRAVADOS
                         WS-QTD-MOVS WS-QTD-IMPORTADOS
           MOVE "N" TO WS-BLOCO-ABERTO
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           OPEN INPUT EXB-FILE
           IF WS-EXB-STATUS NOT = "00"
               DISPLAY "SEM EXTRATO DO BANCO (EXTBANCO.DAT) - NADA A "
                       "IMPORTAR"
               GOBACK
           END-IF

           PERFORM P100-CARREGA-IMPORTADOS
           OPEN EXTEND ECB-FILE
           IF WS-ECB-STATUS = "35"
               OPEN OUTPUT ECB-FILE
               CLOSE ECB-FILE
               OPEN EXTEND ECB-FILE
           END-IF

           MOVE "N" TO WS-EXB-EOF
           PERFORM P210-LE-EXTRATO
           PERFORM P200-TRATA-LINHA
                   UNTIL FIM-EXTRATO
           IF BLOCO-ABERTO
               MOVE "BLOCO SEM TRAILER" TO WS-BLC-ERRO
               PERFORM P400-RECUSA-BLOCO
           END-IF

           CLOSE EXB-FILE
           CLOSE ECB-FILE
           PERFORM P930-GRAVA-RESUMO
           DISPLAY "LINHAS LIDAS         : " WS-QTD-LINHAS
           DISPLAY "LINHAS INVALIDAS     : " WS-QTD-INVALIDAS
           DISPLAY "EXTRATOS IMPORTADOS  : " WS-QTD-ACEITOS
           DISPLAY "EXTRATOS RECUSADOS   : " WS-QTD-RECUSADOS
           DISPLAY "MOVIMENTOS GRAVADOS  : " WS-QTD-GRAVADOS
           GOBACK.

       P100-CARREGA-IMPORTADOS.
           MOVE "N" TO WS-ECB-EOF
           OPEN INPUT ECB-FILE
           IF WS-ECB-STATUS = "00"
               PERFORM P110-LE-IMPORTADO
               PERFORM UNTIL FIM-IMPORTADOS
                   IF ECB-SALDO
                      AND WS-QTD-IMPORTADOS < 10000
                       ADD 1 TO WS-QTD-IMPORTADOS
                       MOVE ECB-CONTA TO WS-IMP-CONTA(WS-QTD-IMPORTADOS)
                       MOVE ECB-DATA  TO WS-IMP-DATA(WS-QTD-IMPORTADOS)
                   END-IF
                   PERFORM P110-LE-IMPORTADO
               END-PERFORM
               CLOSE ECB-FILE
           END-IF
           .

       P110-LE-IMPORTADO.
           READ ECB-FILE
               AT END SET FIM-IMPORTADOS TO TRUE
           END-READ
           .

       P200-TRATA-LINHA.
           ADD 1 TO WS-QTD-LINHAS
           EVALUATE TRUE
               WHEN EXB-CABECALHO-REG
                   PERFORM P300-ABRE-BLOCO
               WHEN EXB-MOVIMENTO-REG
                   PERFORM P310-GUARDA-MOVIMENTO
               WHEN EXB-TRAILER-REG
                   PERFORM P320-FECHA-BLOCO THRU P320-SAIDA
               WHEN OTHER
                   ADD 1 TO WS-QTD-INVALIDAS
                   DISPLAY "LINHA " WS-QTD-LINHAS
                           " COM TIPO DE REGISTRO INVALIDO - IGNORADA"
           END-EVALUATE
           PERFORM P210-LE-EXTRATO
           .

       P210-LE-EXTRATO.
           READ EXB-FILE
               AT END SET FIM-EXTRATO TO TRUE
           END-READ
           .

       P300-ABRE-BLOCO.
      *>   CABECALHO NOVO COM O BLOCO ANTERIOR AINDA ABERTO: O
      *>   ANTERIOR CHEGOU SEM TRAILER E NAO SE PROVA.
           IF BLOCO-ABERTO
               MOVE "BLOCO SEM TRAILER" TO WS-BLC-ERRO
               PERFORM P400-RECUSA-BLOCO
           END-IF
           MOVE "S"       TO WS-BLOCO-ABERTO
           MOVE EXB-CONTA TO WS-BLC-CONTA
           MOVE EXB-DATA  TO WS-BLC-DATA
           MOVE SPACES    TO WS-BLC-ERRO
           MOVE ZEROS     TO WS-QTD-MOVS WS-BLC-CREDITOS
                             WS-BLC-DEBITOS WS-BLC-SALDO-INICIAL
           IF EXB-DATA NOT NUMERIC
               MOVE "DATA DO EXTRATO INVALIDA" TO WS-BLC-ERRO
           ELSE
               IF EXB-SALDO-INICIAL NOT NUMERIC
                  OR (EXB-SINAL-INICIAL NOT = "+"
                      AND EXB-SINAL-INICIAL NOT = "-")
                   MOVE "SALDO INICIAL INVALIDO" TO WS-BLC-ERRO
               ELSE
                   MOVE EXB-SALDO-INICIAL TO WS-BLC-SALDO-INICIAL
                   IF EXB-SINAL-INICIAL = "-"
                       COMPUTE WS-BLC-SALDO-INICIAL =
                               0 - WS-BLC-SALDO-INICIAL
                   END-IF
               END-IF
           END-IF
           PERFORM VARYING WS-IMP-IDX FROM 1 BY 1
                   UNTIL WS-IMP-IDX > WS-QTD-IMPORTADOS
               IF WS-IMP-CONTA(WS-IMP-IDX) = WS-BLC-CONTA
                  AND WS-IMP-DATA(WS-IMP-IDX) = WS-BLC-DATA
                   MOVE "EXTRATO DA CONTA E DATA JA IMPORTADO"
                       TO WS-BLC-ERRO
               END-IF
           END-PERFORM
           .

       P310-GUARDA-MOVIMENTO.
           IF NOT BLOCO-ABERTO
               ADD 1 TO WS-QTD-INVALIDAS
               DISPLAY "LINHA " WS-QTD-LINHAS
                       " COM MOVIMENTO FORA DE BLOCO - IGNORADA"
           ELSE
               IF WS-BLC-ERRO = SPACES
                   EVALUATE TRUE
                       WHEN EXB-CONTA NOT = WS-BLC-CONTA
                          OR EXB-DATA NOT = WS-BLC-DATA
                           MOVE "MOVIMENTO DE OUTRA CONTA OU DATA"
                               TO WS-BLC-ERRO
                       WHEN NOT EXB-CREDITO AND NOT EXB-DEBITO
                           MOVE "NATUREZA DE MOVIMENTO INVALIDA"
                               TO WS-BLC-ERRO
                       WHEN EXB-VALOR NOT NUMERIC
                          OR EXB-VALOR = ZEROS
                           MOVE "VALOR DE MOVIMENTO INVALIDO"
                               TO WS-BLC-ERRO
                       WHEN WS-QTD-MOVS NOT < 5000
                           MOVE "BLOCO COM MAIS DE 5000 MOVIMENTOS"
                               TO WS-BLC-ERRO
                       WHEN OTHER
                           ADD 1 TO WS-QTD-MOVS
                           MOVE EXB-NATUREZA
                               TO WS-MOV-NATUREZA(WS-QTD-MOVS)
                           MOVE EXB-VALOR
                               TO WS-MOV-VALOR(WS-QTD-MOVS)
                           MOVE EXB-HISTORICO
                               TO WS-MOV-HISTORICO(WS-QTD-MOVS)
                           MOVE EXB-DOCUMENTO
                               TO WS-MOV-DOCUMENTO(WS-QTD-MOVS)
                           IF EXB-CREDITO
                               ADD EXB-VALOR TO WS-BLC-CREDITOS
                           ELSE
                               ADD EXB-VALOR TO WS-BLC-DEBITOS
                           END-IF
                   END-EVALUATE
               END-IF
           END-IF
           .

       P320-FECHA-BLOCO.
           IF NOT BLOCO-ABERTO
               ADD 1 TO WS-QTD-INVALIDAS
               DISPLAY "LINHA " WS-QTD-LINHAS
                       " COM TRAILER SEM CABECALHO - IGNORADA"
               GO TO P320-SAIDA
           END-IF
           IF WS-BLC-ERRO = SPACES
               EVALUATE TRUE
                   WHEN EXB-CONTA NOT = WS-BLC-CONTA
                      OR EXB-DATA NOT = WS-BLC-DATA
                       MOVE "TRAILER DE OUTRA CONTA OU DATA"
                           TO WS-BLC-ERRO
                   WHEN EXB-QTD-MOVIMENTOS NOT NUMERIC
                      OR EXB-QTD-MOVIMENTOS NOT = WS-QTD-MOVS
                       MOVE "QUANTIDADE DO TRAILER NAO CONFERE"
                           TO WS-BLC-ERRO
                   WHEN EXB-SALDO-FINAL NOT NUMERIC
                      OR (EXB-SINAL-FINAL NOT = "+"
                          AND EXB-SINAL-FINAL NOT = "-")
                       MOVE "SALDO FINAL INVALIDO" TO WS-BLC-ERRO
                   WHEN OTHER
                       MOVE EXB-SALDO-FINAL TO WS-BLC-SALDO-FINAL
                       IF EXB-SINAL-FINAL = "-"
                           COMPUTE WS-BLC-SALDO-FINAL =
                                   0 - WS-BLC-SALDO-FINAL
                       END-IF
                       COMPUTE WS-BLC-CALCULADO =
                               WS-BLC-SALDO-INICIAL
                             + WS-BLC-CREDITOS
                             - WS-BLC-DEBITOS
                       IF WS-BLC-CALCULADO NOT = WS-BLC-SALDO-FINAL
                           STRING "SALDO INICIAL + CREDITOS - DEBITOS "
                                  "DIFERE DO FINAL"
                                  DELIMITED BY SIZE INTO WS-BLC-ERRO
                       END-IF
               END-EVALUATE
           END-IF
           IF WS-BLC-ERRO NOT = SPACES
               PERFORM P400-RECUSA-BLOCO
           ELSE
               PERFORM P410-GRAVA-BLOCO
           END-IF
           MOVE "N" TO WS-BLOCO-ABERTO
           .
       P320-SAIDA.
           EXIT.

       P400-RECUSA-BLOCO.
           ADD 1 TO WS-QTD-RECUSADOS
           DISPLAY "EXTRATO DA CONTA " WS-BLC-CONTA " DE "
                   WS-BLC-DATA " RECUSADO: " WS-BLC-ERRO
           MOVE "N" TO WS-BLOCO-ABERTO
           .

       P410-GRAVA-BLOCO.
           INITIALIZE ECB-REGISTRO
           MOVE WS-BLC-CONTA         TO ECB-CONTA
           MOVE WS-BLC-DATA          TO ECB-DATA
           MOVE ZEROS                TO ECB-SEQ
           SET ECB-SALDO             TO TRUE
           MOVE WS-BLC-SALDO-INICIAL TO ECB-SALDO-INICIAL
           MOVE WS-BLC-SALDO-FINAL   TO ECB-SALDO-FINAL
           MOVE WS-DATA-HOJE         TO ECB-DT-IMPORTACAO
           WRITE ECB-REGISTRO
           PERFORM VARYING WS-MOV-IDX FROM 1 BY 1
                   UNTIL WS-MOV-IDX > WS-QTD-MOVS
               INITIALIZE ECB-REGISTRO
               MOVE WS-BLC-CONTA       TO ECB-CONTA
               MOVE WS-BLC-DATA        TO ECB-DATA
               MOVE WS-MOV-IDX         TO ECB-SEQ
               SET ECB-LANCAMENTO      TO TRUE
               MOVE WS-MOV-NATUREZA(WS-MOV-IDX)  TO ECB-NATUREZA
               MOVE WS-MOV-VALOR(WS-MOV-IDX)     TO ECB-VALOR
               MOVE WS-MOV-HISTORICO(WS-MOV-IDX) TO ECB-HISTORICO
               MOVE WS-MOV-DOCUMENTO(WS-MOV-IDX) TO ECB-DOCUMENTO
               MOVE WS-DATA-HOJE       TO ECB-DT-IMPORTACAO
               SET ECB-PENDENTE        TO TRUE
               WRITE ECB-REGISTRO
               ADD 1 TO WS-QTD-GRAVADOS
           END-PERFORM
           IF WS-QTD-IMPORTADOS < 10000
               ADD 1 TO WS-QTD-IMPORTADOS
               MOVE WS-BLC-CONTA TO WS-IMP-CONTA(WS-QTD-IMPORTADOS)
               MOVE WS-BLC-DATA  TO WS-IMP-DATA(WS-QTD-IMPORTADOS)
           END-IF
           ADD 1 TO WS-QTD-ACEITOS
           MOVE WS-BLC-SALDO-FINAL TO WS-VALOR-ED
           DISPLAY "EXTRATO DA CONTA " WS-BLC-CONTA " DE "
                   WS-BLC-DATA " IMPORTADO: " WS-QTD-MOVS
                   " MOVIMENTOS, SALDO FINAL " WS-VALOR-ED
           .

       P930-GRAVA-RESUMO.
           OPEN EXTEND BAT-FILE
           IF WS-BAT-STATUS = "35"
               OPEN OUTPUT BAT-FILE
               CLOSE BAT-FILE
               OPEN EXTEND BAT-FILE
           END-IF

           MOVE "EXTBCO"         TO BAT-PROGRAMA
           ACCEPT BAT-DATA FROM DATE YYYYMMDD
           ACCEPT BAT-HORA FROM TIME
           MOVE WS-QTD-LINHAS    TO BAT-LIDOS
           MOVE WS-QTD-GRAVADOS  TO BAT-PROCESSADOS
           MOVE WS-QTD-RECUSADOS TO BAT-REJEITADOS
           WRITE BAT-REGISTRO

           CLOSE BAT-FILE
           .

       END PROGRAM extBcoImp.

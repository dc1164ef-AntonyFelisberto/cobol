      ******************************************************************
      * Author:
      * Date:
      * Purpose: Bank account reconciliation - matches every pending
      *          line of the imported bank statements (EXTBCO.DAT,
      *          ECBFD.cpy) against the movements our programs told
      *          the bank to expect (MOVBCO.DAT, MVBFD.cpy: retorno
      *          and debRet file totals, PIX credits, lojRepasse
      *          orders, bordero, agency commission, portability and
      *          returns of unidentified credits). A line and a
      *          movement match when they have the same type and
      *          value and their dates are at most the SYSPARM
      *          CBC-DIAS-FLOAT days apart - the nearest date wins.
      *          Both sides are marked conciliado. The report
      *          CONCBCO.RPT shows, per account, the last statement's
      *          balances, the bank lines still without a match and
      *          the reconciled closing balance, then our movements
      *          the bank has not shown yet and the adjusted balance
      *          the accounts must reach when they clear. Runs in the
      *          nightly stream after the statement import
      *          (extBcoImp) and from the menu.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. concBco.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ECB-FILE ASSIGN TO "EXTBCO.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ECB-STATUS.

               SELECT MVB-FILE ASSIGN TO "MOVBCO.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MVB-STATUS.

               SELECT SYSPARM-FILE ASSIGN TO "SYSPARM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SYSPARM-STATUS.

               SELECT RPT-FILE ASSIGN TO "CONCBCO.RPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ECB-FILE.
           COPY ECBFD.

       FD  MVB-FILE.
           COPY MVBFD.

       FD  SYSPARM-FILE.
           COPY SYSPARMF.

       FD  RPT-FILE.
       01  RPT-LINHA               PIC X(132).

       WORKING-STORAGE SECTION.
           COPY RPTHDR.
           COPY SYSPARM.
       01  WS-SYSPARM-STATUS       PIC XX VALUE SPACES.

       01  WS-VARIAVEIS.
           03  WS-ECB-STATUS       PIC XX.
           03  WS-MVB-STATUS       PIC XX.
           03  WS-RPT-STATUS       PIC XX.
           03  WS-ECB-EOF          PIC X.
               88  FIM-EXTRATOS       VALUE "S".
           03  WS-MVB-EOF          PIC X.
               88  FIM-MOVIMENTOS     VALUE "S".
           03  WS-DATA-HOJE        PIC 9(8).
           03  WS-HORA-AGORA       PIC 9(8).
           03  WS-ULTIMO-EXTRATO   PIC 9(8).
           03  WS-DIAS-DIFERENCA   PIC S9(07).
           03  WS-MELHOR-DIFERENCA PIC S9(07).
           03  WS-MELHOR-MVB       PIC 9(05).
           03  WS-QTD-CONCILIADOS  PIC 9(06) VALUE ZEROS.
           03  WS-QTD-BANCO-PEND   PIC 9(06) VALUE ZEROS.
           03  WS-QTD-NOSSOS-PEND  PIC 9(06) VALUE ZEROS.
           03  WS-QTD-AGUARDANDO   PIC 9(06) VALUE ZEROS.
           03  WS-NOSSOS-CREDITOS  PIC 9(13)V99 VALUE ZEROS.
           03  WS-NOSSOS-DEBITOS   PIC 9(13)V99 VALUE ZEROS.
           03  WS-SOMA-CONCILIADO  PIC S9(13)V99 VALUE ZEROS.
           03  WS-SALDO-AJUSTADO   PIC S9(13)V99 VALUE ZEROS.
           03  WS-VALOR-ED         PIC -.---.---.---.--9,99.
           03  WS-VALOR-ED2        PIC -.---.---.---.--9,99.

      *>   OS DOIS ARQUIVOS INTEIROS EM MEMORIA - A CONCILIACAO
      *>   MARCA LINHAS DOS DOIS LADOS E ELES SAO REGRAVADOS NO FIM.
       01  WS-QTD-ECB              PIC 9(05) VALUE ZEROS.
       01  WS-ECB-CHEIA            PIC X VALUE "N".
           88  EXTRATOS-TRANSBORDOU   VALUE "S".
       01  WS-TABELA-ECB.
           03  WS-ECB-ITEM OCCURS 0 TO 10000 TIMES
                           DEPENDING ON WS-QTD-ECB.
               05  WS-ECB-IMAGEM   PIC X(174).
       77  WS-ECB-IDX              PIC 9(05).

       01  WS-QTD-MVB              PIC 9(05) VALUE ZEROS.
       01  WS-MVB-CHEIA            PIC X VALUE "N".
           88  MOVIMENTOS-TRANSBORDOU VALUE "S".
       01  WS-TABELA-MVB.
           03  WS-MVB-ITEM OCCURS 0 TO 10000 TIMES
                           DEPENDING ON WS-QTD-MVB.
               05  WS-MVB-IMAGEM   PIC X(88).
       77  WS-MVB-IDX              PIC 9(05).
       01  WS-ALTERADO             PIC X VALUE "N".
           88  HOUVE-CONCILIACAO      VALUE "S".

      *>   UMA LINHA POR CONTA: O ULTIMO EXTRATO IMPORTADO E O QUE
      *>   FICOU SEM PAR NO BANCO.
       01  WS-QTD-CONTAS           PIC 9(03) VALUE ZEROS.
       01  WS-TABELA-CONTAS.
           03  WS-CTA-ITEM OCCURS 0 TO 100 TIMES
                           DEPENDING ON WS-QTD-CONTAS.
               05  WS-CTA-CONTA    PIC X(12).
               05  WS-CTA-DATA     PIC 9(8).
               05  WS-CTA-SALDO-INICIAL PIC S9(12)V99.
               05  WS-CTA-SALDO-FINAL PIC S9(12)V99.
               05  WS-CTA-CREDITOS PIC 9(13)V99.
               05  WS-CTA-DEBITOS  PIC 9(13)V99.
               05  WS-CTA-PEND-CREDITOS PIC 9(13)V99.
               05  WS-CTA-PEND-DEBITOS PIC 9(13)V99.
       77  WS-CTA-IDX              PIC 9(03).
       77  WS-CTA-ACHOU            PIC 9(03).
       01  WS-SALDO-CONCILIADO     PIC S9(13)V99.

       01  WS-LINHA-EDIT           PIC X(132).
       01  WS-LINHA-BANCO.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  WS-LBC-DATA         PIC 9(8).
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LBC-SEQ          PIC 9(05).
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LBC-NATUREZA     PIC X(01).
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LBC-VALOR        PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LBC-HISTORICO    PIC X(30).
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LBC-DOCUMENTO    PIC X(20).
       01  WS-LINHA-NOSSA.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  WS-LNS-DATA         PIC 9(8).
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LNS-TIPO         PIC X(01).
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LNS-VALOR        PIC Z.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LNS-ORIGEM       PIC X(08).
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LNS-REFERENCIA   PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *>   CHAMADO REPETIDAMENTE PELO MENU, O PROGRAMA FICA NO
      *>   ESTADO DA ULTIMA EXECUCAO - TABELAS E TOTAIS COMECAM
      *>   ZERADOS A CADA CONCILIACAO.
           MOVE ZEROS TO WS-QTD-ECB WS-QTD-MVB WS-QTD-CONTAS
                         WS-QTD-CONCILIADOS WS-QTD-BANCO-PEND
                         WS-QTD-NOSSOS-PEND WS-QTD-AGUARDANDO
                         WS-NOSSOS-CREDITOS WS-NOSSOS-DEBITOS
                         WS-SOMA-CONCILIADO WS-ULTIMO-EXTRATO
           MOVE "N" TO WS-ECB-CHEIA WS-MVB-CHEIA WS-ALTERADO
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA FROM TIME
           PERFORM P050-LE-PARAMETROS-SISTEMA
           PERFORM P120-CARREGA-EXTRATOS
           PERFORM P150-CARREGA-MOVIMENTOS
           IF EXTRATOS-TRANSBORDOU OR MOVIMENTOS-TRANSBORDOU
               DISPLAY "TABELA CHEIA - CONCILIACAO FEITA SO EM "
                       "MEMORIA, ARQUIVOS NAO ATUALIZADOS."
           END-IF

           PERFORM VARYING WS-ECB-IDX FROM 1 BY 1
                   UNTIL WS-ECB-IDX > WS-QTD-ECB
               MOVE WS-ECB-IMAGEM(WS-ECB-IDX) TO ECB-REGISTRO
               IF ECB-LANCAMENTO AND ECB-PENDENTE
                   PERFORM P200-PROCURA-PAR
               END-IF
           END-PERFORM

           PERFORM P100-CABECALHO
           PERFORM P300-RESUME-CONTAS
           PERFORM P400-LISTA-CONTAS
           PERFORM P500-LISTA-NOSSOS
           PERFORM P800-RODAPE
           CLOSE RPT-FILE
           PERFORM P900-REGRAVA-ARQUIVOS
           DISPLAY "CONCILIADOS NESTA EXECUCAO: " WS-QTD-CONCILIADOS
           DISPLAY "RELATORIO GRAVADO EM CONCBCO.RPT"
           GOBACK.

       P050-LE-PARAMETROS-SISTEMA.
           OPEN INPUT SYSPARM-FILE
           IF WS-SYSPARM-STATUS = "00"
               READ SYSPARM-FILE
                   NOT AT END
                       IF SYS-PARM-CBC-DIAS-FLOAT IS NUMERIC
                           MOVE SYS-PARM-CBC-DIAS-FLOAT
                               TO WS-SYS-CBC-DIAS-FLOAT
                       END-IF
               END-READ
               CLOSE SYSPARM-FILE
           END-IF
           .

       P120-CARREGA-EXTRATOS.
           MOVE "N" TO WS-ECB-EOF
           OPEN INPUT ECB-FILE
           IF WS-ECB-STATUS = "00"
               PERFORM P125-LE-EXTRATO
               PERFORM UNTIL FIM-EXTRATOS
                   IF WS-QTD-ECB < 10000
                       ADD 1 TO WS-QTD-ECB
                       MOVE ECB-REGISTRO TO WS-ECB-IMAGEM(WS-QTD-ECB)
                   ELSE
                       SET EXTRATOS-TRANSBORDOU TO TRUE
                   END-IF
                   PERFORM P125-LE-EXTRATO
               END-PERFORM
               CLOSE ECB-FILE
           END-IF
           .

       P125-LE-EXTRATO.
           READ ECB-FILE
               AT END SET FIM-EXTRATOS TO TRUE
           END-READ
           .

       P100-CABECALHO.
           MOVE "CONCBCO" TO WS-RPT-PROGRAMA
           MOVE WS-DATA-HOJE  TO WS-RPT-DATA
           MOVE WS-HORA-AGORA TO WS-RPT-HORA
           MOVE 1 TO WS-RPT-PAGINA
           OPEN OUTPUT RPT-FILE
           MOVE SPACES TO WS-LINHA-EDIT
           STRING "PROGRAMA: " WS-RPT-PROGRAMA
                  "  DATA: " WS-RPT-DATA
                  "  HORA: " WS-RPT-HORA
                  "  PAGINA: " WS-RPT-PAGINA
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           STRING "CONCILIACAO BANCARIA - TOLERANCIA DE "
                  WS-SYS-CBC-DIAS-FLOAT " DIAS ENTRE AS DATAS "
                  "(SYSPARM CBC-DIAS-FLOAT)"
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           PERFORM P590-ESCREVE-LINHA
           .

       P150-CARREGA-MOVIMENTOS.
           MOVE "N" TO WS-MVB-EOF
           OPEN INPUT MVB-FILE
           IF WS-MVB-STATUS = "00"
               PERFORM P160-LE-MOVIMENTO
               PERFORM UNTIL FIM-MOVIMENTOS
                   IF WS-QTD-MVB < 10000
                       ADD 1 TO WS-QTD-MVB
                       MOVE MVB-REGISTRO TO WS-MVB-IMAGEM(WS-QTD-MVB)
                   ELSE
                       SET MOVIMENTOS-TRANSBORDOU TO TRUE
                   END-IF
                   PERFORM P160-LE-MOVIMENTO
               END-PERFORM
               CLOSE MVB-FILE
           END-IF
           .

       P160-LE-MOVIMENTO.
           READ MVB-FILE
               AT END SET FIM-MOVIMENTOS TO TRUE
           END-READ
           .

       P200-PROCURA-PAR.
      *>   MESMO TIPO E MESMO VALOR, DATAS DENTRO DA TOLERANCIA; COM
      *>   MAIS DE UM CANDIDATO FICA O DE DATA MAIS PROXIMA.
           MOVE ZEROS TO WS-MELHOR-MVB
           MOVE 9999999 TO WS-MELHOR-DIFERENCA
           PERFORM VARYING WS-MVB-IDX FROM 1 BY 1
                   UNTIL WS-MVB-IDX > WS-QTD-MVB
               MOVE WS-MVB-IMAGEM(WS-MVB-IDX) TO MVB-REGISTRO
               IF MVB-PENDENTE
                  AND MVB-TIPO = ECB-NATUREZA
                  AND MVB-VALOR = ECB-VALOR
                   COMPUTE WS-DIAS-DIFERENCA =
                           FUNCTION INTEGER-OF-DATE(ECB-DATA)
                         - FUNCTION INTEGER-OF-DATE(MVB-DATA)
                   IF WS-DIAS-DIFERENCA < ZEROS
                       COMPUTE WS-DIAS-DIFERENCA =
                               0 - WS-DIAS-DIFERENCA
                   END-IF
                   IF WS-DIAS-DIFERENCA <= WS-SYS-CBC-DIAS-FLOAT
                      AND WS-DIAS-DIFERENCA < WS-MELHOR-DIFERENCA
                       MOVE WS-DIAS-DIFERENCA TO WS-MELHOR-DIFERENCA
                       MOVE WS-MVB-IDX TO WS-MELHOR-MVB
                   END-IF
               END-IF
           END-PERFORM
           IF WS-MELHOR-MVB > ZEROS
               MOVE WS-MVB-IMAGEM(WS-MELHOR-MVB) TO MVB-REGISTRO
               SET MVB-CONCILIADO TO TRUE
               MOVE WS-DATA-HOJE   TO MVB-DT-CONCILIACAO
               MOVE ECB-CONTA      TO MVB-CONTA
               MOVE MVB-REGISTRO   TO WS-MVB-IMAGEM(WS-MELHOR-MVB)
               SET ECB-CONCILIADO  TO TRUE
               MOVE WS-DATA-HOJE   TO ECB-DT-CONCILIACAO
               MOVE MVB-ORIGEM     TO ECB-ORIGEM
               MOVE MVB-REFERENCIA TO ECB-REFERENCIA
               MOVE ECB-REGISTRO   TO WS-ECB-IMAGEM(WS-ECB-IDX)
               ADD 1 TO WS-QTD-CONCILIADOS
               SET HOUVE-CONCILIACAO TO TRUE
           END-IF
           .

       P300-RESUME-CONTAS.
      *>   PRIMEIRA PASSADA: O EXTRATO MAIS RECENTE DE CADA CONTA.
           PERFORM VARYING WS-ECB-IDX FROM 1 BY 1
                   UNTIL WS-ECB-IDX > WS-QTD-ECB
               MOVE WS-ECB-IMAGEM(WS-ECB-IDX) TO ECB-REGISTRO
               IF ECB-SALDO
                   PERFORM P310-LOCALIZA-CONTA
                   IF WS-CTA-ACHOU > ZEROS
                       IF ECB-DATA > WS-CTA-DATA(WS-CTA-ACHOU)
                           MOVE ECB-DATA
                               TO WS-CTA-DATA(WS-CTA-ACHOU)
                           MOVE ECB-SALDO-INICIAL
                               TO WS-CTA-SALDO-INICIAL(WS-CTA-ACHOU)
                           MOVE ECB-SALDO-FINAL
                               TO WS-CTA-SALDO-FINAL(WS-CTA-ACHOU)
                       END-IF
                   END-IF
                   IF ECB-DATA > WS-ULTIMO-EXTRATO
                       MOVE ECB-DATA TO WS-ULTIMO-EXTRATO
                   END-IF
               END-IF
           END-PERFORM
      *>   SEGUNDA PASSADA: MOVIMENTO DO ULTIMO EXTRATO E O QUE
      *>   FICOU SEM PAR NO BANCO, DE QUALQUER DATA.
           PERFORM VARYING WS-ECB-IDX FROM 1 BY 1
                   UNTIL WS-ECB-IDX > WS-QTD-ECB
               MOVE WS-ECB-IMAGEM(WS-ECB-IDX) TO ECB-REGISTRO
               IF ECB-LANCAMENTO
                   PERFORM P310-LOCALIZA-CONTA
                   IF WS-CTA-ACHOU > ZEROS
                       PERFORM P320-ACUMULA-CONTA
                   END-IF
               END-IF
           END-PERFORM
           .

       P310-LOCALIZA-CONTA.
           MOVE ZEROS TO WS-CTA-ACHOU
           PERFORM VARYING WS-CTA-IDX FROM 1 BY 1
                   UNTIL WS-CTA-IDX > WS-QTD-CONTAS
               IF WS-CTA-CONTA(WS-CTA-IDX) = ECB-CONTA
                   MOVE WS-CTA-IDX TO WS-CTA-ACHOU
               END-IF
           END-PERFORM
           IF WS-CTA-ACHOU = ZEROS
              AND ECB-SALDO
              AND WS-QTD-CONTAS < 100
               ADD 1 TO WS-QTD-CONTAS
               MOVE WS-QTD-CONTAS TO WS-CTA-ACHOU
               MOVE ECB-CONTA TO WS-CTA-CONTA(WS-CTA-ACHOU)
               MOVE ZEROS TO WS-CTA-DATA(WS-CTA-ACHOU)
                             WS-CTA-CREDITOS(WS-CTA-ACHOU)
                             WS-CTA-DEBITOS(WS-CTA-ACHOU)
                             WS-CTA-PEND-CREDITOS(WS-CTA-ACHOU)
                             WS-CTA-PEND-DEBITOS(WS-CTA-ACHOU)
           END-IF
           .

       P320-ACUMULA-CONTA.
           IF ECB-DATA = WS-CTA-DATA(WS-CTA-ACHOU)
               IF ECB-CREDITO
                   ADD ECB-VALOR TO WS-CTA-CREDITOS(WS-CTA-ACHOU)
               ELSE
                   ADD ECB-VALOR TO WS-CTA-DEBITOS(WS-CTA-ACHOU)
               END-IF
           END-IF
           IF ECB-PENDENTE
               IF ECB-CREDITO
                   ADD ECB-VALOR TO WS-CTA-PEND-CREDITOS(WS-CTA-ACHOU)
               ELSE
                   ADD ECB-VALOR TO WS-CTA-PEND-DEBITOS(WS-CTA-ACHOU)
               END-IF
           END-IF
           .

       P400-LISTA-CONTAS.
           IF WS-QTD-CONTAS = ZEROS
               MOVE "NENHUM EXTRATO IMPORTADO (EXTBCO.DAT)."
                   TO WS-LINHA-EDIT
               PERFORM P590-ESCREVE-LINHA
           END-IF
           PERFORM VARYING WS-CTA-IDX FROM 1 BY 1
                   UNTIL WS-CTA-IDX > WS-QTD-CONTAS
               PERFORM P410-LISTA-CONTA
           END-PERFORM
           .

       P410-LISTA-CONTA.
           STRING "CONTA " WS-CTA-CONTA(WS-CTA-IDX)
                  " - ULTIMO EXTRATO DE " WS-CTA-DATA(WS-CTA-IDX)
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           MOVE WS-CTA-SALDO-INICIAL(WS-CTA-IDX) TO WS-VALOR-ED
           MOVE WS-CTA-SALDO-FINAL(WS-CTA-IDX)   TO WS-VALOR-ED2
           STRING "  SALDO INICIAL: " WS-VALOR-ED
                  "   SALDO FINAL: " WS-VALOR-ED2
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           MOVE WS-CTA-CREDITOS(WS-CTA-IDX) TO WS-VALOR-ED
           MOVE WS-CTA-DEBITOS(WS-CTA-IDX)  TO WS-VALOR-ED2
           STRING "  CREDITOS.....: " WS-VALOR-ED
                  "   DEBITOS....: " WS-VALOR-ED2
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           MOVE "  LINHAS DO BANCO SEM PAR NOS NOSSOS MOVIMENTOS:"
               TO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           PERFORM VARYING WS-ECB-IDX FROM 1 BY 1
                   UNTIL WS-ECB-IDX > WS-QTD-ECB
               MOVE WS-ECB-IMAGEM(WS-ECB-IDX) TO ECB-REGISTRO
               IF ECB-LANCAMENTO AND ECB-PENDENTE
                  AND ECB-CONTA = WS-CTA-CONTA(WS-CTA-IDX)
                   ADD 1 TO WS-QTD-BANCO-PEND
                   MOVE ECB-DATA      TO WS-LBC-DATA
                   MOVE ECB-SEQ       TO WS-LBC-SEQ
                   MOVE ECB-NATUREZA  TO WS-LBC-NATUREZA
                   MOVE ECB-VALOR     TO WS-LBC-VALOR
                   MOVE ECB-HISTORICO TO WS-LBC-HISTORICO
                   MOVE ECB-DOCUMENTO TO WS-LBC-DOCUMENTO
                   MOVE WS-LINHA-BANCO TO WS-LINHA-EDIT
                   PERFORM P590-ESCREVE-LINHA
               END-IF
           END-PERFORM
      *>   SALDO CONCILIADO: O QUE O BANCO MOSTRA TIRANDO O QUE NAO
      *>   TEM ORIGEM NOS NOSSOS REGISTROS.
           COMPUTE WS-SALDO-CONCILIADO =
                   WS-CTA-SALDO-FINAL(WS-CTA-IDX)
                 - WS-CTA-PEND-CREDITOS(WS-CTA-IDX)
                 + WS-CTA-PEND-DEBITOS(WS-CTA-IDX)
           ADD WS-SALDO-CONCILIADO TO WS-SOMA-CONCILIADO
           MOVE WS-CTA-PEND-CREDITOS(WS-CTA-IDX) TO WS-VALOR-ED
           MOVE WS-CTA-PEND-DEBITOS(WS-CTA-IDX)  TO WS-VALOR-ED2
           STRING "  (-) CREDITOS SEM PAR: " WS-VALOR-ED
                  "   (+) DEBITOS SEM PAR: " WS-VALOR-ED2
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           MOVE WS-SALDO-CONCILIADO TO WS-VALOR-ED
           STRING "  SALDO CONCILIADO DA CONTA: " WS-VALOR-ED
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           PERFORM P590-ESCREVE-LINHA
           .

       P500-LISTA-NOSSOS.
      *>   O QUE NOS ESPERAVAMOS E O BANCO AINDA NAO MOSTROU. O QUE
      *>   E POSTERIOR AO ULTIMO EXTRATO SO E CONTADO - AINDA NAO
      *>   TINHA COMO APARECER.
           MOVE "NOSSOS MOVIMENTOS SEM PAR NO EXTRATO:"
               TO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           PERFORM VARYING WS-MVB-IDX FROM 1 BY 1
                   UNTIL WS-MVB-IDX > WS-QTD-MVB
               MOVE WS-MVB-IMAGEM(WS-MVB-IDX) TO MVB-REGISTRO
               IF MVB-PENDENTE
                   IF MVB-DATA > WS-ULTIMO-EXTRATO
                       ADD 1 TO WS-QTD-AGUARDANDO
                   ELSE
                       ADD 1 TO WS-QTD-NOSSOS-PEND
                       IF MVB-CREDITO
                           ADD MVB-VALOR TO WS-NOSSOS-CREDITOS
                       ELSE
                           ADD MVB-VALOR TO WS-NOSSOS-DEBITOS
                       END-IF
                       MOVE MVB-DATA       TO WS-LNS-DATA
                       MOVE MVB-TIPO       TO WS-LNS-TIPO
                       MOVE MVB-VALOR      TO WS-LNS-VALOR
                       MOVE MVB-ORIGEM     TO WS-LNS-ORIGEM
                       MOVE MVB-REFERENCIA TO WS-LNS-REFERENCIA
                       MOVE WS-LINHA-NOSSA TO WS-LINHA-EDIT
                       PERFORM P590-ESCREVE-LINHA
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-NOSSOS-CREDITOS TO WS-VALOR-ED
           MOVE WS-NOSSOS-DEBITOS  TO WS-VALOR-ED2
           STRING "  CREDITOS A ENTRAR: " WS-VALOR-ED
                  "   DEBITOS A SAIR: " WS-VALOR-ED2
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           STRING "  MOVIMENTOS POSTERIORES AO ULTIMO EXTRATO ("
                  WS-ULTIMO-EXTRATO "): " WS-QTD-AGUARDANDO
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           PERFORM P590-ESCREVE-LINHA
           .

       P590-ESCREVE-LINHA.
           MOVE WS-LINHA-EDIT TO RPT-LINHA
           WRITE RPT-LINHA
           DISPLAY WS-LINHA-EDIT
           MOVE SPACES TO WS-LINHA-EDIT
           .

       P800-RODAPE.
           COMPUTE WS-SALDO-AJUSTADO =
                   WS-SOMA-CONCILIADO
                 + WS-NOSSOS-CREDITOS
                 - WS-NOSSOS-DEBITOS
           MOVE WS-SOMA-CONCILIADO TO WS-VALOR-ED
           STRING "SALDO CONCILIADO DAS CONTAS..........: "
                  WS-VALOR-ED
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           MOVE WS-SALDO-AJUSTADO TO WS-VALOR-ED
           STRING "SALDO AJUSTADO (COM OS NOSSOS PENDENTES): "
                  WS-VALOR-ED
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           STRING "CONCILIADOS NESTA EXECUCAO: " WS-QTD-CONCILIADOS
                  "  LINHAS DO BANCO SEM PAR: " WS-QTD-BANCO-PEND
                  "  NOSSOS SEM PAR: " WS-QTD-NOSSOS-PEND
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           COMPUTE WS-RPT-TOTAL-REGISTROS = WS-QTD-ECB + WS-QTD-MVB
           STRING "FIM DO RELATORIO - PROGRAMA: " WS-RPT-PROGRAMA
                  "  PAGINA: " WS-RPT-PAGINA
                  "  TOTAL DE REGISTROS: " WS-RPT-TOTAL-REGISTROS
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           .

       P900-REGRAVA-ARQUIVOS.
      *>   REGRAVAR A PARTIR DE UMA TABELA CHEIA TRUNCARIA O
      *>   ARQUIVO - NESSE CASO OS DOIS FICAM COMO ESTAO.
           IF HOUVE-CONCILIACAO
              AND NOT EXTRATOS-TRANSBORDOU
              AND NOT MOVIMENTOS-TRANSBORDOU
               OPEN OUTPUT ECB-FILE
               PERFORM VARYING WS-ECB-IDX FROM 1 BY 1
                       UNTIL WS-ECB-IDX > WS-QTD-ECB
                   MOVE WS-ECB-IMAGEM(WS-ECB-IDX) TO ECB-REGISTRO
                   WRITE ECB-REGISTRO
               END-PERFORM
               CLOSE ECB-FILE
               OPEN OUTPUT MVB-FILE
               PERFORM VARYING WS-MVB-IDX FROM 1 BY 1
                       UNTIL WS-MVB-IDX > WS-QTD-MVB
                   MOVE WS-MVB-IMAGEM(WS-MVB-IDX) TO MVB-REGISTRO
                   WRITE MVB-REGISTRO
               END-PERFORM
               CLOSE MVB-FILE
           END-IF
           .

       END PROGRAM concBco.

      ******************************************************************
      * Author:
      * Date:
      * Purpose: Company ledger (razao) - nightly, right after the
      *          accounting feed is assembled (glExtract), applies
      *          every D row of CONTABIL.DAT up to its T row to the
      *          ledger SALDOCTB.DAT (RZSFD.cpy): per company and
      *          PLACTB.cpy account, the month row gets the debit or
      *          credit and the day row keeps what this feed applied,
      *          so a rerun of the same day replaces the day instead of
      *          adding it twice. The feed is first proved against its
      *          own T row (count and value); a feed that does not
      *          match is not applied and the step ends in error.
      *          Year-end closing entries (ENCERRAM) are skipped - the
      *          closing run (encerra) already put them in the ledger.
      *          Balances roll forward month to month from the opening
      *          balances keyed in saldoImp. Prints the daily trial
      *          balance RAZAO.RPT - balance before the day, the day's
      *          debits and credits and the balance after, per account
      *          and company, for the company of the run or every
      *          company (consolidated) - and proves debits = credits
      *          and debit balances = credit balances; a ledger that
      *          does not balance returns 8.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. razao.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT RZS-FILE ASSIGN TO "SALDOCTB.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RZS-STATUS.

               SELECT CTB-FILE ASSIGN TO "CONTABIL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CTB-STATUS.

               SELECT RPT-FILE ASSIGN TO "RAZAO.RPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-STATUS.

               SELECT BAT-FILE ASSIGN TO "BATCHSUM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RZS-FILE.
           COPY RZSFD.

       FD  CTB-FILE.
           COPY CTBFD.

       FD  RPT-FILE.
       01  RPT-LINHA               PIC X(132).

       FD  BAT-FILE.
           COPY BATSUM.

       WORKING-STORAGE SECTION.
           COPY RPTHDR.
           COPY EMPLK.
           COPY PLACTB.
           COPY RZSTAB.

       01  WS-VARIAVEIS.
           03  WS-RZS-STATUS       PIC XX.
           03  WS-CTB-STATUS       PIC XX.
           03  WS-RPT-STATUS       PIC XX.
           03  WS-BAT-STATUS       PIC XX.
           03  WS-RZS-EOF          PIC X.
               88  FIM-RAZAO          VALUE "S".
           03  WS-CTB-EOF          PIC X.
               88  FIM-FEED           VALUE "S".
           03  WS-FEED-SW          PIC X VALUE "S".
               88  FEED-OK            VALUE "S".
               88  FEED-AUSENTE       VALUE "A".
               88  FEED-INVALIDO      VALUE "I".
           03  WS-TRAILER-SW       PIC X VALUE "N".
               88  TEM-TRAILER        VALUE "S".
           03  WS-TRANSB-SW        PIC X VALUE "N".
               88  RAZAO-TRANSBORDOU  VALUE "S".
           03  WS-DESBAL-SW        PIC X VALUE "N".
               88  RAZAO-DESBALANCEADO VALUE "S".
           03  WS-RECALC-SW        PIC X.
               88  FIM-RECALCULO      VALUE "S".
           03  WS-DATA-HOJE        PIC 9(8).
           03  WS-HORA-AGORA       PIC 9(8).
           03  WS-DATA-FEED        PIC 9(8) VALUE ZEROS.
           03  WS-COMP-FEED        PIC 9(6).
           03  WS-COMP-LANC        PIC 9(6).
           03  WS-LIMITE-FEED      PIC 9(8).
           03  WS-CORTE-DIARIO     PIC 9(8).
           03  WS-ANO              PIC 9(4).
           03  WS-MES              PIC 9(2).
           03  WS-SOMA-FEED        PIC 9(13)V99 VALUE ZEROS.
           03  WS-QTD-FEED         PIC 9(06) VALUE ZEROS.
           03  WS-TOTAL-TRAILER    PIC 9(13)V99 VALUE ZEROS.
           03  WS-QTD-TRAILER      PIC 9(06) VALUE ZEROS.
           03  WS-QTD-APLICADOS    PIC 9(06) VALUE ZEROS.
           03  WS-QTD-ENCERRAM     PIC 9(06) VALUE ZEROS.
           03  WS-QTD-FORA-PLANO   PIC 9(06) VALUE ZEROS.
           03  WS-QTD-SUBSTITUIDOS PIC 9(06) VALUE ZEROS.
           03  WS-RZ-IDX           PIC 9(05).
           03  WS-RZ-IDX2          PIC 9(05).
           03  WS-RZ-ACHADO        PIC 9(05).
           03  WS-RZ-ANTERIOR      PIC 9(05).
           03  WS-RZ-CONTROLE      PIC 9(05) VALUE ZEROS.
           03  WS-CHV-TIPO         PIC X(01).
           03  WS-CHV-EMPRESA      PIC 9(02).
           03  WS-CHV-CONTA        PIC 9(05).
           03  WS-CHV-DATA         PIC 9(8).
           03  WS-CHV-LADO         PIC X(01).
           03  WS-VALOR-LANC       PIC 9(10)V99.
           03  WS-COMP-ATUAL       PIC 9(8).
           03  WS-COMP-PROXIMA     PIC 9(8).
           03  WS-EMP-IDX          PIC 9(03).
           03  WS-CTA-IDX          PIC 9(03).
           03  WS-DIA-IDX          PIC 9(03).
           03  WS-TEM-EMPRESA      PIC X.
           03  WS-QTD-EMP-RPT      PIC 9(02) VALUE ZEROS.
           03  WS-SALDO-AUX        PIC S9(13)V99.
           03  WS-SALDO-ATU        PIC S9(13)V99.
           03  WS-SALDO-ANT        PIC S9(13)V99.
           03  WS-DEB-DIA          PIC 9(13)V99.
           03  WS-CRED-DIA         PIC 9(13)V99.
           03  WS-DIFERENCA        PIC S9(14)V99.
           03  WS-SALDO-ED-AUX     PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  WS-DC-AUX           PIC X(01).
           03  WS-VALOR-ED         PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  WS-VALOR-ED2        PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  WS-LINHA-EDIT       PIC X(132).

      *>   TOTAIS DO BALANCETE - DA EMPRESA E DO GRUPO.
       01  WS-TOTAIS-EMPRESA.
           03  WS-EMP-DEB-DIA      PIC 9(14)V99.
           03  WS-EMP-CRED-DIA     PIC 9(14)V99.
           03  WS-EMP-DEVEDORES    PIC 9(14)V99.
           03  WS-EMP-CREDORES     PIC 9(14)V99.
       01  WS-TOTAIS-GRUPO.
           03  WS-GRP-DEB-DIA      PIC 9(14)V99.
           03  WS-GRP-CRED-DIA     PIC 9(14)V99.
           03  WS-GRP-DEVEDORES    PIC 9(14)V99.
           03  WS-GRP-CREDORES     PIC 9(14)V99.

      *>   DATAS DE MOVIMENTO JA PREPARADAS NESTA RODADA - O DIA QUE
      *>   O RAZAO JA TINHA E SUBSTITUIDO UMA SO VEZ.
       01  WS-QTD-DIAS             PIC 9(02) VALUE ZEROS.
       01  WS-TABELA-DIAS.
           03  WS-DIA-VISTO OCCURS 31 TIMES PIC 9(8).

      *>   CONTAS QUE O FEED TROUXE E O PLANO NAO TEM - ENTRAM NO
      *>   RAZAO E NO BALANCETE, COM AVISO.
       01  WS-QTD-EXTRA            PIC 9(02) VALUE ZEROS.
       01  WS-TABELA-EXTRA.
           03  WS-EXTRA-CONTA OCCURS 20 TIMES PIC 9(05).

       01  WS-LINHA-CONTA.
           03  WS-LC-CONTA         PIC 9(05).
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LC-NOME          PIC X(30).
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LC-SALDO-ANT     PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LC-DC-ANT        PIC X(01).
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LC-DEBITOS       PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LC-CREDITOS      PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LC-SALDO-ATU     PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LC-DC-ATU        PIC X(01).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA FROM TIME
           PERFORM P100-CARREGA-RAZAO
           IF RAZAO-TRANSBORDOU
               DISPLAY "SALDOCTB.DAT EXCEDE A CAPACIDADE DE TRABALHO "
                       "- RAZAO NAO ATUALIZADO."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM P150-CONFERE-FEED THRU P150-SAIDA
           IF FEED-INVALIDO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF FEED-AUSENTE
               MOVE WS-DATA-HOJE TO WS-DATA-FEED
           ELSE
               PERFORM P200-APLICA-FEED THRU P200-SAIDA
           END-IF
           IF RAZAO-TRANSBORDOU
               DISPLAY "SALDOCTB.DAT EXCEDE A CAPACIDADE DE TRABALHO "
                       "- FEED NAO APLICADO."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM P400-RECALCULA-SALDOS
           PERFORM P700-REGRAVA-RAZAO

           PERFORM P060-EMPRESA-DO-RELATORIO
           PERFORM P500-BALANCETE-DO-DIA
           PERFORM P930-GRAVA-RESUMO

           DISPLAY "LANCAMENTOS DO FEED APLICADOS: " WS-QTD-APLICADOS
           DISPLAY "RELATORIO GRAVADO EM RAZAO.RPT"
           IF RAZAO-DESBALANCEADO
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       P060-EMPRESA-DO-RELATORIO.
      *>   EMPRESA DA RODADA (SESSAO DO MENU OU AMBIENTE DO LOTE);
      *>   00 E O CONSOLIDADO DO GRUPO. O RAZAO E ATUALIZADO PARA
      *>   TODAS - SO O BALANCETE SAI DA EMPRESA.
           MOVE "S" TO EMU-FUNCAO
           CALL "empUtil" USING EMU-PARAMETROS
           MOVE EMU-EMPRESA TO WS-RPT-EMPRESA
           MOVE EMU-NOME    TO WS-RPT-EMPRESA-NOME
           .

       P100-CARREGA-RAZAO.
           MOVE "N" TO WS-RZS-EOF
           OPEN INPUT RZS-FILE
           IF WS-RZS-STATUS = "00"
               PERFORM P110-LE-RAZAO
               PERFORM UNTIL FIM-RAZAO OR RAZAO-TRANSBORDOU
                   IF WS-QTD-RZS = 8000
                       SET RAZAO-TRANSBORDOU TO TRUE
                   ELSE
                       ADD 1 TO WS-QTD-RZS
                       MOVE RZS-REGISTRO TO WS-RZ-ITEM(WS-QTD-RZS)
                       IF RZS-CONTROLE
                           MOVE WS-QTD-RZS TO WS-RZ-CONTROLE
                       END-IF
                       IF RZS-MENSAL
                           MOVE RZS-CONTA TO WS-CHV-CONTA
                           PERFORM P230-CONFERE-PLANO
                       END-IF
                       PERFORM P110-LE-RAZAO
                   END-IF
               END-PERFORM
               CLOSE RZS-FILE
           END-IF
           .

       P110-LE-RAZAO.
           READ RZS-FILE
               AT END SET FIM-RAZAO TO TRUE
           END-READ
           .

       P150-CONFERE-FEED.
      *>   O FEED SO ENTRA NO RAZAO SE BATE COM A PROPRIA LINHA T
      *>   (QUANTIDADE E VALOR). LINHAS DEPOIS DO T SAO LANCAMENTOS
      *>   DIRETOS DO DIA SEGUINTE - ENTRAM NO PROXIMO FEED.
           MOVE "N" TO WS-CTB-EOF
           OPEN INPUT CTB-FILE
           IF WS-CTB-STATUS NOT = "00"
               SET FEED-AUSENTE TO TRUE
               DISPLAY "SEM FEED CONTABIL (CONTABIL.DAT) - RAZAO SEM "
                       "MOVIMENTO HOJE."
               GO TO P150-SAIDA
           END-IF
           PERFORM P155-LE-FEED
           PERFORM UNTIL FIM-FEED OR TEM-TRAILER
               IF CTB-TIPO = "T"
                   SET TEM-TRAILER TO TRUE
                   MOVE CTB-VALOR    TO WS-TOTAL-TRAILER
                   MOVE CTB-CONTRATO TO WS-QTD-TRAILER
               ELSE
                   IF CTB-TIPO = "D"
                       ADD 1         TO WS-QTD-FEED
                       ADD CTB-VALOR TO WS-SOMA-FEED
                       IF CTB-DATA > WS-DATA-FEED
                           MOVE CTB-DATA TO WS-DATA-FEED
                       END-IF
                   END-IF
                   PERFORM P155-LE-FEED
               END-IF
           END-PERFORM
           CLOSE CTB-FILE
           IF NOT TEM-TRAILER
               SET FEED-INVALIDO TO TRUE
               DISPLAY "CONTABIL.DAT SEM LINHA DE TOTAL (T) - FEED "
                       "INCOMPLETO, RAZAO NAO ATUALIZADO."
               GO TO P150-SAIDA
           END-IF
           IF WS-QTD-FEED NOT = WS-QTD-TRAILER
              OR WS-SOMA-FEED NOT = WS-TOTAL-TRAILER
               SET FEED-INVALIDO TO TRUE
               MOVE WS-SOMA-FEED     TO WS-VALOR-ED
               MOVE WS-TOTAL-TRAILER TO WS-VALOR-ED2
               DISPLAY "CONTABIL.DAT NAO CONFERE COM A LINHA T - "
                       "LANCAMENTOS " WS-QTD-FEED " X " WS-QTD-TRAILER
                       " VALOR " WS-VALOR-ED " X " WS-VALOR-ED2
               DISPLAY "RAZAO NAO ATUALIZADO - REFACA O glExtract."
               GO TO P150-SAIDA
           END-IF
           IF WS-DATA-FEED = ZEROS
               MOVE WS-DATA-HOJE TO WS-DATA-FEED
           END-IF
           .
       P150-SAIDA.
           EXIT.

       P155-LE-FEED.
           READ CTB-FILE
               AT END SET FIM-FEED TO TRUE
           END-READ
           .

       P200-APLICA-FEED.
           MOVE "N" TO WS-CTB-EOF
           MOVE "N" TO WS-TRAILER-SW
           OPEN INPUT CTB-FILE
           IF WS-CTB-STATUS NOT = "00"
               GO TO P200-SAIDA
           END-IF
           PERFORM P155-LE-FEED
           PERFORM UNTIL FIM-FEED OR TEM-TRAILER
                   OR RAZAO-TRANSBORDOU
               EVALUATE TRUE
                   WHEN CTB-TIPO = "T"
                       SET TEM-TRAILER TO TRUE
                   WHEN CTB-TIPO NOT = "D"
                       CONTINUE
      *>           O ENCERRAMENTO DO EXERCICIO JA FOI LANCADO NO RAZAO
      *>           PELO PROPRIO encerra, NA LINHA DE DEZEMBRO.
                   WHEN CTB-EVENTO = "ENCERRAM"
                       ADD 1 TO WS-QTD-ENCERRAM
                   WHEN OTHER
                       PERFORM P210-PREPARA-DIA
                       PERFORM P220-APLICA-LANCAMENTO
               END-EVALUATE
               IF NOT TEM-TRAILER
                   PERFORM P155-LE-FEED
               END-IF
           END-PERFORM
           CLOSE CTB-FILE

      *>   CONTROLE: ULTIMA DATA DE FEED APLICADA (O encerra CONFERE
      *>   QUE O RAZAO JA RECEBEU O DIA DO FECHAMENTO DE DEZEMBRO).
           IF WS-RZ-CONTROLE = ZEROS AND NOT RAZAO-TRANSBORDOU
               MOVE "C"   TO WS-CHV-TIPO
               MOVE ZEROS TO WS-CHV-EMPRESA
               MOVE ZEROS TO WS-CHV-CONTA
               MOVE ZEROS TO WS-CHV-DATA
               PERFORM P300-LOCALIZA-LINHA
               MOVE WS-RZ-ACHADO TO WS-RZ-CONTROLE
           END-IF
           IF WS-RZ-CONTROLE > ZEROS
               IF WS-DATA-FEED > WS-RZ-DATA(WS-RZ-CONTROLE)
                   MOVE WS-DATA-FEED TO WS-RZ-DATA(WS-RZ-CONTROLE)
               END-IF
               MOVE WS-DATA-HOJE
                   TO WS-RZ-DT-ATUALIZACAO(WS-RZ-CONTROLE)
               MOVE "LOTE" TO WS-RZ-OPERADOR(WS-RZ-CONTROLE)
           END-IF
           IF WS-QTD-SUBSTITUIDOS > ZEROS
               DISPLAY "DIA JA APLICADO AO RAZAO - " WS-QTD-SUBSTITUIDOS
                       " LINHA(S) DO DIA SUBSTITUIDA(S) PELO FEED."
           END-IF
           .
       P200-SAIDA.
           EXIT.

       P210-PREPARA-DIA.
      *>   A PRIMEIRA LINHA DE CADA DATA NESTA RODADA TIRA DO RAZAO O
      *>   QUE UMA RODADA ANTERIOR JA TINHA APLICADO NAQUELE DIA.
           PERFORM VARYING WS-DIA-IDX FROM 1 BY 1
                   UNTIL WS-DIA-IDX > WS-QTD-DIAS
                      OR WS-DIA-VISTO(WS-DIA-IDX) = CTB-DATA
               CONTINUE
           END-PERFORM
           IF WS-DIA-IDX > WS-QTD-DIAS AND WS-QTD-DIAS < 31
               ADD 1 TO WS-QTD-DIAS
               MOVE CTB-DATA TO WS-DIA-VISTO(WS-QTD-DIAS)
               PERFORM VARYING WS-RZ-IDX FROM 1 BY 1
                       UNTIL WS-RZ-IDX > WS-QTD-RZS
                   IF WS-RZ-TIPO(WS-RZ-IDX) = "D"
                      AND WS-RZ-DATA(WS-RZ-IDX) = CTB-DATA
                       PERFORM P215-ESTORNA-DIA
                   END-IF
               END-PERFORM
           END-IF
           .

       P215-ESTORNA-DIA.
           MOVE "M" TO WS-CHV-TIPO
           MOVE WS-RZ-EMPRESA(WS-RZ-IDX) TO WS-CHV-EMPRESA
           MOVE WS-RZ-CONTA(WS-RZ-IDX)   TO WS-CHV-CONTA
           COMPUTE WS-COMP-LANC = WS-RZ-DATA(WS-RZ-IDX) / 100
           COMPUTE WS-CHV-DATA = WS-COMP-LANC * 100
           PERFORM P300-LOCALIZA-LINHA
           IF WS-RZ-ACHADO > ZEROS
               SUBTRACT WS-RZ-DEBITOS(WS-RZ-IDX)
                   FROM WS-RZ-DEBITOS(WS-RZ-ACHADO)
               SUBTRACT WS-RZ-CREDITOS(WS-RZ-IDX)
                   FROM WS-RZ-CREDITOS(WS-RZ-ACHADO)
           END-IF
           MOVE "X" TO WS-RZ-TIPO(WS-RZ-IDX)
           ADD 1 TO WS-QTD-SUBSTITUIDOS
           .

       P220-APLICA-LANCAMENTO.
      *>   LANCAMENTO GRAVADO ANTES DA EMPRESA NO LAYOUT E DA 01.
           IF CTB-EMPRESA IS NUMERIC AND CTB-EMPRESA > ZEROS
               MOVE CTB-EMPRESA TO WS-CHV-EMPRESA
           ELSE
               MOVE 1 TO WS-CHV-EMPRESA
           END-IF
           MOVE CTB-VALOR TO WS-VALOR-LANC
           MOVE CTB-CONTA-DEBITO TO WS-CHV-CONTA
           MOVE "D" TO WS-CHV-LADO
           PERFORM P225-LANCA-CONTA
           MOVE CTB-CONTA-CREDITO TO WS-CHV-CONTA
           MOVE "C" TO WS-CHV-LADO
           PERFORM P225-LANCA-CONTA
           ADD 1 TO WS-QTD-APLICADOS
           .

       P225-LANCA-CONTA.
           PERFORM P230-CONFERE-PLANO
           MOVE "M" TO WS-CHV-TIPO
           COMPUTE WS-COMP-LANC = CTB-DATA / 100
           COMPUTE WS-CHV-DATA = WS-COMP-LANC * 100
           PERFORM P300-LOCALIZA-LINHA
           PERFORM P235-SOMA-NA-LINHA
           MOVE "D" TO WS-CHV-TIPO
           MOVE CTB-DATA TO WS-CHV-DATA
           PERFORM P300-LOCALIZA-LINHA
           PERFORM P235-SOMA-NA-LINHA
           .

       P230-CONFERE-PLANO.
           SET WS-PLA-IDX TO 1
           SEARCH WS-PLA-ITEM
               AT END
                   PERFORM VARYING WS-CTA-IDX FROM 1 BY 1
                           UNTIL WS-CTA-IDX > WS-QTD-EXTRA
                              OR WS-EXTRA-CONTA(WS-CTA-IDX)
                                 = WS-CHV-CONTA
                       CONTINUE
                   END-PERFORM
                   IF WS-CTA-IDX > WS-QTD-EXTRA AND WS-QTD-EXTRA < 20
                       ADD 1 TO WS-QTD-EXTRA
                       MOVE WS-CHV-CONTA
                           TO WS-EXTRA-CONTA(WS-QTD-EXTRA)
                       DISPLAY "AVISO: CONTA " WS-CHV-CONTA
                               " FORA DO PLANO (PLACTB) NO RAZAO"
                   END-IF
                   ADD 1 TO WS-QTD-FORA-PLANO
               WHEN WS-PLA-CONTA(WS-PLA-IDX) = WS-CHV-CONTA
                   CONTINUE
           END-SEARCH
           .

       P235-SOMA-NA-LINHA.
           IF WS-RZ-ACHADO > ZEROS
               IF WS-CHV-LADO = "D"
                   ADD WS-VALOR-LANC TO WS-RZ-DEBITOS(WS-RZ-ACHADO)
               ELSE
                   ADD WS-VALOR-LANC TO WS-RZ-CREDITOS(WS-RZ-ACHADO)
               END-IF
               MOVE WS-DATA-HOJE TO WS-RZ-DT-ATUALIZACAO(WS-RZ-ACHADO)
               MOVE "LOTE"       TO WS-RZ-OPERADOR(WS-RZ-ACHADO)
           END-IF
           .

       P300-LOCALIZA-LINHA.
      *>   LINHA WS-CHV-TIPO/EMPRESA/CONTA/DATA DO RAZAO; SE NAO HA,
      *>   E CRIADA ZERADA (O SALDO INICIAL VEM DO RECALCULO).
           MOVE ZEROS TO WS-RZ-ACHADO
           PERFORM VARYING WS-RZ-IDX2 FROM 1 BY 1
                   UNTIL WS-RZ-IDX2 > WS-QTD-RZS
                      OR WS-RZ-ACHADO > ZEROS
               IF WS-RZ-TIPO(WS-RZ-IDX2)    = WS-CHV-TIPO
                  AND WS-RZ-EMPRESA(WS-RZ-IDX2) = WS-CHV-EMPRESA
                  AND WS-RZ-CONTA(WS-RZ-IDX2)   = WS-CHV-CONTA
                  AND WS-RZ-DATA(WS-RZ-IDX2)    = WS-CHV-DATA
                   MOVE WS-RZ-IDX2 TO WS-RZ-ACHADO
               END-IF
           END-PERFORM
           IF WS-RZ-ACHADO = ZEROS
               IF WS-QTD-RZS = 8000
                   SET RAZAO-TRANSBORDOU TO TRUE
               ELSE
                   ADD 1 TO WS-QTD-RZS
                   INITIALIZE WS-RZ-ITEM(WS-QTD-RZS)
                   MOVE WS-CHV-TIPO    TO WS-RZ-TIPO(WS-QTD-RZS)
                   MOVE WS-CHV-EMPRESA TO WS-RZ-EMPRESA(WS-QTD-RZS)
                   MOVE WS-CHV-CONTA   TO WS-RZ-CONTA(WS-QTD-RZS)
                   MOVE WS-CHV-DATA    TO WS-RZ-DATA(WS-QTD-RZS)
                   MOVE WS-QTD-RZS     TO WS-RZ-ACHADO
               END-IF
           END-IF
           .

       P310-ULTIMA-MENSAL.
      *>   LINHA MENSAL MAIS RECENTE DE WS-CHV-EMPRESA/CONTA COM DATA
      *>   ATE WS-CHV-DATA - ZERO QUANDO A CONTA AINDA NAO TEM.
           MOVE ZEROS TO WS-RZ-ANTERIOR
           PERFORM VARYING WS-RZ-IDX2 FROM 1 BY 1
                   UNTIL WS-RZ-IDX2 > WS-QTD-RZS
               IF WS-RZ-TIPO(WS-RZ-IDX2) = "M"
                  AND WS-RZ-EMPRESA(WS-RZ-IDX2) = WS-CHV-EMPRESA
                  AND WS-RZ-CONTA(WS-RZ-IDX2)   = WS-CHV-CONTA
                  AND WS-RZ-DATA(WS-RZ-IDX2)   <= WS-CHV-DATA
                   IF WS-RZ-ANTERIOR = ZEROS
                       MOVE WS-RZ-IDX2 TO WS-RZ-ANTERIOR
                   ELSE
                       IF WS-RZ-DATA(WS-RZ-IDX2)
                          > WS-RZ-DATA(WS-RZ-ANTERIOR)
                           MOVE WS-RZ-IDX2 TO WS-RZ-ANTERIOR
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .

       P400-RECALCULA-SALDOS.
      *>   AS LINHAS MENSAIS SAO REFEITAS EM ORDEM DE COMPETENCIA: O
      *>   SALDO INICIAL E O FINAL DA LINHA ANTERIOR DA MESMA CONTA
      *>   (A PRIMEIRA LINHA GUARDA O SALDO DE IMPLANTACAO) E O FINAL
      *>   E INICIAL + DEBITOS - CREDITOS + ENCERRAMENTO.
           MOVE ZEROS TO WS-COMP-ATUAL
           MOVE "N" TO WS-RECALC-SW
           PERFORM P410-PROXIMA-COMPETENCIA UNTIL FIM-RECALCULO
           .

       P410-PROXIMA-COMPETENCIA.
           MOVE 99999999 TO WS-COMP-PROXIMA
           PERFORM VARYING WS-RZ-IDX FROM 1 BY 1
                   UNTIL WS-RZ-IDX > WS-QTD-RZS
               IF WS-RZ-TIPO(WS-RZ-IDX) = "M"
                  AND WS-RZ-DATA(WS-RZ-IDX) > WS-COMP-ATUAL
                  AND WS-RZ-DATA(WS-RZ-IDX) < WS-COMP-PROXIMA
                   MOVE WS-RZ-DATA(WS-RZ-IDX) TO WS-COMP-PROXIMA
               END-IF
           END-PERFORM
           IF WS-COMP-PROXIMA = 99999999
               SET FIM-RECALCULO TO TRUE
           ELSE
               PERFORM VARYING WS-RZ-IDX FROM 1 BY 1
                       UNTIL WS-RZ-IDX > WS-QTD-RZS
                   IF WS-RZ-TIPO(WS-RZ-IDX) = "M"
                      AND WS-RZ-DATA(WS-RZ-IDX) = WS-COMP-PROXIMA
                       PERFORM P420-RECALCULA-LINHA
                   END-IF
               END-PERFORM
               MOVE WS-COMP-PROXIMA TO WS-COMP-ATUAL
           END-IF
           .

       P420-RECALCULA-LINHA.
           MOVE WS-RZ-EMPRESA(WS-RZ-IDX) TO WS-CHV-EMPRESA
           MOVE WS-RZ-CONTA(WS-RZ-IDX)   TO WS-CHV-CONTA
           COMPUTE WS-CHV-DATA = WS-RZ-DATA(WS-RZ-IDX) - 1
           PERFORM P310-ULTIMA-MENSAL
           IF WS-RZ-ANTERIOR > ZEROS
               MOVE WS-RZ-SALDO-FINAL(WS-RZ-ANTERIOR)
                   TO WS-RZ-SALDO-INICIAL(WS-RZ-IDX)
           END-IF
           COMPUTE WS-RZ-SALDO-FINAL(WS-RZ-IDX) =
                   WS-RZ-SALDO-INICIAL(WS-RZ-IDX)
                 + WS-RZ-DEBITOS(WS-RZ-IDX)
                 - WS-RZ-CREDITOS(WS-RZ-IDX)
                 + WS-RZ-ENCERRAMENTO(WS-RZ-IDX)
           .

       P500-BALANCETE-DO-DIA.
           MOVE "RAZAO" TO WS-RPT-PROGRAMA
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
           STRING "EMPRESA: " WS-RPT-EMPRESA " - "
                  WS-RPT-EMPRESA-NOME
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           STRING "BALANCETE DIARIO DO RAZAO - FEED DE " WS-DATA-FEED
                  " (SALDOS: D = DEVEDOR, C = CREDOR)"
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           IF FEED-AUSENTE
               MOVE "SEM FEED CONTABIL HOJE - SALDOS SEM MOVIMENTO."
                   TO WS-LINHA-EDIT
               PERFORM P590-ESCREVE-LINHA
           END-IF

           COMPUTE WS-COMP-FEED = WS-DATA-FEED / 100
           COMPUTE WS-LIMITE-FEED = WS-COMP-FEED * 100
           INITIALIZE WS-TOTAIS-GRUPO
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                   UNTIL WS-EMP-IDX > 99
               IF WS-RPT-EMPRESA = ZEROS
                  OR WS-RPT-EMPRESA = WS-EMP-IDX
                   PERFORM P505-EMPRESA-TEM-RAZAO
                   IF WS-TEM-EMPRESA = "S"
                       PERFORM P510-BALANCETE-EMPRESA
                   END-IF
               END-IF
           END-PERFORM

           IF WS-QTD-EMP-RPT = ZEROS
               PERFORM P590-ESCREVE-LINHA
               STRING "RAZAO SEM SALDOS NEM MOVIMENTO - IMPLANTE OS "
                      "SALDOS DE ABERTURA (saldoImp)."
                      DELIMITED BY SIZE INTO WS-LINHA-EDIT
               PERFORM P590-ESCREVE-LINHA
           END-IF
           IF WS-QTD-EMP-RPT > 1
               PERFORM P550-TOTAL-GRUPO
           END-IF

           PERFORM P590-ESCREVE-LINHA
           STRING "LANCAMENTOS DO FEED APLICADOS...: " WS-QTD-APLICADOS
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           STRING "ENCERRAMENTO (JA NO RAZAO)......: " WS-QTD-ENCERRAM
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           IF WS-QTD-SUBSTITUIDOS > ZEROS
               STRING "LINHAS DO DIA SUBSTITUIDAS.....: "
                      WS-QTD-SUBSTITUIDOS " (FEED REAPLICADO)"
                      DELIMITED BY SIZE INTO WS-LINHA-EDIT
               PERFORM P590-ESCREVE-LINHA
           END-IF
           IF WS-QTD-FORA-PLANO > ZEROS
               STRING "LANCAMENTOS EM CONTA FORA DO PLANO: "
                      WS-QTD-FORA-PLANO
                      DELIMITED BY SIZE INTO WS-LINHA-EDIT
               PERFORM P590-ESCREVE-LINHA
           END-IF
           STRING "FIM DO RELATORIO - PROGRAMA: " WS-RPT-PROGRAMA
                  "  PAGINA: " WS-RPT-PAGINA
                  "  TOTAL DE REGISTROS: " WS-RPT-TOTAL-REGISTROS
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           CLOSE RPT-FILE
           .

       P505-EMPRESA-TEM-RAZAO.
           MOVE "N" TO WS-TEM-EMPRESA
           PERFORM VARYING WS-RZ-IDX FROM 1 BY 1
                   UNTIL WS-RZ-IDX > WS-QTD-RZS
                      OR WS-TEM-EMPRESA = "S"
               IF WS-RZ-TIPO(WS-RZ-IDX) = "M"
                  AND WS-RZ-EMPRESA(WS-RZ-IDX) = WS-EMP-IDX
                  AND WS-RZ-DATA(WS-RZ-IDX) <= WS-LIMITE-FEED
                   MOVE "S" TO WS-TEM-EMPRESA
               END-IF
           END-PERFORM
           .

       P510-BALANCETE-EMPRESA.
           ADD 1 TO WS-QTD-EMP-RPT
           INITIALIZE WS-TOTAIS-EMPRESA
           MOVE "V"        TO EMU-FUNCAO
           MOVE WS-EMP-IDX TO EMU-EMPRESA
           CALL "empUtil" USING EMU-PARAMETROS
           PERFORM P590-ESCREVE-LINHA
           MOVE WS-EMP-IDX TO WS-CHV-EMPRESA
           STRING "EMPRESA " WS-CHV-EMPRESA " - " EMU-NOME
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           STRING "CONTA NOME                           "
                  "      SALDO ANTERIOR   "
                  "      DEBITOS DO DIA "
                  "     CREDITOS DO DIA "
                  "         SALDO ATUAL"
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           MOVE WS-EMP-IDX TO WS-CHV-EMPRESA
           PERFORM VARYING WS-CTA-IDX FROM 1 BY 1
                   UNTIL WS-CTA-IDX > WS-PLA-QTD
               MOVE WS-PLA-CONTA(WS-CTA-IDX) TO WS-CHV-CONTA
               MOVE WS-PLA-NOME(WS-CTA-IDX)  TO WS-LC-NOME
               PERFORM P520-CONTA-DO-DIA
           END-PERFORM
           PERFORM VARYING WS-CTA-IDX FROM 1 BY 1
                   UNTIL WS-CTA-IDX > WS-QTD-EXTRA
               MOVE WS-EXTRA-CONTA(WS-CTA-IDX) TO WS-CHV-CONTA
               MOVE "*** CONTA FORA DO PLANO ***" TO WS-LC-NOME
               PERFORM P520-CONTA-DO-DIA
           END-PERFORM

           MOVE WS-EMP-DEB-DIA  TO WS-VALOR-ED
           MOVE WS-EMP-CRED-DIA TO WS-VALOR-ED2
           STRING "TOTAL DA EMPRESA  DEBITOS DO DIA: " WS-VALOR-ED
                  "  CREDITOS DO DIA: " WS-VALOR-ED2
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           MOVE WS-EMP-DEVEDORES TO WS-VALOR-ED
           MOVE WS-EMP-CREDORES  TO WS-VALOR-ED2
           STRING "                  SALDOS DEVEDORES: " WS-VALOR-ED
                  "  SALDOS CREDORES: " WS-VALOR-ED2
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           COMPUTE WS-DIFERENCA = WS-EMP-DEVEDORES - WS-EMP-CREDORES
           PERFORM P560-PROVA
           IF WS-EMP-DEB-DIA NOT = WS-EMP-CRED-DIA
               SET RAZAO-DESBALANCEADO TO TRUE
               MOVE "*** DEBITOS DO DIA DIFEREM DOS CREDITOS ***"
                   TO WS-LINHA-EDIT
               PERFORM P590-ESCREVE-LINHA
           END-IF
           ADD WS-EMP-DEB-DIA   TO WS-GRP-DEB-DIA
           ADD WS-EMP-CRED-DIA  TO WS-GRP-CRED-DIA
           ADD WS-EMP-DEVEDORES TO WS-GRP-DEVEDORES
           ADD WS-EMP-CREDORES  TO WS-GRP-CREDORES
           .

       P520-CONTA-DO-DIA.
           MOVE WS-LIMITE-FEED TO WS-CHV-DATA
           PERFORM P310-ULTIMA-MENSAL
           IF WS-RZ-ANTERIOR > ZEROS
               MOVE WS-RZ-SALDO-FINAL(WS-RZ-ANTERIOR) TO WS-SALDO-ATU
           ELSE
               MOVE ZEROS TO WS-SALDO-ATU
           END-IF
           MOVE ZEROS TO WS-DEB-DIA
           MOVE ZEROS TO WS-CRED-DIA
           PERFORM VARYING WS-RZ-IDX FROM 1 BY 1
                   UNTIL WS-RZ-IDX > WS-QTD-RZS
               IF WS-RZ-TIPO(WS-RZ-IDX) = "D"
                  AND WS-RZ-EMPRESA(WS-RZ-IDX) = WS-CHV-EMPRESA
                  AND WS-RZ-CONTA(WS-RZ-IDX)   = WS-CHV-CONTA
                  AND WS-RZ-DATA(WS-RZ-IDX)    = WS-DATA-FEED
                   MOVE WS-RZ-DEBITOS(WS-RZ-IDX)  TO WS-DEB-DIA
                   MOVE WS-RZ-CREDITOS(WS-RZ-IDX) TO WS-CRED-DIA
               END-IF
           END-PERFORM
           IF WS-SALDO-ATU NOT = ZEROS
              OR WS-DEB-DIA NOT = ZEROS
              OR WS-CRED-DIA NOT = ZEROS
               COMPUTE WS-SALDO-ANT =
                       WS-SALDO-ATU - WS-DEB-DIA + WS-CRED-DIA
               MOVE WS-CHV-CONTA TO WS-LC-CONTA
               MOVE WS-SALDO-ANT TO WS-SALDO-AUX
               PERFORM P580-EDITA-SALDO
               MOVE WS-SALDO-ED-AUX TO WS-LC-SALDO-ANT
               MOVE WS-DC-AUX       TO WS-LC-DC-ANT
               MOVE WS-DEB-DIA      TO WS-LC-DEBITOS
               MOVE WS-CRED-DIA     TO WS-LC-CREDITOS
               MOVE WS-SALDO-ATU    TO WS-SALDO-AUX
               PERFORM P580-EDITA-SALDO
               MOVE WS-SALDO-ED-AUX TO WS-LC-SALDO-ATU
               MOVE WS-DC-AUX       TO WS-LC-DC-ATU
               MOVE WS-LINHA-CONTA  TO WS-LINHA-EDIT
               PERFORM P590-ESCREVE-LINHA
               ADD 1 TO WS-RPT-TOTAL-REGISTROS
               ADD WS-DEB-DIA  TO WS-EMP-DEB-DIA
               ADD WS-CRED-DIA TO WS-EMP-CRED-DIA
               IF WS-SALDO-ATU > ZEROS
                   ADD WS-SALDO-ATU TO WS-EMP-DEVEDORES
               ELSE
                   SUBTRACT WS-SALDO-ATU FROM WS-EMP-CREDORES
               END-IF
           END-IF
           .

       P550-TOTAL-GRUPO.
           PERFORM P590-ESCREVE-LINHA
           MOVE WS-GRP-DEB-DIA  TO WS-VALOR-ED
           MOVE WS-GRP-CRED-DIA TO WS-VALOR-ED2
           STRING "TOTAL DO GRUPO    DEBITOS DO DIA: " WS-VALOR-ED
                  "  CREDITOS DO DIA: " WS-VALOR-ED2
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           MOVE WS-GRP-DEVEDORES TO WS-VALOR-ED
           MOVE WS-GRP-CREDORES  TO WS-VALOR-ED2
           STRING "                  SALDOS DEVEDORES: " WS-VALOR-ED
                  "  SALDOS CREDORES: " WS-VALOR-ED2
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           COMPUTE WS-DIFERENCA = WS-GRP-DEVEDORES - WS-GRP-CREDORES
           PERFORM P560-PROVA
           .

       P560-PROVA.
           IF WS-DIFERENCA = ZEROS
               MOVE "BALANCETE FECHA: SALDOS DEVEDORES = CREDORES."
                   TO WS-LINHA-EDIT
           ELSE
               SET RAZAO-DESBALANCEADO TO TRUE
               MOVE WS-DIFERENCA TO WS-SALDO-AUX
               PERFORM P580-EDITA-SALDO
               STRING "*** BALANCETE NAO FECHA - DIFERENCA: "
                      WS-SALDO-ED-AUX " " WS-DC-AUX " ***"
                      DELIMITED BY SIZE INTO WS-LINHA-EDIT
           END-IF
           PERFORM P590-ESCREVE-LINHA
           .

       P580-EDITA-SALDO.
      *>   SALDO DEVEDOR-POSITIVO EM VALOR ABSOLUTO COM D OU C.
           IF WS-SALDO-AUX < ZEROS
               COMPUTE WS-SALDO-ED-AUX = ZEROS - WS-SALDO-AUX
               MOVE "C" TO WS-DC-AUX
           ELSE
               MOVE WS-SALDO-AUX TO WS-SALDO-ED-AUX
               IF WS-SALDO-AUX > ZEROS
                   MOVE "D" TO WS-DC-AUX
               ELSE
                   MOVE SPACE TO WS-DC-AUX
               END-IF
           END-IF
           .

       P590-ESCREVE-LINHA.
           MOVE WS-LINHA-EDIT TO RPT-LINHA
           WRITE RPT-LINHA
           DISPLAY WS-LINHA-EDIT
           MOVE SPACES TO WS-LINHA-EDIT
           .

       P700-REGRAVA-RAZAO.
      *>   AS LINHAS DIARIAS SO FICAM DA COMPETENCIA DO FEED E DA
      *>   ANTERIOR; AS MENSAIS E AS DE EXERCICIO FICAM PARA SEMPRE.
           COMPUTE WS-COMP-FEED = WS-DATA-FEED / 100
           COMPUTE WS-ANO = WS-COMP-FEED / 100
           COMPUTE WS-MES = WS-COMP-FEED - WS-ANO * 100
           IF WS-MES = 1
               SUBTRACT 1 FROM WS-ANO
               MOVE 12 TO WS-MES
           ELSE
               SUBTRACT 1 FROM WS-MES
           END-IF
           COMPUTE WS-CORTE-DIARIO = WS-ANO * 10000 + WS-MES * 100 + 1
           OPEN OUTPUT RZS-FILE
           PERFORM VARYING WS-RZ-IDX FROM 1 BY 1
                   UNTIL WS-RZ-IDX > WS-QTD-RZS
               IF WS-RZ-TIPO(WS-RZ-IDX) NOT = "X"
                  AND (WS-RZ-TIPO(WS-RZ-IDX) NOT = "D"
                       OR WS-RZ-DATA(WS-RZ-IDX) >= WS-CORTE-DIARIO)
                   MOVE WS-RZ-ITEM(WS-RZ-IDX) TO RZS-REGISTRO
                   WRITE RZS-REGISTRO
               END-IF
           END-PERFORM
           CLOSE RZS-FILE
           .

       P930-GRAVA-RESUMO.
           OPEN EXTEND BAT-FILE
           IF WS-BAT-STATUS = "35"
               OPEN OUTPUT BAT-FILE
               CLOSE BAT-FILE
               OPEN EXTEND BAT-FILE
           END-IF
           MOVE "RAZAO"          TO BAT-PROGRAMA
           ACCEPT BAT-DATA FROM DATE YYYYMMDD
           ACCEPT BAT-HORA FROM TIME
           MOVE WS-QTD-FEED      TO BAT-LIDOS
           MOVE WS-QTD-APLICADOS TO BAT-PROCESSADOS
           MOVE WS-QTD-FORA-PLANO TO BAT-REJEITADOS
           WRITE BAT-REGISTRO
           CLOSE BAT-FILE
           .

       END PROGRAM razao.

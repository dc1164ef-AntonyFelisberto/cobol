      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly service-fee report - for one competencia
      *          (AAAAMM) totals the service fees of TARITEM.DAT by
      *          service (TAVSRV.cpy): how many were raised and for how
      *          much, how many were received at the counter, taken
      *          from the credit balance or waived, and what is still
      *          pending, then lists every fee charged above the
      *          regulatory ceiling of the TARIFAS.DAT vigencia in
      *          force on the day it was raised - the check the
      *          auditors ask for. Raised fees count in the month they
      *          were raised, received and waived ones in the month
      *          they were settled, pending ones in every month until
      *          they are. Output to TARIFA.RPT and the screen,
      *          RPTHDR.cpy header.
      *          Runs for the company of the session (or of the
      *          batch job's EMPRESA) or consolidated (00), named in
      *          the header; only that company's contracts enter. A
      *          fee raised for the client as a whole is listed for
      *          every company.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. tarifaRpt.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT TIT-FILE ASSIGN TO "TARITEM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TIT-STATUS.

               SELECT TAV-FILE ASSIGN TO "TARIFAS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TAV-STATUS.

               SELECT RPT-FILE ASSIGN TO "TARIFA.RPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TIT-FILE.
           COPY TITFD.

       FD  TAV-FILE.
           COPY TAVFD.

       FD  RPT-FILE.
       01  RPT-LINHA           PIC X(110).

       WORKING-STORAGE SECTION.
           COPY RPTHDR.
           COPY EMPLK.
           COPY TAVSRV.

       01  WS-VARIAVEIS.
           03  WS-TIT-STATUS       PIC XX.
           03  WS-TAV-STATUS       PIC XX.
           03  WS-RPT-STATUS       PIC XX.
           03  WS-TIT-EOF          PIC X VALUE "N".
               88  FIM-ITENS          VALUE "S".
           03  WS-TAV-EOF          PIC X VALUE "N".
               88  FIM-TABELA         VALUE "S".
           03  WS-COMPETENCIA      PIC 9(6).
           03  WS-COMPET-LANC      PIC 9(6).
           03  WS-COMPET-BAIXA     PIC 9(6).
           03  WS-SRV-IDX          PIC 9(02).
           03  WS-SRV-ACHOU        PIC 9(02).
           03  WS-VIG-IDX          PIC 9(03).
           03  WS-MELHOR-INICIO    PIC 9(8).
           03  WS-LIMITE-DIA       PIC 9(04)V99.
           03  WS-ACHOU-VIGENCIA   PIC X.
               88  VIGENCIA-ACHADA    VALUE "S".
           03  WS-QTD-ACIMA        PIC 9(05) VALUE ZEROS.
           03  WS-VALOR-ED         PIC Z.ZZ9,99.
           03  WS-LIMITE-ED        PIC Z.ZZ9,99.
           03  WS-LANC-ED          PIC Z.ZZZ.ZZ9,99.
           03  WS-REC-ED           PIC Z.ZZZ.ZZ9,99.
           03  WS-ISE-ED           PIC Z.ZZZ.ZZ9,99.
           03  WS-PEND-ED          PIC Z.ZZZ.ZZ9,99.
           03  WS-LINHA-EDIT       PIC X(110).

      *>   VIGENCIAS DA TABELA DE TARIFAS, PARA ACHAR O TETO DO DIA
      *>   EM QUE CADA TARIFA FOI LANCADA.
       01  WS-QTD-VIGENCIAS        PIC 9(03) VALUE ZEROS.
       01  WS-TABELA-VIGENCIAS.
           03  WS-VIG-ITEM OCCURS 0 TO 500 TIMES
                           DEPENDING ON WS-QTD-VIGENCIAS.
               05  WS-VIG-SERVICO  PIC X(02).
               05  WS-VIG-INICIO   PIC 9(8).
               05  WS-VIG-FIM      PIC 9(8).
               05  WS-VIG-LIMITE   PIC 9(04)V99.

      *>   UMA LINHA POR SERVICO DO TAVSRV MAIS A LINHA DE TOTAL.
       01  WS-TABELA-SERVICOS.
           03  WS-TSV-ITEM OCCURS 6 TIMES.
               05  WS-TSV-QTD-LANC PIC 9(05).
               05  WS-TSV-VLR-LANC PIC 9(07)V99.
               05  WS-TSV-QTD-REC  PIC 9(05).
               05  WS-TSV-VLR-REC  PIC 9(07)V99.
               05  WS-TSV-QTD-ISE  PIC 9(05).
               05  WS-TSV-VLR-ISE  PIC 9(07)V99.
               05  WS-TSV-QTD-PEND PIC 9(05).
               05  WS-TSV-VLR-PEND PIC 9(07)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "COMPETENCIA DO RELATORIO (AAAAMM): "
           ACCEPT WS-COMPETENCIA
           INITIALIZE WS-TABELA-SERVICOS
           PERFORM P060-EMPRESA-DO-RELATORIO
           PERFORM P050-CARREGA-VIGENCIAS

           PERFORM P500-ABRE-RELATORIO
           PERFORM P100-ACUMULA-ITENS
           PERFORM P550-FECHA-RELATORIO
           GOBACK.

       P050-CARREGA-VIGENCIAS.
           MOVE "N" TO WS-TAV-EOF
           OPEN INPUT TAV-FILE
           IF WS-TAV-STATUS = "00"
               PERFORM P055-LE-VIGENCIA
               PERFORM UNTIL FIM-TABELA OR WS-QTD-VIGENCIAS = 500
                   ADD 1 TO WS-QTD-VIGENCIAS
                   MOVE TAV-SERVICO
                       TO WS-VIG-SERVICO(WS-QTD-VIGENCIAS)
                   MOVE TAV-DT-INICIO
                       TO WS-VIG-INICIO(WS-QTD-VIGENCIAS)
                   MOVE TAV-DT-FIM TO WS-VIG-FIM(WS-QTD-VIGENCIAS)
                   MOVE TAV-LIMITE
                       TO WS-VIG-LIMITE(WS-QTD-VIGENCIAS)
                   PERFORM P055-LE-VIGENCIA
               END-PERFORM
               CLOSE TAV-FILE
           END-IF
           .

       P055-LE-VIGENCIA.
           READ TAV-FILE
               AT END SET FIM-TABELA TO TRUE
           END-READ
           .

       P100-ACUMULA-ITENS.
           MOVE "N" TO WS-TIT-EOF
           OPEN INPUT TIT-FILE
           IF WS-TIT-STATUS = "00"
               PERFORM P110-LE-ITEM
               PERFORM UNTIL FIM-ITENS
                   IF TIT-CONTRATO = ZEROS
                       SET EMU-OK TO TRUE
                   ELSE
                       MOVE ZEROS        TO EMU-EMPRESA
                       MOVE TIT-CONTRATO TO EMU-CONTRATO
                       PERFORM P065-ITEM-DA-EMPRESA
                   END-IF
                   IF EMU-OK
                       PERFORM P120-SOMA-ITEM
                   END-IF
                   PERFORM P110-LE-ITEM
               END-PERFORM
               CLOSE TIT-FILE
           END-IF
           .

       P110-LE-ITEM.
           READ TIT-FILE
               AT END SET FIM-ITENS TO TRUE
           END-READ
           .

       P120-SOMA-ITEM.
      *>   SERVICO FORA DA TABELA NAO TEM LINHA PROPRIA - SO ENTRA
      *>   NO TOTAL, A ULTIMA LINHA.
           MOVE 6 TO WS-SRV-ACHOU
           PERFORM VARYING WS-SRV-IDX FROM 1 BY 1
                   UNTIL WS-SRV-IDX > WS-SRV-QTD
               IF WS-SRV-CODIGO(WS-SRV-IDX) = TIT-SERVICO
                   MOVE WS-SRV-IDX TO WS-SRV-ACHOU
               END-IF
           END-PERFORM
           COMPUTE WS-COMPET-LANC  = TIT-DT-LANCAMENTO / 100
           COMPUTE WS-COMPET-BAIXA = TIT-DT-BAIXA / 100

           IF WS-COMPET-LANC = WS-COMPETENCIA
               PERFORM P130-SOMA-LANCADA
               PERFORM P140-VERIFICA-TETO
           END-IF
           EVALUATE TRUE
               WHEN (TIT-PAGA-BALCAO OR TIT-ABATIDA-SALDO)
                    AND WS-COMPET-BAIXA = WS-COMPETENCIA
                   ADD 1 TO WS-TSV-QTD-REC(WS-SRV-ACHOU)
                   ADD TIT-VALOR TO WS-TSV-VLR-REC(WS-SRV-ACHOU)
               WHEN TIT-ISENTA
                    AND WS-COMPET-BAIXA = WS-COMPETENCIA
                   ADD 1 TO WS-TSV-QTD-ISE(WS-SRV-ACHOU)
                   ADD TIT-VALOR TO WS-TSV-VLR-ISE(WS-SRV-ACHOU)
      *>       PENDENTE NO FIM DO MES: LANCADA ATE O MES E AINDA SEM
      *>       BAIXA, OU BAIXADA SO DEPOIS DELE.
               WHEN WS-COMPET-LANC <= WS-COMPETENCIA
                    AND (TIT-PENDENTE
                         OR WS-COMPET-BAIXA > WS-COMPETENCIA)
                   ADD 1 TO WS-TSV-QTD-PEND(WS-SRV-ACHOU)
                   ADD TIT-VALOR TO WS-TSV-VLR-PEND(WS-SRV-ACHOU)
           END-EVALUATE
           .

       P130-SOMA-LANCADA.
           ADD 1         TO WS-TSV-QTD-LANC(WS-SRV-ACHOU)
           ADD TIT-VALOR TO WS-TSV-VLR-LANC(WS-SRV-ACHOU)
           .

       P140-VERIFICA-TETO.
      *>   MESMA REGRA DO tarifaUtil: VALE A VIGENCIA DE INICIO MAIS
      *>   RECENTE QUE COBRE O DIA DO LANCAMENTO. SEM VIGENCIA NO DIA
      *>   A TARIFA FOI COBRADA SEM TABELA E TAMBEM E LISTADA.
           MOVE "N"   TO WS-ACHOU-VIGENCIA
           MOVE ZEROS TO WS-MELHOR-INICIO WS-LIMITE-DIA
           PERFORM VARYING WS-VIG-IDX FROM 1 BY 1
                   UNTIL WS-VIG-IDX > WS-QTD-VIGENCIAS
               IF WS-VIG-SERVICO(WS-VIG-IDX) = TIT-SERVICO
                  AND WS-VIG-INICIO(WS-VIG-IDX) <= TIT-DT-LANCAMENTO
                  AND (WS-VIG-FIM(WS-VIG-IDX) = ZEROS
                       OR WS-VIG-FIM(WS-VIG-IDX) >= TIT-DT-LANCAMENTO)
                  AND WS-VIG-INICIO(WS-VIG-IDX) >= WS-MELHOR-INICIO
                   SET VIGENCIA-ACHADA TO TRUE
                   MOVE WS-VIG-INICIO(WS-VIG-IDX) TO WS-MELHOR-INICIO
                   MOVE WS-VIG-LIMITE(WS-VIG-IDX) TO WS-LIMITE-DIA
               END-IF
           END-PERFORM
           IF NOT VIGENCIA-ACHADA OR TIT-VALOR > WS-LIMITE-DIA
               ADD 1 TO WS-QTD-ACIMA
               IF WS-QTD-ACIMA = 1
                   PERFORM P590-ESCREVE-LINHA
                   MOVE "TARIFAS ACIMA DO TETO REGULATORIO DO DIA"
                       TO WS-LINHA-EDIT
                   PERFORM P590-ESCREVE-LINHA
                   STRING "NUMERO   CONTRATO CLIENTE SRV LANCADA   "
                          "    VALOR     TETO OPERADOR"
                          DELIMITED BY SIZE INTO WS-LINHA-EDIT
                   PERFORM P590-ESCREVE-LINHA
               END-IF
               MOVE TIT-VALOR     TO WS-VALOR-ED
               MOVE WS-LIMITE-DIA TO WS-LIMITE-ED
               STRING TIT-ID " " TIT-CONTRATO "   " TIT-COD-CLIENTE
                      "   " TIT-SERVICO "  " TIT-DT-LANCAMENTO " "
                      WS-VALOR-ED " " WS-LIMITE-ED " "
                      TIT-OPE-LANCAMENTO
                      DELIMITED BY SIZE INTO WS-LINHA-EDIT
               PERFORM P590-ESCREVE-LINHA
           END-IF
           .

       P500-ABRE-RELATORIO.
           MOVE "TARIFRPT" TO WS-RPT-PROGRAMA
           ACCEPT WS-RPT-DATA FROM DATE YYYYMMDD
           ACCEPT WS-RPT-HORA FROM TIME
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
           STRING "TARIFAS AVULSAS POR SERVICO - "
                  "COMPETENCIA " WS-COMPETENCIA
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           .

       P550-FECHA-RELATORIO.
      *>   O QUADRO POR SERVICO VEM DEPOIS DA LISTA DE EXCECOES,
      *>   QUE E MONTADA NA MESMA LEITURA DO ARQUIVO.
           IF WS-QTD-ACIMA = ZEROS
               PERFORM P590-ESCREVE-LINHA
               MOVE "NENHUMA TARIFA ACIMA DO TETO REGULATORIO."
                   TO WS-LINHA-EDIT
               PERFORM P590-ESCREVE-LINHA
           END-IF
           PERFORM P590-ESCREVE-LINHA
           STRING "SERVICO                     LANC   "
                  "VALOR LANC  RECEB  VALOR RECEB  ISENT  "
                  "VALOR ISENT   PEND   VALOR PEND"
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           PERFORM P560-IMPRIME-SERVICO
                   VARYING WS-SRV-IDX FROM 1 BY 1
                   UNTIL WS-SRV-IDX > WS-SRV-QTD
           PERFORM VARYING WS-SRV-IDX FROM 1 BY 1
                   UNTIL WS-SRV-IDX > WS-SRV-QTD
               ADD WS-TSV-QTD-LANC(WS-SRV-IDX)  TO WS-TSV-QTD-LANC(6)
               ADD WS-TSV-VLR-LANC(WS-SRV-IDX)  TO WS-TSV-VLR-LANC(6)
               ADD WS-TSV-QTD-REC(WS-SRV-IDX)   TO WS-TSV-QTD-REC(6)
               ADD WS-TSV-VLR-REC(WS-SRV-IDX)   TO WS-TSV-VLR-REC(6)
               ADD WS-TSV-QTD-ISE(WS-SRV-IDX)   TO WS-TSV-QTD-ISE(6)
               ADD WS-TSV-VLR-ISE(WS-SRV-IDX)   TO WS-TSV-VLR-ISE(6)
               ADD WS-TSV-QTD-PEND(WS-SRV-IDX)  TO WS-TSV-QTD-PEND(6)
               ADD WS-TSV-VLR-PEND(WS-SRV-IDX)  TO WS-TSV-VLR-PEND(6)
           END-PERFORM
           PERFORM P590-ESCREVE-LINHA
           MOVE 6 TO WS-SRV-IDX
           PERFORM P570-MONTA-VALORES
           STRING "TOTAL                      "
                  WS-TSV-QTD-LANC(6) " " WS-LANC-ED "  "
                  WS-TSV-QTD-REC(6) " " WS-REC-ED "  "
                  WS-TSV-QTD-ISE(6) " " WS-ISE-ED "  "
                  WS-TSV-QTD-PEND(6) " " WS-PEND-ED
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA

           MOVE WS-TSV-QTD-LANC(6) TO WS-RPT-TOTAL-REGISTROS
           PERFORM P590-ESCREVE-LINHA
           STRING "TARIFAS ACIMA DO TETO: " WS-QTD-ACIMA
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           STRING "FIM DO RELATORIO - PROGRAMA: " WS-RPT-PROGRAMA
                  "  PAGINA: " WS-RPT-PAGINA
                  "  TOTAL DE REGISTROS: " WS-RPT-TOTAL-REGISTROS
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           CLOSE RPT-FILE
           .

       P560-IMPRIME-SERVICO.
           PERFORM P570-MONTA-VALORES
           STRING WS-SRV-NOME(WS-SRV-IDX) "  "
                  WS-TSV-QTD-LANC(WS-SRV-IDX) " " WS-LANC-ED "  "
                  WS-TSV-QTD-REC(WS-SRV-IDX) " " WS-REC-ED "  "
                  WS-TSV-QTD-ISE(WS-SRV-IDX) " " WS-ISE-ED "  "
                  WS-TSV-QTD-PEND(WS-SRV-IDX) " " WS-PEND-ED
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           .

       P570-MONTA-VALORES.
           MOVE WS-TSV-VLR-LANC(WS-SRV-IDX) TO WS-LANC-ED
           MOVE WS-TSV-VLR-REC(WS-SRV-IDX)  TO WS-REC-ED
           MOVE WS-TSV-VLR-ISE(WS-SRV-IDX)  TO WS-ISE-ED
           MOVE WS-TSV-VLR-PEND(WS-SRV-IDX) TO WS-PEND-ED
           .

       P590-ESCREVE-LINHA.
           MOVE WS-LINHA-EDIT TO RPT-LINHA
           WRITE RPT-LINHA
           DISPLAY WS-LINHA-EDIT
           MOVE SPACES TO WS-LINHA-EDIT
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

       END PROGRAM tarifaRpt.

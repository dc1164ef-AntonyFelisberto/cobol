      ******************************************************************
      * Author:
      * Date:
      * Purpose: Day-end summary of the bank-return cycles - lists
      *          every retorno cycle of the day's bank files
      *          (RETCICLO.DAT: sequence, time, the bank's header
      *          totals next to what was read and posted, repeated
      *          files refused, cycles left incomplete) and
      *          reconciles the day against the bank's daily total
      *          (RETDIA.DAT): number of files, sequences missing
      *          between 1 and the bank's last, item count and value.
      *          Written to RETDIA.RPT, one BATCHSUM.DAT row. Runs in
      *          the nightly stream right after the night's retorno;
      *          a difference is reported for finance to take up with
      *          the bank and does not stop the stream.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. retDia.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT RCI-FILE ASSIGN TO "RETCICLO.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RCI-STATUS.

               SELECT RDI-FILE ASSIGN TO "RETDIA.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RDI-STATUS.

               SELECT RPT-FILE ASSIGN TO "RETDIA.RPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-STATUS.

               SELECT BAT-FILE ASSIGN TO "BATCHSUM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RCI-FILE.
           COPY RCIFD.

       FD  RDI-FILE.
           COPY RDIFD.

       FD  RPT-FILE.
       01  RPT-LINHA               PIC X(132).

       FD  BAT-FILE.
           COPY BATSUM.

       WORKING-STORAGE SECTION.
           COPY RPTHDR.

       01  WS-VARIAVEIS.
           03  WS-RCI-STATUS       PIC XX.
           03  WS-RDI-STATUS       PIC XX.
           03  WS-RPT-STATUS       PIC XX.
           03  WS-BAT-STATUS       PIC XX.
           03  WS-RCI-EOF          PIC X VALUE "N".
               88  FIM-CICLOS         VALUE "S".
           03  WS-RDI-EOF          PIC X VALUE "N".
               88  FIM-TOTAIS         VALUE "S".
           03  WS-TEM-TOTAL-BANCO  PIC X VALUE "N".
               88  TOTAL-BANCO-RECEBIDO VALUE "S".
           03  WS-DATA-HOJE        PIC 9(8).
           03  WS-HORA-AGORA       PIC 9(8).
           03  WS-IDX              PIC 9(03).
           03  WS-ACHADO           PIC 9(03).
           03  WS-SEQ              PIC 9(06).
           03  WS-QTD-CONCLUIDOS   PIC 9(03) VALUE ZEROS.
           03  WS-QTD-REPETIDOS    PIC 9(03) VALUE ZEROS.
           03  WS-QTD-INCOMPLETOS  PIC 9(03) VALUE ZEROS.
           03  WS-QTD-DIVERGENTES  PIC 9(03) VALUE ZEROS.
           03  WS-QTD-FALTANTES    PIC 9(03) VALUE ZEROS.
           03  WS-MAIOR-SEQ        PIC 9(06) VALUE ZEROS.
           03  WS-TOT-LIDOS        PIC 9(07) VALUE ZEROS.
           03  WS-TOT-VALOR-LIDO   PIC 9(10)V99 VALUE ZEROS.
           03  WS-TOT-POSTADOS     PIC 9(07) VALUE ZEROS.
           03  WS-TOT-REJEITADOS   PIC 9(07) VALUE ZEROS.
           03  WS-DIF-ITENS        PIC S9(07).
           03  WS-DIF-VALOR        PIC S9(10)V99.
           03  WS-LINHA-EDIT       PIC X(132).

      *>   CICLOS DO DIA, UM POR SEQUENCIA DO BANCO.
       01  WS-QTD-SEQ              PIC 9(03) VALUE ZEROS.
       01  WS-TABELA-CICLOS.
           03  WS-CIC-ITEM OCCURS 0 TO 500 TIMES
                           DEPENDING ON WS-QTD-SEQ.
               05  WS-CIC-SEQUENCIA    PIC 9(06).
               05  WS-CIC-SITUACAO     PIC X.
               05  WS-CIC-HORA         PIC 9(8).
               05  WS-CIC-QTD-BANCO    PIC 9(06).
               05  WS-CIC-VALOR-BANCO  PIC 9(10)V99.
               05  WS-CIC-LIDOS        PIC 9(06).
               05  WS-CIC-VALOR-LIDO   PIC 9(10)V99.
               05  WS-CIC-POSTADOS     PIC 9(06).
               05  WS-CIC-REJEITADOS   PIC 9(06).
               05  WS-CIC-REPETIDO     PIC 9(03).

       01  WS-BANCO.
           03  WS-BCO-QTD-ARQUIVOS PIC 9(03) VALUE ZEROS.
           03  WS-BCO-ULT-SEQ      PIC 9(06) VALUE ZEROS.
           03  WS-BCO-QTD-ITENS    PIC 9(06) VALUE ZEROS.
           03  WS-BCO-VALOR        PIC 9(10)V99 VALUE ZEROS.

       01  WS-EDICAO.
           03  WS-ED-HORA          PIC X(08).
           03  WS-ED-QTD           PIC ZZZ.ZZ9.
           03  WS-ED-QTD2          PIC ZZZ.ZZ9.
           03  WS-ED-QTD3          PIC ZZZ.ZZ9.
           03  WS-ED-QTD4          PIC ZZZ.ZZ9.
           03  WS-ED-VALOR         PIC Z.ZZZ.ZZZ.ZZ9,99.
           03  WS-ED-VALOR2        PIC Z.ZZZ.ZZZ.ZZ9,99.
           03  WS-ED-DIF-QTD       PIC -ZZZ.ZZ9.
           03  WS-ED-DIF-VALOR     PIC -Z.ZZZ.ZZZ.ZZ9,99.
           03  WS-ED-SITUACAO      PIC X(12).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-DATA-HOJE  FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA FROM TIME

           PERFORM P100-CARREGA-CICLOS THRU P100-SAIDA
           PERFORM P150-LE-TOTAL-BANCO
           PERFORM P200-CABECALHO
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-SEQ
               PERFORM P300-IMPRIME-CICLO
           END-PERFORM
           PERFORM P400-CONCILIA THRU P400-SAIDA
           PERFORM P750-GRAVA-RESUMO
           CLOSE RPT-FILE
           MOVE ZEROS TO RETURN-CODE
           GOBACK.

       P100-CARREGA-CICLOS.
           OPEN INPUT RCI-FILE
           IF WS-RCI-STATUS NOT = "00"
               GO TO P100-SAIDA
           END-IF
           PERFORM P110-LE-CICLO
           PERFORM UNTIL FIM-CICLOS
               IF RCI-DATA-ARQUIVO = WS-DATA-HOJE
                   PERFORM P120-GUARDA-CICLO THRU P120-SAIDA
               END-IF
               PERFORM P110-LE-CICLO
           END-PERFORM
           CLOSE RCI-FILE
           .
       P100-SAIDA.
           EXIT.

       P110-LE-CICLO.
           READ RCI-FILE
               AT END SET FIM-CICLOS TO TRUE
           END-READ
           .

       P120-GUARDA-CICLO.
           MOVE ZEROS TO WS-ACHADO
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-SEQ
               IF WS-CIC-SEQUENCIA(WS-IDX) = RCI-SEQUENCIA
                   MOVE WS-IDX TO WS-ACHADO
               END-IF
           END-PERFORM
           IF WS-ACHADO = ZEROS
               IF WS-QTD-SEQ = 500
                   GO TO P120-SAIDA
               END-IF
               ADD 1 TO WS-QTD-SEQ
               MOVE WS-QTD-SEQ TO WS-ACHADO
               INITIALIZE WS-CIC-ITEM(WS-ACHADO)
               MOVE RCI-SEQUENCIA TO WS-CIC-SEQUENCIA(WS-ACHADO)
               MOVE "E"           TO WS-CIC-SITUACAO(WS-ACHADO)
           END-IF
           EVALUATE TRUE
               WHEN RCI-DUPLICADO
                   ADD 1 TO WS-CIC-REPETIDO(WS-ACHADO)
               WHEN RCI-INICIADO
                   IF WS-CIC-SITUACAO(WS-ACHADO) NOT = "C"
                       MOVE "E"      TO WS-CIC-SITUACAO(WS-ACHADO)
                       MOVE RCI-HORA TO WS-CIC-HORA(WS-ACHADO)
                       MOVE RCI-QTD-BANCO
                           TO WS-CIC-QTD-BANCO(WS-ACHADO)
                       MOVE RCI-VALOR-BANCO
                           TO WS-CIC-VALOR-BANCO(WS-ACHADO)
                   END-IF
               WHEN RCI-CONCLUIDO
                   MOVE "C"             TO WS-CIC-SITUACAO(WS-ACHADO)
                   MOVE RCI-HORA        TO WS-CIC-HORA(WS-ACHADO)
                   MOVE RCI-QTD-BANCO   TO WS-CIC-QTD-BANCO(WS-ACHADO)
                   MOVE RCI-VALOR-BANCO
                       TO WS-CIC-VALOR-BANCO(WS-ACHADO)
                   MOVE RCI-LIDOS       TO WS-CIC-LIDOS(WS-ACHADO)
                   MOVE RCI-VALOR-LIDO
                       TO WS-CIC-VALOR-LIDO(WS-ACHADO)
                   MOVE RCI-POSTADOS    TO WS-CIC-POSTADOS(WS-ACHADO)
                   MOVE RCI-REJEITADOS
                       TO WS-CIC-REJEITADOS(WS-ACHADO)
           END-EVALUATE
           .
       P120-SAIDA.
           EXIT.

       P150-LE-TOTAL-BANCO.
      *>   O BANCO PODE REENVIAR O TOTAL DO DIA: VALE A ULTIMA LINHA.
           OPEN INPUT RDI-FILE
           IF WS-RDI-STATUS = "00"
               PERFORM P160-LE-TOTAL
               PERFORM UNTIL FIM-TOTAIS
                   IF RDI-DATA = WS-DATA-HOJE
                       SET TOTAL-BANCO-RECEBIDO TO TRUE
                       MOVE RDI-QTD-ARQUIVOS  TO WS-BCO-QTD-ARQUIVOS
                       MOVE RDI-ULT-SEQUENCIA TO WS-BCO-ULT-SEQ
                       MOVE RDI-QTD-ITENS     TO WS-BCO-QTD-ITENS
                       MOVE RDI-VALOR-TOTAL   TO WS-BCO-VALOR
                   END-IF
                   PERFORM P160-LE-TOTAL
               END-PERFORM
               CLOSE RDI-FILE
           END-IF
           .

       P160-LE-TOTAL.
           READ RDI-FILE
               AT END SET FIM-TOTAIS TO TRUE
           END-READ
           .

       P200-CABECALHO.
           MOVE "RETDIA"      TO WS-RPT-PROGRAMA
           MOVE WS-DATA-HOJE  TO WS-RPT-DATA
           MOVE WS-HORA-AGORA TO WS-RPT-HORA
           OPEN OUTPUT RPT-FILE
           MOVE SPACES TO WS-LINHA-EDIT
           STRING "PROGRAMA: " WS-RPT-PROGRAMA
                  "  DATA: " WS-RPT-DATA
                  "  HORA: " WS-RPT-HORA
                  "  PAGINA: " WS-RPT-PAGINA
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           STRING "FECHAMENTO DO DIA DOS CICLOS DE RETORNO BANCARIO - "
                  "ARQUIVOS DO BANCO DE " WS-DATA-HOJE
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           PERFORM P590-ESCREVE-LINHA
           STRING "SEQUENC. HORA        ITENS BCO        VALOR BANCO"
                  "   ITENS LID         VALOR LIDO   POSTADOS"
                  "  REJEITAD. SITUACAO"
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           .

       P300-IMPRIME-CICLO.
           ADD 1 TO WS-RPT-TOTAL-REGISTROS
           MOVE WS-CIC-SEQUENCIA(WS-IDX) TO WS-SEQ
           IF WS-SEQ > WS-MAIOR-SEQ
               MOVE WS-SEQ TO WS-MAIOR-SEQ
           END-IF
           STRING WS-CIC-HORA(WS-IDX)(1:2) ":"
                  WS-CIC-HORA(WS-IDX)(3:2) ":"
                  WS-CIC-HORA(WS-IDX)(5:2)
                  DELIMITED BY SIZE INTO WS-ED-HORA
           MOVE WS-CIC-QTD-BANCO(WS-IDX)   TO WS-ED-QTD
           MOVE WS-CIC-VALOR-BANCO(WS-IDX) TO WS-ED-VALOR
           MOVE WS-CIC-LIDOS(WS-IDX)       TO WS-ED-QTD2
           MOVE WS-CIC-VALOR-LIDO(WS-IDX)  TO WS-ED-VALOR2
           MOVE WS-CIC-POSTADOS(WS-IDX)    TO WS-ED-QTD3
           MOVE WS-CIC-REJEITADOS(WS-IDX)  TO WS-ED-QTD4
           IF WS-CIC-SITUACAO(WS-IDX) = "C"
               ADD 1 TO WS-QTD-CONCLUIDOS
               ADD WS-CIC-LIDOS(WS-IDX)      TO WS-TOT-LIDOS
               ADD WS-CIC-VALOR-LIDO(WS-IDX) TO WS-TOT-VALOR-LIDO
               ADD WS-CIC-POSTADOS(WS-IDX)   TO WS-TOT-POSTADOS
               ADD WS-CIC-REJEITADOS(WS-IDX) TO WS-TOT-REJEITADOS
      *>       SEQUENCIA ZERO E O ARQUIVO ANTIGO, SEM CABECALHO.
               IF WS-SEQ > ZEROS
                  AND (WS-CIC-LIDOS(WS-IDX)
                       NOT = WS-CIC-QTD-BANCO(WS-IDX)
                   OR WS-CIC-VALOR-LIDO(WS-IDX)
                       NOT = WS-CIC-VALOR-BANCO(WS-IDX))
                   ADD 1 TO WS-QTD-DIVERGENTES
                   MOVE "DIVERGE CAB." TO WS-ED-SITUACAO
               ELSE
                   MOVE "OK"           TO WS-ED-SITUACAO
               END-IF
           ELSE
               ADD 1 TO WS-QTD-INCOMPLETOS
               MOVE "INCOMPLETO"       TO WS-ED-SITUACAO
           END-IF
           STRING WS-SEQ "   " WS-ED-HORA "   " WS-ED-QTD " "
                  WS-ED-VALOR "     " WS-ED-QTD2 " " WS-ED-VALOR2
                  "    " WS-ED-QTD3 "    " WS-ED-QTD4 " "
                  WS-ED-SITUACAO
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           IF WS-CIC-REPETIDO(WS-IDX) > ZEROS
               ADD WS-CIC-REPETIDO(WS-IDX) TO WS-QTD-REPETIDOS
               STRING "         ARQUIVO RECEBIDO DE NOVO "
                      WS-CIC-REPETIDO(WS-IDX)
                      " VEZ(ES) - RECUSADO, NAO POSTADO DUAS VEZES"
                      DELIMITED BY SIZE INTO WS-LINHA-EDIT
               PERFORM P590-ESCREVE-LINHA
           END-IF
           .

       P400-CONCILIA.
           PERFORM P590-ESCREVE-LINHA
           MOVE WS-TOT-LIDOS      TO WS-ED-QTD
           MOVE WS-TOT-VALOR-LIDO TO WS-ED-VALOR
           MOVE WS-TOT-POSTADOS   TO WS-ED-QTD3
           MOVE WS-TOT-REJEITADOS TO WS-ED-QTD4
           STRING "CICLOS CONCLUIDOS: " WS-QTD-CONCLUIDOS
                  "  ITENS: " WS-ED-QTD "  VALOR: " WS-ED-VALOR
                  "  POSTADOS: " WS-ED-QTD3
                  "  REJEITADOS: " WS-ED-QTD4
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           IF WS-QTD-INCOMPLETOS > ZEROS
               STRING "CICLOS INCOMPLETOS (ABENDARAM, NAO "
                      "REPROCESSADOS): " WS-QTD-INCOMPLETOS
                      DELIMITED BY SIZE INTO WS-LINHA-EDIT
               PERFORM P590-ESCREVE-LINHA
           END-IF
           IF WS-QTD-REPETIDOS > ZEROS
               STRING "ARQUIVOS REPETIDOS RECUSADOS: "
                      WS-QTD-REPETIDOS
                      DELIMITED BY SIZE INTO WS-LINHA-EDIT
               PERFORM P590-ESCREVE-LINHA
           END-IF
           PERFORM P590-ESCREVE-LINHA

           IF NOT TOTAL-BANCO-RECEBIDO
               STRING "TOTAL DIARIO DO BANCO (RETDIA.DAT) NAO "
                      "RECEBIDO - DIA NAO CONCILIADO."
                      DELIMITED BY SIZE INTO WS-LINHA-EDIT
               PERFORM P590-ESCREVE-LINHA
               ADD 1 TO WS-QTD-DIVERGENTES
               GO TO P400-RODAPE
           END-IF

           MOVE WS-BCO-QTD-ITENS TO WS-ED-QTD
           MOVE WS-BCO-VALOR     TO WS-ED-VALOR
           STRING "TOTAL DO BANCO: ARQUIVOS " WS-BCO-QTD-ARQUIVOS
                  "  ULTIMA SEQUENCIA " WS-BCO-ULT-SEQ
                  "  ITENS: " WS-ED-QTD "  VALOR: " WS-ED-VALOR
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA

      *>   TODA SEQUENCIA DE 1 ATE A ULTIMA DO BANCO TEM QUE TER UM
      *>   CICLO CONCLUIDO.
           PERFORM VARYING WS-SEQ FROM 1 BY 1
                   UNTIL WS-SEQ > WS-BCO-ULT-SEQ
               PERFORM P410-CONFERE-SEQUENCIA
           END-PERFORM
           IF WS-QTD-CONCLUIDOS NOT = WS-BCO-QTD-ARQUIVOS
               STRING "ARQUIVOS POSTADOS " WS-QTD-CONCLUIDOS
                      " DIFERE DOS ENVIADOS PELO BANCO "
                      WS-BCO-QTD-ARQUIVOS
                      DELIMITED BY SIZE INTO WS-LINHA-EDIT
               PERFORM P590-ESCREVE-LINHA
               ADD 1 TO WS-QTD-DIVERGENTES
           END-IF

           COMPUTE WS-DIF-ITENS = WS-TOT-LIDOS - WS-BCO-QTD-ITENS
           COMPUTE WS-DIF-VALOR = WS-TOT-VALOR-LIDO - WS-BCO-VALOR
           MOVE WS-DIF-ITENS TO WS-ED-DIF-QTD
           MOVE WS-DIF-VALOR TO WS-ED-DIF-VALOR
           STRING "DIFERENCA (CICLOS - BANCO): ITENS " WS-ED-DIF-QTD
                  "  VALOR " WS-ED-DIF-VALOR
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           IF WS-DIF-ITENS NOT = ZEROS OR WS-DIF-VALOR NOT = ZEROS
               ADD 1 TO WS-QTD-DIVERGENTES
           END-IF
           .
       P400-RODAPE.
           IF WS-QTD-DIVERGENTES = ZEROS AND WS-QTD-INCOMPLETOS = ZEROS
               STRING "SITUACAO DO DIA: CONCILIADO COM O BANCO."
                      DELIMITED BY SIZE INTO WS-LINHA-EDIT
           ELSE
               STRING "SITUACAO DO DIA: DIVERGENTE - CONFERIR COM O "
                      "BANCO ANTES DE FECHAR O CAIXA."
                      DELIMITED BY SIZE INTO WS-LINHA-EDIT
           END-IF
           DISPLAY WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           PERFORM P590-ESCREVE-LINHA
           STRING "FIM DO RELATORIO - PROGRAMA: " WS-RPT-PROGRAMA
                  "  PAGINA: " WS-RPT-PAGINA
                  "  TOTAL DE REGISTROS: " WS-RPT-TOTAL-REGISTROS
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           .
       P400-SAIDA.
           EXIT.

       P410-CONFERE-SEQUENCIA.
           MOVE ZEROS TO WS-ACHADO
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-SEQ
               IF WS-CIC-SEQUENCIA(WS-IDX) = WS-SEQ
                  AND WS-CIC-SITUACAO(WS-IDX) = "C"
                   MOVE WS-IDX TO WS-ACHADO
               END-IF
           END-PERFORM
           IF WS-ACHADO = ZEROS
               ADD 1 TO WS-QTD-FALTANTES
               ADD 1 TO WS-QTD-DIVERGENTES
               STRING "SEQUENCIA " WS-SEQ " DO BANCO NAO FOI POSTADA "
                      "- ARQUIVO NAO RECEBIDO OU CICLO INCOMPLETO"
                      DELIMITED BY SIZE INTO WS-LINHA-EDIT
               PERFORM P590-ESCREVE-LINHA
           END-IF
           .

       P590-ESCREVE-LINHA.
           MOVE WS-LINHA-EDIT TO RPT-LINHA
           WRITE RPT-LINHA
           MOVE SPACES TO WS-LINHA-EDIT
           .

       P750-GRAVA-RESUMO.
           OPEN EXTEND BAT-FILE
           IF WS-BAT-STATUS = "35"
               OPEN OUTPUT BAT-FILE
               CLOSE BAT-FILE
               OPEN EXTEND BAT-FILE
           END-IF
           MOVE "RETDIA"          TO BAT-PROGRAMA
           MOVE WS-DATA-HOJE      TO BAT-DATA
           MOVE WS-HORA-AGORA     TO BAT-HORA
           MOVE WS-QTD-SEQ        TO BAT-LIDOS
           MOVE WS-TOT-POSTADOS   TO BAT-PROCESSADOS
           MOVE WS-QTD-DIVERGENTES TO BAT-REJEITADOS
           WRITE BAT-REGISTRO
           CLOSE BAT-FILE
           .

       END PROGRAM retDia.

      ******************************************************************
      * Author:
      * Date:
      * Purpose: Pre-approved offer conversion report - for the offer
      *          batch of one month (OFERTA.DAT, ofertaLote), or all
      *          of them, counts the offers made and actually sent,
      *          the ones accepted into a simulation (ofertaAceita)
      *          and the ones that became a contract: a contract of
      *          the client in FINMAST.DAT, not cancelled, booked
      *          between the offer date and its validity - or, for
      *          an accepted offer, within the 30 days the simulation
      *          holds. Summary by score band and by channel, with
      *          the amounts offered and booked and the conversion
      *          rate, to OFERTA.RPT and the screen; the offer by
      *          offer detail is printed only in the file.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ofertaRpt.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OFT-FILE ASSIGN TO "OFERTA.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OFT-STATUS.

               SELECT FIN-FILE ASSIGN TO "FINMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FIN-CONTRATO
                   ALTERNATE RECORD KEY IS FIN-COD-CLIENTE
                       WITH DUPLICATES
                   FILE STATUS IS WS-FIN-STATUS.

               SELECT RPT-FILE ASSIGN TO "OFERTA.RPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OFT-FILE.
           COPY OFTFD.

       FD  FIN-FILE.
           COPY FINFD.

       FD  RPT-FILE.
       01  RPT-LINHA           PIC X(132).

       WORKING-STORAGE SECTION.
           COPY RPTHDR.

       01  WS-VARIAVEIS.
           03  WS-OFT-STATUS       PIC XX.
           03  WS-FIN-STATUS       PIC XX.
           03  WS-RPT-STATUS       PIC XX.
           03  WS-ARQ-EOF          PIC X.
               88  FIM-ARQUIVO        VALUE "S".
           03  WS-TABELA-CHEIA     PIC X VALUE "N".
               88  OFERTAS-TRANSBORDOU VALUE "S".
           03  WS-COMPETENCIA      PIC 9(6).
           03  WS-COMPETENCIA-QUEBRA REDEFINES WS-COMPETENCIA.
               05  WS-COMP-AAAA    PIC 9(4).
               05  WS-COMP-MES     PIC 9(2).
           03  WS-MES-OFERTA       PIC 9(6).
           03  WS-IDX              PIC 9(05).
           03  WS-GRP-IDX          PIC 9.
           03  WS-LINHA-GRUPO      PIC 9.
           03  WS-DATA-INTEIRA     PIC 9(08).
           03  WS-DT-LIMITE        PIC 9(8).
           03  WS-DT-ACEITE-LIM    PIC 9(8).
           03  WS-LINHA-EDIT       PIC X(132).

      *>   CONTRATO QUE CONVERTEU A OFERTA CORRENTE.
       01  WS-CONVERSAO.
           03  WS-CV-CONTRATO      PIC 9(06).
           03  WS-CV-DT-CONTRATO   PIC 9(8).
           03  WS-CV-VALOR         PIC 9(08)V99.

      *>   OFERTAS DO PERIODO, PARA O DETALHE.
       01  WS-QTD-OFERTAS          PIC 9(05) VALUE ZEROS.
       01  WS-TABELA-OFERTAS.
           03  WS-OFT-ITEM OCCURS 0 TO 20000 TIMES
                           DEPENDING ON WS-QTD-OFERTAS.
               05  WS-OFT-REGISTRO PIC X(96).
               05  WS-OFT-CONTRATO PIC 9(06).
               05  WS-OFT-DT-CONTRATO PIC 9(8).
               05  WS-OFT-VALOR-CTR PIC 9(08)V99.

      *>   LINHAS DO RESUMO: 1-2 FAIXA A E B, 3-6 CANAL (A, M, C,
      *>   N) E 7 O TOTAL. CADA OFERTA SOMA NA FAIXA, NO CANAL E
      *>   NO TOTAL.
       01  WS-TABELA-GRUPOS.
           03  WS-GRP-ITEM OCCURS 7 TIMES.
               05  WS-GRP-QTD      PIC 9(06).
               05  WS-GRP-ENVIADAS PIC 9(06).
               05  WS-GRP-ACEITAS  PIC 9(06).
               05  WS-GRP-CONTRATADAS PIC 9(06).
               05  WS-GRP-OFERTADO PIC 9(10)V99.
               05  WS-GRP-CONTRATADO PIC 9(10)V99.
       01  WS-NOMES-GRUPO.
           03  FILLER PIC X(20) VALUE "FAIXA A".
           03  FILLER PIC X(20) VALUE "FAIXA B".
           03  FILLER PIC X(20) VALUE "MENSAGEM E CARTA".
           03  FILLER PIC X(20) VALUE "SO MENSAGEM".
           03  FILLER PIC X(20) VALUE "SO CARTA".
           03  FILLER PIC X(20) VALUE "SEM ENVIO".
           03  FILLER PIC X(20) VALUE "TOTAL".
       01  WS-NOMES-TAB REDEFINES WS-NOMES-GRUPO.
           03  WS-NOME-GRUPO       PIC X(20) OCCURS 7 TIMES.

       01  WS-LINHA-GRUPO-ED.
           03  WS-LG-NOME          PIC X(20).
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LG-QTD           PIC ZZZZZ9.
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LG-ENVIADAS      PIC ZZZZZ9.
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LG-OFERTADO      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LG-ACEITAS       PIC ZZZZZ9.
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LG-CONTRATADAS   PIC ZZZZZ9.
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LG-CONTRATADO    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LG-PCT-CONV      PIC ZZ9,99.

       01  WS-PCT-CONV             PIC 9(03)V99.

       01  WS-LINHA-OFERTA.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  WS-LO-CODIGO        PIC 9(10).
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LO-COD-CLIENTE   PIC 9(05).
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LO-CLIENTE       PIC X(20).
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LO-FAIXA         PIC X(01).
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LO-CANAL         PIC X(01).
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LO-VALOR         PIC ZZZ.ZZ9,99.
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LO-PARCELAS      PIC ZZ9.
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LO-SITUACAO      PIC X(01).
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LO-SIMULACAO     PIC 9(06).
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LO-CONTRATO      PIC 9(06).
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LO-DT-CONTRATO   PIC 9(08).
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LO-VALOR-CTR     PIC ZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "MES DO LOTE DE OFERTAS (AAAAMM, 0 = TODOS): "
           ACCEPT WS-COMPETENCIA
           PERFORM UNTIL WS-COMPETENCIA = ZEROS
                      OR (WS-COMP-MES >= 1 AND WS-COMP-MES <= 12)
               DISPLAY "MES INVALIDO. INFORME NOVAMENTE "
                       "(AAAAMM, 0 = TODOS): "
               ACCEPT WS-COMPETENCIA
           END-PERFORM

           INITIALIZE WS-TABELA-GRUPOS
           PERFORM P100-CARREGA-OFERTAS THRU P100-SAIDA
           IF OFERTAS-TRANSBORDOU
               DISPLAY "MAIS DE 20000 OFERTAS NO PERIODO - "
                       "RELATORIO NAO GERADO."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM P500-IMPRIME-RELATORIO
           GOBACK.

       P100-CARREGA-OFERTAS.
           MOVE "N" TO WS-ARQ-EOF
           OPEN INPUT OFT-FILE
           IF WS-OFT-STATUS NOT = "00"
               DISPLAY "NENHUMA OFERTA EMITIDA (OFERTA.DAT)."
               GO TO P100-SAIDA
           END-IF
           OPEN INPUT FIN-FILE
           PERFORM P110-LE-OFERTA
           PERFORM UNTIL FIM-ARQUIVO OR OFERTAS-TRANSBORDOU
               COMPUTE WS-MES-OFERTA = OFT-DT-EMISSAO / 100
               IF WS-COMPETENCIA = ZEROS
                  OR WS-MES-OFERTA = WS-COMPETENCIA
                   PERFORM P200-ACUMULA-OFERTA
               END-IF
               PERFORM P110-LE-OFERTA
           END-PERFORM
           CLOSE OFT-FILE
           CLOSE FIN-FILE
           .
       P100-SAIDA.
           EXIT.

       P110-LE-OFERTA.
           READ OFT-FILE
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ
           .

       P200-ACUMULA-OFERTA.
           IF WS-QTD-OFERTAS = 20000
               SET OFERTAS-TRANSBORDOU TO TRUE
           ELSE
               PERFORM P300-BUSCA-CONTRATO
               ADD 1 TO WS-QTD-OFERTAS
               MOVE OFT-REGISTRO TO WS-OFT-REGISTRO(WS-QTD-OFERTAS)
               MOVE WS-CV-CONTRATO
                   TO WS-OFT-CONTRATO(WS-QTD-OFERTAS)
               MOVE WS-CV-DT-CONTRATO
                   TO WS-OFT-DT-CONTRATO(WS-QTD-OFERTAS)
               MOVE WS-CV-VALOR
                   TO WS-OFT-VALOR-CTR(WS-QTD-OFERTAS)
               IF OFT-FAIXA = "A"
                   MOVE 1 TO WS-GRP-IDX
               ELSE
                   MOVE 2 TO WS-GRP-IDX
               END-IF
               PERFORM P250-SOMA-GRUPO
               EVALUATE OFT-CANAL
                   WHEN "A"
                       MOVE 3 TO WS-GRP-IDX
                   WHEN "M"
                       MOVE 4 TO WS-GRP-IDX
                   WHEN "C"
                       MOVE 5 TO WS-GRP-IDX
                   WHEN OTHER
                       MOVE 6 TO WS-GRP-IDX
               END-EVALUATE
               PERFORM P250-SOMA-GRUPO
               MOVE 7 TO WS-GRP-IDX
               PERFORM P250-SOMA-GRUPO
           END-IF
           .

       P250-SOMA-GRUPO.
           ADD 1         TO WS-GRP-QTD(WS-GRP-IDX)
           ADD OFT-VALOR TO WS-GRP-OFERTADO(WS-GRP-IDX)
           IF NOT OFT-SEM-ENVIO
               ADD 1 TO WS-GRP-ENVIADAS(WS-GRP-IDX)
           END-IF
           IF OFT-ACEITA
               ADD 1 TO WS-GRP-ACEITAS(WS-GRP-IDX)
           END-IF
           IF WS-CV-CONTRATO NOT = ZEROS
               ADD 1 TO WS-GRP-CONTRATADAS(WS-GRP-IDX)
               ADD WS-CV-VALOR TO WS-GRP-CONTRATADO(WS-GRP-IDX)
           END-IF
           .

       P300-BUSCA-CONTRATO.
      *>   JANELA DA CONVERSAO: DA EMISSAO ATE A VALIDADE DA OFERTA
      *>   OU, SE ACEITA, ATE O FIM DA VALIDADE DA SIMULACAO (30
      *>   DIAS DO ACEITE). VALE O PRIMEIRO CONTRATO NAO CANCELADO
      *>   DO CLIENTE NA JANELA; O VALOR E O FINANCIADO.
           MOVE ZEROS TO WS-CONVERSAO
           MOVE OFT-DT-VALIDADE TO WS-DT-LIMITE
           IF OFT-ACEITA
               COMPUTE WS-DATA-INTEIRA =
                       FUNCTION INTEGER-OF-DATE(OFT-DT-ACEITE) + 30
               COMPUTE WS-DT-ACEITE-LIM =
                       FUNCTION DATE-OF-INTEGER(WS-DATA-INTEIRA)
               IF WS-DT-ACEITE-LIM > WS-DT-LIMITE
                   MOVE WS-DT-ACEITE-LIM TO WS-DT-LIMITE
               END-IF
           END-IF
           MOVE OFT-COD-CLIENTE TO FIN-COD-CLIENTE
           START FIN-FILE KEY IS EQUAL TO FIN-COD-CLIENTE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "00" TO WS-FIN-STATUS
                   PERFORM P310-LE-CONTRATO-CLIENTE
                           UNTIL WS-FIN-STATUS NOT = "00"
           END-START
           MOVE "00" TO WS-FIN-STATUS
           .

       P310-LE-CONTRATO-CLIENTE.
           READ FIN-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-FIN-STATUS
               NOT AT END
                   IF FIN-COD-CLIENTE = OFT-COD-CLIENTE
                       MOVE "00" TO WS-FIN-STATUS
                   ELSE
                       MOVE "10" TO WS-FIN-STATUS
                   END-IF
                   IF FIN-COD-CLIENTE = OFT-COD-CLIENTE
                      AND NOT FIN-CANCELADO
                      AND FIN-DT-CONTRATO >= OFT-DT-EMISSAO
                      AND FIN-DT-CONTRATO <= WS-DT-LIMITE
                      AND (WS-CV-CONTRATO = ZEROS
                           OR FIN-DT-CONTRATO < WS-CV-DT-CONTRATO)
                       MOVE FIN-CONTRATO    TO WS-CV-CONTRATO
                       MOVE FIN-DT-CONTRATO TO WS-CV-DT-CONTRATO
                       COMPUTE WS-CV-VALOR = FIN-VALOR - FIN-ENTRADA
                   END-IF
           END-READ
           .

       P500-IMPRIME-RELATORIO.
           MOVE "OFERTRPT" TO WS-RPT-PROGRAMA
           ACCEPT WS-RPT-DATA FROM DATE YYYYMMDD
           ACCEPT WS-RPT-HORA FROM TIME
           OPEN OUTPUT RPT-FILE
           MOVE SPACES TO WS-LINHA-EDIT
           STRING "PROGRAMA: " WS-RPT-PROGRAMA
                  "  DATA: " WS-RPT-DATA
                  "  HORA: " WS-RPT-HORA
                  "  PAGINA: " WS-RPT-PAGINA
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           IF WS-COMPETENCIA = ZEROS
               MOVE "OFERTAS DE CREDITO PRE-APROVADO - TODOS OS LOTES"
                   TO WS-LINHA-EDIT
           ELSE
               STRING "OFERTAS DE CREDITO PRE-APROVADO - LOTE DE "
                      WS-COMPETENCIA
                      DELIMITED BY SIZE INTO WS-LINHA-EDIT
           END-IF
           PERFORM P590-ESCREVE-LINHA
           STRING "CONTRATADA = CONTRATO DO CLIENTE ENTRE A EMISSAO E "
                  "A VALIDADE DA OFERTA (OU DA SIMULACAO, SE ACEITA). "
                  "CONV% = CONTRATADAS / OFERTAS."
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA

           PERFORM P590-ESCREVE-LINHA
           STRING "GRUPO                 OFERT ENVIAD    "
                  "VALOR OFERTADO ACEITA CONTRT  VALOR CONTRATADO "
                  " CONV%"
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           PERFORM VARYING WS-LINHA-GRUPO FROM 1 BY 1
                   UNTIL WS-LINHA-GRUPO > 7
               IF WS-LINHA-GRUPO = 3 OR WS-LINHA-GRUPO = 7
                   PERFORM P590-ESCREVE-LINHA
               END-IF
               PERFORM P530-IMPRIME-GRUPO
           END-PERFORM

      *>   DETALHE POR OFERTA - SO NO ARQUIVO.
           PERFORM P590-ESCREVE-LINHA
           STRING "OFERTAS (CANAL: A = MENSAGEM E CARTA, M = SO "
                  "MENSAGEM, C = SO CARTA, N = NENHUM; SIT: E = "
                  "EMITIDA, S = ACEITA)"
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P595-GRAVA-LINHA
           STRING "  CODIGO     CLIEN NOME                 F C "
                  "     VALOR PRZ S SIMUL  CTR    DATA    "
                  "    CONTRATADO"
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P595-GRAVA-LINHA
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-OFERTAS
               PERFORM P540-DETALHE-OFERTA
           END-PERFORM
           DISPLAY "DETALHE POR OFERTA GRAVADO SOMENTE EM OFERTA.RPT"

           PERFORM P590-ESCREVE-LINHA
           STRING "FIM DO RELATORIO - PROGRAMA: " WS-RPT-PROGRAMA
                  "  PAGINA: " WS-RPT-PAGINA
                  "  TOTAL DE REGISTROS: " WS-RPT-TOTAL-REGISTROS
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           CLOSE RPT-FILE
           DISPLAY "RELATORIO GRAVADO EM OFERTA.RPT"
           .

       P530-IMPRIME-GRUPO.
           MOVE WS-NOME-GRUPO(WS-LINHA-GRUPO)   TO WS-LG-NOME
           MOVE WS-GRP-QTD(WS-LINHA-GRUPO)      TO WS-LG-QTD
           MOVE WS-GRP-ENVIADAS(WS-LINHA-GRUPO) TO WS-LG-ENVIADAS
           MOVE WS-GRP-OFERTADO(WS-LINHA-GRUPO) TO WS-LG-OFERTADO
           MOVE WS-GRP-ACEITAS(WS-LINHA-GRUPO)  TO WS-LG-ACEITAS
           MOVE WS-GRP-CONTRATADAS(WS-LINHA-GRUPO)
               TO WS-LG-CONTRATADAS
           MOVE WS-GRP-CONTRATADO(WS-LINHA-GRUPO)
               TO WS-LG-CONTRATADO
           IF WS-GRP-QTD(WS-LINHA-GRUPO) = ZEROS
               MOVE ZEROS TO WS-PCT-CONV
           ELSE
               COMPUTE WS-PCT-CONV ROUNDED =
                       WS-GRP-CONTRATADAS(WS-LINHA-GRUPO) * 100
                       / WS-GRP-QTD(WS-LINHA-GRUPO)
           END-IF
           MOVE WS-PCT-CONV TO WS-LG-PCT-CONV
           MOVE WS-LINHA-GRUPO-ED TO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           .

       P540-DETALHE-OFERTA.
           MOVE WS-OFT-REGISTRO(WS-IDX) TO OFT-REGISTRO
           MOVE OFT-CODIGO              TO WS-LO-CODIGO
           MOVE OFT-COD-CLIENTE         TO WS-LO-COD-CLIENTE
           MOVE OFT-CLIENTE             TO WS-LO-CLIENTE
           MOVE OFT-FAIXA               TO WS-LO-FAIXA
           MOVE OFT-CANAL               TO WS-LO-CANAL
           MOVE OFT-VALOR               TO WS-LO-VALOR
           MOVE OFT-NUM-PARCELAS        TO WS-LO-PARCELAS
           MOVE OFT-SITUACAO            TO WS-LO-SITUACAO
           MOVE OFT-SIMULACAO           TO WS-LO-SIMULACAO
           MOVE WS-OFT-CONTRATO(WS-IDX)    TO WS-LO-CONTRATO
           MOVE WS-OFT-DT-CONTRATO(WS-IDX) TO WS-LO-DT-CONTRATO
           MOVE WS-OFT-VALOR-CTR(WS-IDX)   TO WS-LO-VALOR-CTR
           MOVE WS-LINHA-OFERTA TO WS-LINHA-EDIT
           PERFORM P595-GRAVA-LINHA
           ADD 1 TO WS-RPT-TOTAL-REGISTROS
           .

       P590-ESCREVE-LINHA.
           MOVE WS-LINHA-EDIT TO RPT-LINHA
           WRITE RPT-LINHA
           DISPLAY WS-LINHA-EDIT
           MOVE SPACES TO WS-LINHA-EDIT
           .

       P595-GRAVA-LINHA.
           MOVE WS-LINHA-EDIT TO RPT-LINHA
           WRITE RPT-LINHA
           MOVE SPACES TO WS-LINHA-EDIT
           .

       END PROGRAM ofertaRpt.

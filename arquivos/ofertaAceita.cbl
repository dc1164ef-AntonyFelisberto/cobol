      ******************************************************************
      * Author:
      * Date:
      * Purpose: Pre-approved offer acceptance - the client quotes
      *          the code on the message or letter of the monthly
      *          offer batch (ofertaLote); the code's check digit is
      *          verified, the offer must still be open and within
      *          its validity and the client free of credit
      *          restriction (BLACKLIST.DAT). The offered terms then
      *          become a simulation on SIMULA.DAT under the next
      *          SIMSEQ.DAT number, valid 30 days like the ones saved
      *          at the counter, so intake converts it into a
      *          contract (financing option 3) with the usual checks.
      *          The offer is stamped accepted with the simulation
      *          number for the conversion report (ofertaRpt).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ofertaAceita.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OFT-FILE ASSIGN TO "OFERTA.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OFT-STATUS.

               SELECT SIM-FILE ASSIGN TO "SIMULA.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SIM-STATUS.

               SELECT SIMSEQ-FILE ASSIGN TO "SIMSEQ.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SIMSEQ-STATUS.

               SELECT CRED-FILE ASSIGN TO "BLACKLIST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CRED-CODIGO
                   FILE STATUS IS WS-CRED-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OFT-FILE.
           COPY OFTFD.

       FD  SIM-FILE.
           COPY SIMFD.

       FD  SIMSEQ-FILE.
       01  SIMSEQ-REGISTRO.
           03  SIMSEQ-ULT-NUMERO   PIC 9(06).

       FD  CRED-FILE.
           COPY CREDFD.

       WORKING-STORAGE SECTION.
       01  WS-VARIAVEIS.
           03  WS-OFT-STATUS       PIC XX.
           03  WS-SIM-STATUS       PIC XX.
           03  WS-SIMSEQ-STATUS    PIC XX.
           03  WS-CRED-STATUS      PIC XX.
           03  WS-OFT-EOF          PIC X.
               88  FIM-OFERTAS        VALUE "S".
           03  WS-TABELA-CHEIA     PIC X VALUE "N".
               88  OFERTAS-TRANSBORDOU VALUE "S".
           03  WS-IDX              PIC 9(05).
           03  WS-ACHADA           PIC 9(05) VALUE ZEROS.
           03  WS-CONFIRMA         PIC X.
           03  WS-DATA-HOJE        PIC 9(8).
           03  WS-DATA-INTEIRA     PIC 9(08).
           03  WS-NUM-SIMULACAO    PIC 9(06).
           03  WS-VALOR-EDIT       PIC ZZZ.ZZ9,99.
           03  WS-PARCELA-EDIT     PIC ZZZ.ZZ9,99.

      *>   CODIGO DA OFERTA: AAMM DO LOTE + CLIENTE + DV MOD-10.
       01  WS-CODIGO-OFERTA.
           03  WS-CO-BASE.
               05  WS-CO-AAMM      PIC 9(04).
               05  WS-CO-CLIENTE   PIC 9(05).
           03  WS-CO-DIGITOS REDEFINES WS-CO-BASE.
               05  WS-CO-DIG       PIC 9 OCCURS 9 TIMES.
           03  WS-CO-DV            PIC 9.
       01  WS-CODIGO-OFERTA-N REDEFINES WS-CODIGO-OFERTA
                                   PIC 9(10).

       01  WS-CALCULO-DV.
           03  WS-DV-IDX           PIC 99.
           03  WS-DV-PESO          PIC 9.
           03  WS-DV-PRODUTO       PIC 99.
           03  WS-DV-SOMA          PIC 9(04).
           03  WS-DV-RESTO         PIC 99.
           03  WS-DV-RESULTADO     PIC 9.

       01  WS-QTD-OFERTAS          PIC 9(05) VALUE ZEROS.
       01  WS-TABELA-OFERTAS.
           03  WS-OFT-ITEM OCCURS 0 TO 20000 TIMES
                           DEPENDING ON WS-QTD-OFERTAS.
               05  WS-OFT-REGISTRO PIC X(96).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           DISPLAY "=============================================="
           DISPLAY "   ACEITE DE OFERTA DE CREDITO PRE-APROVADO"
           DISPLAY "=============================================="
           DISPLAY "CODIGO DA OFERTA: "
           ACCEPT WS-CODIGO-OFERTA-N
           PERFORM P100-LOCALIZA-OFERTA THRU P100-SAIDA
           IF WS-ACHADA = ZEROS
               GOBACK
           END-IF

           MOVE OFT-VALOR         TO WS-VALOR-EDIT
           MOVE OFT-VALOR-PARCELA TO WS-PARCELA-EDIT
           DISPLAY "CLIENTE " OFT-COD-CLIENTE " - " OFT-CLIENTE
           DISPLAY "VALOR " WS-VALOR-EDIT " EM " OFT-NUM-PARCELAS
                   " PARCELAS DE " WS-PARCELA-EDIT
                   "  TAXA " OFT-TAXA-JUROS
           DISPLAY "PRODUTO " OFT-COD-PRODUTO
                   "  OFERTA VALIDA ATE " OFT-DT-VALIDADE
           DISPLAY "O CLIENTE ACEITA A OFERTA? (S/N): "
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "ACEITE CANCELADO."
               GOBACK
           END-IF

           PERFORM P300-GRAVA-SIMULACAO
           PERFORM P400-MARCA-OFERTA

           DISPLAY "=============================================="
           DISPLAY "SIMULACAO GRAVADA SOB O NUMERO " WS-NUM-SIMULACAO
           DISPLAY "VALIDA ATE " SIM-DT-VALIDADE
                   " - CONVERTA NO FINANCIAMENTO, OPCAO 3."
           DISPLAY "=============================================="
           GOBACK.

       P100-LOCALIZA-OFERTA.
           MOVE ZEROS TO WS-ACHADA
           PERFORM P150-CALCULA-DV
           IF WS-DV-RESULTADO NOT = WS-CO-DV
               DISPLAY "CODIGO DE OFERTA INVALIDO (DIGITO "
                       "VERIFICADOR): " WS-CODIGO-OFERTA-N
               GO TO P100-SAIDA
           END-IF

           MOVE "N" TO WS-OFT-EOF
           OPEN INPUT OFT-FILE
           IF WS-OFT-STATUS NOT = "00"
               DISPLAY "NENHUMA OFERTA EMITIDA (OFERTA.DAT)."
               GO TO P100-SAIDA
           END-IF
           PERFORM P110-LE-OFERTA
           PERFORM UNTIL FIM-OFERTAS OR OFERTAS-TRANSBORDOU
               IF WS-QTD-OFERTAS = 20000
                   SET OFERTAS-TRANSBORDOU TO TRUE
               ELSE
                   ADD 1 TO WS-QTD-OFERTAS
                   MOVE OFT-REGISTRO
                       TO WS-OFT-REGISTRO(WS-QTD-OFERTAS)
                   IF OFT-CODIGO = WS-CODIGO-OFERTA-N
                       MOVE WS-QTD-OFERTAS TO WS-ACHADA
                   END-IF
                   PERFORM P110-LE-OFERTA
               END-IF
           END-PERFORM
           CLOSE OFT-FILE
      *>   REGRAVAR A PARTIR DE UMA TABELA CHEIA TRUNCARIA O
      *>   ARQUIVO - NESSE CASO NAO ACEITA NADA.
           IF OFERTAS-TRANSBORDOU
               DISPLAY "OFERTA.DAT EXCEDE A CAPACIDADE DE TRABALHO - "
                       "EXPURGUE OFERTAS ANTIGAS."
               MOVE ZEROS TO WS-ACHADA
               GO TO P100-SAIDA
           END-IF
           IF WS-ACHADA = ZEROS
               DISPLAY "OFERTA NAO ENCONTRADA: " WS-CODIGO-OFERTA-N
               GO TO P100-SAIDA
           END-IF

           MOVE WS-OFT-REGISTRO(WS-ACHADA) TO OFT-REGISTRO
           IF OFT-ACEITA
               DISPLAY "OFERTA JA ACEITA EM " OFT-DT-ACEITE
                       " - SIMULACAO " OFT-SIMULACAO
               MOVE ZEROS TO WS-ACHADA
               GO TO P100-SAIDA
           END-IF
           IF OFT-DT-VALIDADE < WS-DATA-HOJE
               DISPLAY "OFERTA VENCIDA EM " OFT-DT-VALIDADE
                       " - NAO PODE MAIS SER ACEITA."
               MOVE ZEROS TO WS-ACHADA
               GO TO P100-SAIDA
           END-IF

           OPEN INPUT CRED-FILE
           IF WS-CRED-STATUS = "00"
               MOVE OFT-COD-CLIENTE TO CRED-CODIGO
               READ CRED-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY "CLIENTE COM RESTRICAO DE CREDITO "
                               "DESDE A OFERTA: " CRED-MOTIVO
                       MOVE ZEROS TO WS-ACHADA
               END-READ
               CLOSE CRED-FILE
           END-IF
           .
       P100-SAIDA.
           EXIT.

       P110-LE-OFERTA.
           READ OFT-FILE
               AT END SET FIM-OFERTAS TO TRUE
           END-READ
           .

       P150-CALCULA-DV.
      *>   MOD-10 SOBRE OS NOVE PRIMEIROS DIGITOS, COMO NO ofertaLote.
           MOVE ZEROS TO WS-DV-SOMA
           MOVE 2     TO WS-DV-PESO
           PERFORM VARYING WS-DV-IDX FROM 9 BY -1
                   UNTIL WS-DV-IDX < 1
               COMPUTE WS-DV-PRODUTO =
                       WS-CO-DIG(WS-DV-IDX) * WS-DV-PESO
               IF WS-DV-PRODUTO > 9
                   SUBTRACT 9 FROM WS-DV-PRODUTO
               END-IF
               ADD WS-DV-PRODUTO TO WS-DV-SOMA
               IF WS-DV-PESO = 2
                   MOVE 1 TO WS-DV-PESO
               ELSE
                   MOVE 2 TO WS-DV-PESO
               END-IF
           END-PERFORM
           COMPUTE WS-DV-RESTO = FUNCTION MOD(WS-DV-SOMA, 10)
           IF WS-DV-RESTO = ZEROS
               MOVE ZEROS TO WS-DV-RESULTADO
           ELSE
               COMPUTE WS-DV-RESULTADO = 10 - WS-DV-RESTO
           END-IF
           .

       P300-GRAVA-SIMULACAO.
      *>   MESMA NUMERACAO E VALIDADE DA SIMULACAO DO BALCAO.
           MOVE ZEROS TO WS-NUM-SIMULACAO
           OPEN INPUT SIMSEQ-FILE
           IF WS-SIMSEQ-STATUS = "00"
               READ SIMSEQ-FILE
                   NOT AT END
                       MOVE SIMSEQ-ULT-NUMERO TO WS-NUM-SIMULACAO
               END-READ
               CLOSE SIMSEQ-FILE
           END-IF
           ADD 1 TO WS-NUM-SIMULACAO
           OPEN OUTPUT SIMSEQ-FILE
           MOVE WS-NUM-SIMULACAO TO SIMSEQ-ULT-NUMERO
           WRITE SIMSEQ-REGISTRO
           CLOSE SIMSEQ-FILE

           OPEN EXTEND SIM-FILE
           IF WS-SIM-STATUS = "35"
               OPEN OUTPUT SIM-FILE
               CLOSE SIM-FILE
               OPEN EXTEND SIM-FILE
           END-IF
           MOVE WS-NUM-SIMULACAO  TO SIM-NUMERO
           MOVE OFT-COD-CLIENTE   TO SIM-COD-CLIENTE
           MOVE OFT-CLIENTE       TO SIM-CLIENTE
           MOVE OFT-COD-PRODUTO   TO SIM-COD-PRODUTO
           MOVE "CREDITO PRE-APROVADO" TO SIM-OBJETO
           MOVE OFT-VALOR         TO SIM-VALOR
           MOVE ZEROS             TO SIM-ENTRADA
           MOVE ZEROS             TO SIM-VALOR-1A-PARCELA
           MOVE OFT-TAXA-JUROS    TO SIM-TAXA-JUROS
           MOVE OFT-NUM-PARCELAS  TO SIM-NUM-PARCELAS
           MOVE "P"               TO SIM-SISTEMA
           MOVE "BRL"             TO SIM-MOEDA
           MOVE ZEROS             TO SIM-CAMPANHA
           MOVE OFT-TAXA-JUROS    TO SIM-TAXA-TABELA
           COMPUTE WS-DATA-INTEIRA =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) + 30
           COMPUTE SIM-DT-VALIDADE =
                   FUNCTION DATE-OF-INTEGER(WS-DATA-INTEIRA)
           MOVE "P"               TO SIM-SITUACAO
           WRITE SIM-REGISTRO
           CLOSE SIM-FILE
           .

       P400-MARCA-OFERTA.
           MOVE "S"              TO OFT-SITUACAO
           MOVE WS-NUM-SIMULACAO TO OFT-SIMULACAO
           MOVE WS-DATA-HOJE     TO OFT-DT-ACEITE
           MOVE OFT-REGISTRO     TO WS-OFT-REGISTRO(WS-ACHADA)
           OPEN OUTPUT OFT-FILE
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-OFERTAS
               MOVE WS-OFT-REGISTRO(WS-IDX) TO OFT-REGISTRO
               WRITE OFT-REGISTRO
           END-PERFORM
           CLOSE OFT-FILE
           .

       END PROGRAM ofertaAceita.

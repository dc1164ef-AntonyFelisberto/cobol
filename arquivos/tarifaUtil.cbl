      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared service-fee routine - one place for the fee
      *          table (TARIFAS.DAT, TAVFD.cpy, kept by tarifaCad) and
      *          the fee items it raises (TARITEM.DAT, TITFD.cpy).
      *          The programs that give a client a service that
      *          costs us money (second-copy boleto, paper
      *          statement, due-day change, registration update,
      *          returned cheque) call it to raise the fee; the boleto
      *          asks it what the next slip must carry and the cheque
      *          desk settles its returned-cheque fee through it. The
      *          call area and the services are described in
      *          TAVLK.cpy. Without a fee in force for a service
      *          nothing is charged, so a service is free until the
      *          table says otherwise.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. tarifaUtil.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT TAV-FILE ASSIGN TO "TARIFAS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TAV-STATUS.

               SELECT TIT-FILE ASSIGN TO "TARITEM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TIT-STATUS.

               SELECT OPS-FILE ASSIGN TO "OPERSESS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TAV-FILE.
           COPY TAVFD.

       FD  TIT-FILE.
           COPY TITFD.

       FD  OPS-FILE.
           COPY OPSFD.

       WORKING-STORAGE SECTION.
       01  WS-VARIAVEIS.
           03  WS-TAV-STATUS       PIC XX.
           03  WS-TIT-STATUS       PIC XX.
           03  WS-OPS-STATUS       PIC XX.
           03  WS-TAV-EOF          PIC X.
               88  FIM-TABELA         VALUE "S".
           03  WS-TIT-EOF          PIC X.
               88  FIM-ITENS          VALUE "S".
           03  WS-DATA-HOJE        PIC 9(8).
           03  WS-MELHOR-INICIO    PIC 9(8).
           03  WS-VALOR-VIGENTE    PIC 9(04)V99.
           03  WS-LIMITE-VIGENTE   PIC 9(04)V99.
           03  WS-ACHOU-VIGENCIA   PIC X.
               88  VIGENCIA-ACHADA    VALUE "S".
           03  WS-ULTIMO-ID        PIC 9(08).
           03  WS-OPERADOR         PIC X(08).
           03  WS-IDX              PIC 9(05).
           03  WS-ACHOU-ITEM       PIC 9(05).
           03  WS-ITENS-TRANSBORDOU PIC X VALUE "N".
               88  ITENS-TRANSBORDOU  VALUE "S".

      *>   ITENS DE TARIFA CARREGADOS PARA A BAIXA NO BALCAO (B).
       01  WS-QTD-ITENS            PIC 9(05) VALUE ZEROS.
       01  WS-TABELA-ITENS.
           03  WS-TIT-IMAGEM       PIC X(72) OCCURS 0 TO 20000 TIMES
                                   DEPENDING ON WS-QTD-ITENS.

       LINKAGE SECTION.
           COPY TAVLK.

       PROCEDURE DIVISION USING TRU-PARAMETROS.
       MAIN-PROCEDURE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           SET TRU-SEM-TARIFA TO TRUE
           EVALUATE TRU-FUNCAO
               WHEN "V"
                   PERFORM P100-BUSCA-VIGENCIA
                   IF VIGENCIA-ACHADA AND WS-VALOR-VIGENTE > ZEROS
                       MOVE WS-VALOR-VIGENTE  TO TRU-VALOR
                       MOVE WS-LIMITE-VIGENTE TO TRU-LIMITE
                       SET TRU-OK TO TRUE
                   ELSE
                       MOVE ZEROS TO TRU-VALOR TRU-LIMITE
                   END-IF
               WHEN "L"
                   PERFORM P200-LANCA-ITEM
               WHEN "C"
                   PERFORM P300-TOTAL-PENDENTE
               WHEN "B"
                   PERFORM P400-BAIXA-BALCAO THRU P400-SAIDA
           END-EVALUATE
           GOBACK.

       P100-BUSCA-VIGENCIA.
      *>   MESMA REGRA DA TAXAMULT: VALE A LINHA DE INICIO MAIS
      *>   RECENTE QUE COBRE O DIA. A TARIFA NUNCA PASSA DO TETO
      *>   REGULATORIO DA PROPRIA VIGENCIA.
           MOVE "N"   TO WS-ACHOU-VIGENCIA
           MOVE ZEROS TO WS-MELHOR-INICIO WS-VALOR-VIGENTE
                         WS-LIMITE-VIGENTE
           MOVE "N"   TO WS-TAV-EOF
           OPEN INPUT TAV-FILE
           IF WS-TAV-STATUS = "00"
               PERFORM P110-LE-TABELA
               PERFORM UNTIL FIM-TABELA
                   IF TAV-SERVICO = TRU-SERVICO
                      AND TAV-DT-INICIO <= WS-DATA-HOJE
                      AND (TAV-DT-FIM = ZEROS
                           OR TAV-DT-FIM >= WS-DATA-HOJE)
                      AND TAV-DT-INICIO >= WS-MELHOR-INICIO
                       SET VIGENCIA-ACHADA TO TRUE
                       MOVE TAV-DT-INICIO TO WS-MELHOR-INICIO
                       MOVE TAV-VALOR     TO WS-VALOR-VIGENTE
                       MOVE TAV-LIMITE    TO WS-LIMITE-VIGENTE
                   END-IF
                   PERFORM P110-LE-TABELA
               END-PERFORM
               CLOSE TAV-FILE
           END-IF
           IF VIGENCIA-ACHADA
              AND WS-VALOR-VIGENTE > WS-LIMITE-VIGENTE
               MOVE WS-LIMITE-VIGENTE TO WS-VALOR-VIGENTE
           END-IF
           .

       P110-LE-TABELA.
           READ TAV-FILE
               AT END SET FIM-TABELA TO TRUE
           END-READ
           .

       P200-LANCA-ITEM.
           PERFORM P100-BUSCA-VIGENCIA
           IF TRU-VALOR = ZEROS
               MOVE WS-VALOR-VIGENTE TO TRU-VALOR
           END-IF
           IF VIGENCIA-ACHADA AND TRU-VALOR > WS-LIMITE-VIGENTE
               MOVE WS-LIMITE-VIGENTE TO TRU-VALOR
           END-IF
           IF TRU-VALOR > ZEROS
               MOVE TRU-OPERADOR TO WS-OPERADOR
               IF WS-OPERADOR = SPACES
                   PERFORM P045-LE-OPERADOR-SESSAO
               END-IF
               PERFORM P210-ULTIMO-ID
               OPEN EXTEND TIT-FILE
               IF WS-TIT-STATUS = "35"
                   OPEN OUTPUT TIT-FILE
                   CLOSE TIT-FILE
                   OPEN EXTEND TIT-FILE
               END-IF
               COMPUTE TIT-ID = WS-ULTIMO-ID + 1
               MOVE TRU-CONTRATO    TO TIT-CONTRATO
               MOVE TRU-COD-CLIENTE TO TIT-COD-CLIENTE
               MOVE TRU-SERVICO     TO TIT-SERVICO
               MOVE TRU-VALOR       TO TIT-VALOR
               MOVE WS-DATA-HOJE    TO TIT-DT-LANCAMENTO
               MOVE WS-OPERADOR     TO TIT-OPE-LANCAMENTO
               MOVE TRU-REFERENCIA  TO TIT-REFERENCIA
               SET TIT-PENDENTE     TO TRUE
               MOVE ZEROS           TO TIT-DT-BAIXA
               MOVE SPACES          TO TIT-OPE-BAIXA
               WRITE TIT-REGISTRO
               CLOSE TIT-FILE
               MOVE TIT-VALOR TO TRU-VALOR
               SET TRU-OK TO TRUE
           END-IF
           .

       P210-ULTIMO-ID.
           MOVE ZEROS TO WS-ULTIMO-ID
           MOVE "N"   TO WS-TIT-EOF
           OPEN INPUT TIT-FILE
           IF WS-TIT-STATUS = "00"
               PERFORM P220-LE-ITEM
               PERFORM UNTIL FIM-ITENS
                   IF TIT-ID > WS-ULTIMO-ID
                       MOVE TIT-ID TO WS-ULTIMO-ID
                   END-IF
                   PERFORM P220-LE-ITEM
               END-PERFORM
               CLOSE TIT-FILE
           END-IF
           .

       P220-LE-ITEM.
           READ TIT-FILE
               AT END SET FIM-ITENS TO TRUE
           END-READ
           .

       P300-TOTAL-PENDENTE.
      *>   O QUE O PROXIMO BOLETO LEVA: AS TARIFAS PENDENTES DO
      *>   CONTRATO E AS DO CLIENTE SEM CONTRATO. A DE CHEQUE
      *>   DEVOLVIDO FICA DE FORA - QUEM COBRA E A CUSTODIA.
           MOVE ZEROS TO TRU-VALOR
           MOVE "N"   TO WS-TIT-EOF
           OPEN INPUT TIT-FILE
           IF WS-TIT-STATUS = "00"
               PERFORM P220-LE-ITEM
               PERFORM UNTIL FIM-ITENS
                   IF TIT-PENDENTE
                      AND TIT-SERVICO NOT = "CD"
                      AND (TIT-CONTRATO = TRU-CONTRATO
                           OR (TIT-CONTRATO = ZEROS
                               AND TIT-COD-CLIENTE = TRU-COD-CLIENTE))
                       ADD TIT-VALOR TO TRU-VALOR
                   END-IF
                   PERFORM P220-LE-ITEM
               END-PERFORM
               CLOSE TIT-FILE
           END-IF
           IF TRU-VALOR > ZEROS
               SET TRU-OK TO TRUE
           END-IF
           .

       P400-BAIXA-BALCAO.
           MOVE TRU-OPERADOR TO WS-OPERADOR
           IF WS-OPERADOR = SPACES
               PERFORM P045-LE-OPERADOR-SESSAO
           END-IF
           MOVE ZEROS TO WS-QTD-ITENS WS-ACHOU-ITEM
           MOVE "N"   TO WS-TIT-EOF
           OPEN INPUT TIT-FILE
           IF WS-TIT-STATUS NOT = "00"
               GO TO P400-SAIDA
           END-IF
           PERFORM P220-LE-ITEM
           PERFORM UNTIL FIM-ITENS
               IF WS-QTD-ITENS = 20000
                   SET ITENS-TRANSBORDOU TO TRUE
                   SET FIM-ITENS TO TRUE
               ELSE
                   ADD 1 TO WS-QTD-ITENS
                   IF TIT-PENDENTE
                      AND TIT-CONTRATO = TRU-CONTRATO
                      AND TIT-REFERENCIA = TRU-REFERENCIA
                      AND WS-ACHOU-ITEM = ZEROS
                       SET TIT-PAGA-BALCAO TO TRUE
                       MOVE WS-DATA-HOJE TO TIT-DT-BAIXA
                       MOVE WS-OPERADOR  TO TIT-OPE-BAIXA
                       MOVE WS-QTD-ITENS TO WS-ACHOU-ITEM
                       MOVE TIT-VALOR    TO TRU-VALOR
                   END-IF
                   MOVE TIT-REGISTRO TO WS-TIT-IMAGEM(WS-QTD-ITENS)
                   PERFORM P220-LE-ITEM
               END-IF
           END-PERFORM
           CLOSE TIT-FILE
      *>   REGRAVAR A PARTIR DE UMA TABELA CHEIA TRUNCARIA O ARQUIVO.
           IF WS-ACHOU-ITEM = ZEROS OR ITENS-TRANSBORDOU
               GO TO P400-SAIDA
           END-IF
           OPEN OUTPUT TIT-FILE
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-ITENS
               MOVE WS-TIT-IMAGEM(WS-IDX) TO TIT-REGISTRO
               WRITE TIT-REGISTRO
           END-PERFORM
           CLOSE TIT-FILE
           SET TRU-OK TO TRUE
           .
       P400-SAIDA.
           EXIT.

       P045-LE-OPERADOR-SESSAO.
      *>   O OPERADOR ASSINADO NO MENU FICA EM OPERSESS.DAT; FORA
      *>   DO MENU O CARIMBO E DIRETO.
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

       END PROGRAM tarifaUtil.

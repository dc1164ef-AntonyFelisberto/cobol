      *          general mod-11 digit, so the teller at any branch can
      *          validate the line before taking the money instead of
      *          the client only being able to pay at our counter or
      *          through the remessa cycle. Each slip also carries the
      *          parcela's PIX charge (pixUtil): the txid and the BR
      *          Code "copia e cola" the client pastes in the bank's
      *          app, posted back by pixRet from the PIX credit file.
      *          On a parcela balao contract every slip shows the
      *          residual and the last one says it carries it.
      *          A second copy asked for by the client raises the
      *          2V service fee (tarifaUtil); the client's pending
      *          service fees (TARITEM.DAT) go on the slip of the
      *          first open parcela, on top of it - the surplus of
      *          that payment lands on CREDSALD.DAT and the nightly
      *          tarifaCob takes the fees from it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FIN-CONTRATO
                   ALTERNATE RECORD KEY IS FIN-COD-CLIENTE
                       WITH DUPLICATES
                   FILE STATUS IS WS-FIN-STATUS.

               SELECT PAG-FILE ASSIGN TO "PAGMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CAD-CODIGO
                   ALTERNATE RECORD KEY IS CAD-CPF-CNPJ
                       WITH DUPLICATES
                   FILE STATUS IS WS-CAD-STATUS.

               SELECT BOL-FILE ASSIGN TO "BOLETOS.TXT"

       WORKING-STORAGE SECTION.
           COPY PAGTOREC.
           COPY TAVLK.

       01  WS-VARIAVEIS.
           03  WS-FIN-STATUS       PIC XX.
           03  WS-CAD-STATUS       PIC XX.
           03  WS-BOL-STATUS       PIC XX.
           03  WS-CLIENTE          PIC X(20).
           03  WS-COD-CLIENTE      PIC 9(05).
           03  WS-QTD-CONTRATOS    PIC 999.
           03  WS-CONTRATO-ACHADO  PIC 9(06).
           03  WS-CONTRATO         PIC 9(06).
               05  WS-VC-MM        PIC 9(2).
               05  WS-VC-DD        PIC 9(2).
           03  WS-LINHA-EDIT       PIC X(80).
           03  WS-SEGUNDA-VIA      PIC X.
           03  WS-TARIFAS-PENDENTES PIC 9(06)V99 VALUE ZEROS.
           03  WS-TARIFA-EDIT      PIC ZZZ.ZZ9,99.
       77  WS-MES-TOTAL            PIC 9(6).

       01  WS-DT-CONTRATO-COPIA.
       01  WS-VALOR-CENTAVOS       PIC 9(10).
       01  WS-VALOR-EDIT           PIC ZZZ.ZZ9,99.

      *>   COBRANCA PIX DA PARCELA (pixUtil).
       01  WS-PXU-FUNCAO           PIC X(01) VALUE "M".
       01  WS-PXU-TXID             PIC X(25).
       01  WS-PXU-PAYLOAD          PIC X(200).
       01  WS-PXU-VALIDO           PIC X(01).
       01  WS-PXU-POS              PIC 999.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT FIN-FILE

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           DISPLAY "INFORME O CODIGO DO CLIENTE: "
           ACCEPT WS-COD-CLIENTE
           PERFORM P030-SELECIONA-CONTRATO

           MOVE FIN-CONTRATO TO PAG-CONTRATO
               PERFORM P900-FIM
           END-IF

           PERFORM P200-TARIFAS-AVULSAS

           PERFORM VARYING WS-IND FROM WS-PRIMEIRA-ABERTA BY 1
                   UNTIL WS-IND > FIN-NUM-PARCELAS
               PERFORM P300-IMPRIME-BOLETO
                   + FUNCTION INTEGER((WS-MES-TOTAL - 1) / 12)
           COMPUTE WS-VC-MM = FUNCTION MOD(WS-MES-TOTAL - 1, 12) + 1
           MOVE WS-CD-DD TO WS-VC-DD
           CALL "vencUtil" USING FIN-CONTRATO WS-IND
                                 WS-VC-AAAA WS-VC-MM WS-VC-DD
           CALL "dataUtil" USING WS-VC-AAAA WS-VC-MM WS-VC-DD
           CALL "diaUtil"  USING WS-VC-AAAA WS-VC-MM WS-VC-DD

           IF WS-IND = WS-PAG-ULT-PARCELA-PAGA + 1
               SUBTRACT WS-PAG-VALOR-PARCIAL-PAGO
                   FROM WS-VALOR-PENDENTE
               ADD WS-TARIFAS-PENDENTES TO WS-VALOR-PENDENTE
           END-IF

           PERFORM P400-MONTA-LINHA-DIGITAVEL
               MOVE WS-LINHA-EDIT TO BOL-LINHA
               WRITE BOL-LINHA
           END-IF
           IF WS-IND = WS-PRIMEIRA-ABERTA
              AND WS-TARIFAS-PENDENTES > ZEROS
               MOVE WS-TARIFAS-PENDENTES TO WS-TARIFA-EDIT
               MOVE SPACES TO WS-LINHA-EDIT
               STRING "  INCLUI TARIFAS AVULSAS DE "
                      WS-TARIFA-EDIT
                      DELIMITED BY SIZE INTO WS-LINHA-EDIT
               END-STRING
               MOVE WS-LINHA-EDIT TO BOL-LINHA
               WRITE BOL-LINHA
           END-IF
      *>   PARCELA BALAO: A ULTIMA PARCELA DIZ QUE TRAZ O RESIDUAL;
      *>   AS DEMAIS LEMBRAM O CLIENTE DO VALOR QUE VEM NO FIM.
           IF FIN-AMORT-BALAO
               MOVE SPACES TO WS-LINHA-EDIT
               IF WS-IND = FIN-NUM-PARCELAS
                   STRING "  PARCELA BALAO - INCLUI O RESIDUAL DE "
                          FIN-VALOR-RESIDUAL
                          DELIMITED BY SIZE INTO WS-LINHA-EDIT
                   END-STRING
               ELSE
                   STRING "  CONTRATO COM PARCELA BALAO DE "
                          FIN-VALOR-RESIDUAL
                          " NA PARCELA " FIN-NUM-PARCELAS
                          DELIMITED BY SIZE INTO WS-LINHA-EDIT
                   END-STRING
               END-IF
               MOVE WS-LINHA-EDIT TO BOL-LINHA
               WRITE BOL-LINHA
           END-IF
           MOVE SPACES TO WS-LINHA-EDIT
           STRING "LINHA DIGITAVEL: "  DELIMITED BY SIZE
                  WS-LD-CAMPO1         DELIMITED BY SIZE
           MOVE "PAGAVEL EM QUALQUER AGENCIA BANCARIA ATE O VENCIMENTO"
               TO BOL-LINHA
           WRITE BOL-LINHA
           PERFORM P310-IMPRIME-PIX
           MOVE ALL "=" TO BOL-LINHA
           WRITE BOL-LINHA

           ADD 1 TO WS-QTD-BOLETOS
           .

       P200-TARIFAS-AVULSAS.
      *>   SEGUNDA VIA PEDIDA PELO CLIENTE NO BALCAO E TARIFADA; A DO
      *>   PORTAL (portalBat) CONTINUA GRATUITA.
           DISPLAY "SEGUNDA VIA A PEDIDO DO CLIENTE? (S/N): "
           ACCEPT WS-SEGUNDA-VIA
           IF WS-SEGUNDA-VIA = "S" OR WS-SEGUNDA-VIA = "s"
               MOVE "L"                TO TRU-FUNCAO
               MOVE "2V"               TO TRU-SERVICO
               MOVE FIN-CONTRATO       TO TRU-CONTRATO
               MOVE FIN-COD-CLIENTE    TO TRU-COD-CLIENTE
               MOVE SPACES             TO TRU-OPERADOR
               MOVE SPACES             TO TRU-REFERENCIA
               STRING "PARCELA " WS-PRIMEIRA-ABERTA
                      DELIMITED BY SIZE INTO TRU-REFERENCIA
               MOVE ZEROS              TO TRU-VALOR
               CALL "tarifaUtil" USING TRU-PARAMETROS
               IF TRU-OK
                   MOVE TRU-VALOR TO WS-TARIFA-EDIT
                   DISPLAY "TARIFA DE SEGUNDA VIA LANCADA: "
                           WS-TARIFA-EDIT
               END-IF
           END-IF
      *>   AS TARIFAS PENDENTES DO CONTRATO E AS DO CLIENTE VAO NO
      *>   BOLETO DA PRIMEIRA PARCELA EM ABERTO.
           MOVE "C"                TO TRU-FUNCAO
           MOVE FIN-CONTRATO       TO TRU-CONTRATO
           MOVE FIN-COD-CLIENTE    TO TRU-COD-CLIENTE
           CALL "tarifaUtil" USING TRU-PARAMETROS
           MOVE TRU-VALOR TO WS-TARIFAS-PENDENTES
           .

       P310-IMPRIME-PIX.
           CALL "pixUtil" USING WS-PXU-FUNCAO FIN-CONTRATO WS-IND
                                WS-VALOR-PENDENTE WS-PXU-TXID
                                WS-PXU-PAYLOAD WS-PXU-VALIDO
           MOVE SPACES TO WS-LINHA-EDIT
           STRING "OU PAGUE COM PIX - TXID: " DELIMITED BY SIZE
                  WS-PXU-TXID                 DELIMITED BY SPACE
               INTO WS-LINHA-EDIT
           END-STRING
           MOVE WS-LINHA-EDIT TO BOL-LINHA
           WRITE BOL-LINHA
           MOVE "PIX COPIA E COLA:" TO BOL-LINHA
           WRITE BOL-LINHA
      *>   O PAYLOAD PASSA DE UMA LINHA: VAI EM PEDACOS DE 80.
           PERFORM VARYING WS-PXU-POS FROM 1 BY 80
                   UNTIL WS-PXU-POS > 200
               IF WS-PXU-PAYLOAD(WS-PXU-POS:) NOT = SPACES
                   MOVE WS-PXU-PAYLOAD(WS-PXU-POS:) TO BOL-LINHA
                   WRITE BOL-LINHA
               END-IF
           END-PERFORM
           .

       P400-MONTA-LINHA-DIGITAVEL.
      *>   CAMPO 1: CONTRATO + PARCELA + CODIGO DA MOEDA (986 = BRL,
      *>   840 = USD, 978 = EUR). CAMPO 2: VENCIMENTO SEM O DIGITO
       P030-SELECIONA-CONTRATO.
           MOVE ZEROS TO WS-QTD-CONTRATOS
           MOVE ZEROS TO WS-CONTRATO-ACHADO
      *>   OS CONTRATOS DO CLIENTE SAEM PELA CHAVE ALTERNATIVA DO
      *>   FINMAST (FIN-COD-CLIENTE).
           MOVE WS-COD-CLIENTE TO FIN-COD-CLIENTE
           START FIN-FILE KEY IS EQUAL TO FIN-COD-CLIENTE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
           END-START

           IF WS-QTD-CONTRATOS = ZEROS
               DISPLAY "CONTRATO NAO ENCONTRADO PARA: " WS-COD-CLIENTE
               PERFORM P900-FIM
           END-IF

                   DISPLAY "CONTRATO NAO ENCONTRADO: " WS-CONTRATO
                   PERFORM P900-FIM
           END-READ
           IF FIN-COD-CLIENTE NOT = WS-COD-CLIENTE
               DISPLAY "CONTRATO " WS-CONTRATO
                       " NAO PERTENCE AO CLIENTE INFORMADO."
               PERFORM P900-FIM
           END-IF
           MOVE FIN-CLIENTE TO WS-CLIENTE
           IF NOT FIN-ATIVO
               DISPLAY "CONTRATO " WS-CONTRATO " NAO ESTA ATIVO "
                       "(SITUACAO " FIN-SITUACAO ") - BOLETO NAO "
               AT END
                   MOVE "10" TO WS-FIN-STATUS
               NOT AT END
                   IF FIN-COD-CLIENTE = WS-COD-CLIENTE
                       MOVE "00" TO WS-FIN-STATUS
                   ELSE
                       MOVE "10" TO WS-FIN-STATUS
                   END-IF
                   IF FIN-COD-CLIENTE = WS-COD-CLIENTE
                       ADD 1 TO WS-QTD-CONTRATOS
                       MOVE FIN-CONTRATO TO WS-CONTRATO-ACHADO
                       DISPLAY "  CONTRATO " FIN-CONTRATO

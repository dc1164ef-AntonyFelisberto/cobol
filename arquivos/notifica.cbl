      *          client's name and telephone from CUSTMAST.DAT and
      *          writes the messaging bureau's semicolon-delimited
      *          layout to NOTIFICA.TXT with a TOTAL control record
      *          at the end. Contracts in legal hands, with an
      *          open sinistro, of a deceased client (obito) or under
      *          a collections hold (cobHold) are suppressed, and a
      *          client's message opt-out (CONSENT.DAT) holds the
      *          reminder with the suppression logged to COMAUDIT.LOG.
      *          Every message ends with the parcela's PIX charge
      *          (pixUtil): the txid and the BR Code "copia e cola",
      *          so the client can pay straight from the reminder.
      *          Pending registration-refresh requests
      *          (recadastramento, RECADCTL.DAT) go out in the same
      *          file as a RECADASTRO message carrying the deadline.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CAD-CODIGO
                   ALTERNATE RECORD KEY IS CAD-CPF-CNPJ
                       WITH DUPLICATES
                   FILE STATUS IS WS-CAD-STATUS.

               SELECT NOT-FILE ASSIGN TO "NOTIFICA.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AUD-STATUS.

               SELECT RCD-FILE ASSIGN TO "RECADCTL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RCD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PWK-FILE.
           COPY CADFD.

       FD  NOT-FILE.
       01  NOT-LINHA           PIC X(300).

       FD  SYSPARM-FILE.
           COPY SYSPARMF.
       FD  AUD-FILE.
       01  AUD-LINHA           PIC X(90).

       FD  RCD-FILE.
           COPY RCDFD.

       WORKING-STORAGE SECTION.
           COPY SYSPARM.
       01  WS-SYSPARM-STATUS   PIC XX VALUE SPACES.
           03  WS-OPT-IDX          PIC 9(03).
           03  WS-EM-JURIDICO      PIC X.
               88  CONTRATO-EM-JURIDICO VALUE "S".
           03  WS-DT-OBITO         PIC 9(8).
           03  WS-MOTIVO-BLOQUEIO  PIC X(02).
           03  WS-SEM-CONSENT      PIC X.
               88  MENSAGEM-VETADA    VALUE "S".
           03  WS-DIAS-AVISO-NEG   PIC S9(5).
           03  WS-TOT-EDIT         PIC 999999999999,99.
           03  WS-NOME-CLIENTE     PIC X(15).
           03  WS-TEL-CLIENTE      PIC X(09).
           03  WS-LINHA-MONTADA    PIC X(300).
           03  WS-LINHA-AUDIT      PIC X(90).
           03  WS-RCD-STATUS       PIC XX.
           03  WS-RCD-EOF          PIC X VALUE "N".
               88  FIM-PEDIDOS-RECAD  VALUE "S".
           03  WS-QTD-RECADASTRO   PIC 9(05) VALUE ZEROS.

      *>   PEDIDOS DE RECADASTRAMENTO (RECADCTL.DAT, recadast.cbl).
       01  WS-QTD-PEDIDOS          PIC 9(05) VALUE ZEROS.
       01  WS-PED-CHEIA            PIC X VALUE "N".
           88  PEDIDOS-TRANSBORDOU    VALUE "S".
       01  WS-TABELA-PEDIDOS.
           03  WS-PED-ITEM OCCURS 0 TO 20000 TIMES
                           DEPENDING ON WS-QTD-PEDIDOS.
               05  WS-PED-IMAGEM   PIC X(48).
       77  WS-PED-IDX              PIC 9(05).

      *>   COBRANCA PIX DA PARCELA AVISADA (pixUtil).
       01  WS-PXU-FUNCAO           PIC X(01) VALUE "M".
       01  WS-PXU-TXID             PIC X(25).
       01  WS-PXU-PAYLOAD          PIC X(200).
       01  WS-PXU-VALIDO           PIC X(01).

       01  WS-QTD-JURIDICO         PIC 9(04) VALUE ZEROS.
       01  WS-TABELA-JURIDICO.
           PERFORM P300-AVALIA-PARCELA
                   UNTIL FIM-POSICAO

           PERFORM P500-AVISOS-RECADASTRO THRU P500-SAIDA
           PERFORM P700-GRAVA-CONTROLE

           CLOSE PWK-FILE
           DISPLAY "AVISOS GERADOS PARA O BUREAU: " WS-QTD-AVISOS
           DISPLAY "AVISOS SUPRIMIDOS (OPT-OUT).: "
                   WS-QTD-SUPRIMIDOS
           DISPLAY "AVISOS DE RECADASTRAMENTO...: "
                   WS-QTD-RECADASTRO
           GOBACK.

       P050-LE-PARAMETROS-SISTEMA.
                   SET CONTRATO-EM-JURIDICO TO TRUE
               END-IF
           END-PERFORM
      *>   CONTRATO DE CLIENTE FALECIDO (obito.cbl) NAO RECEBE AVISO.
           CALL "obitoUtil" USING PWK-CONTRATO WS-DT-OBITO
           IF WS-DT-OBITO NOT = ZEROS
               SET CONTRATO-EM-JURIDICO TO TRUE
           END-IF
      *>   NEM O QUE ESTA SOB BLOQUEIO DE COBRANCA (cobHold).
           CALL "holdUtil" USING PWK-CONTRATO PWK-COD-CLIENTE
                                 WS-MOTIVO-BLOQUEIO
           IF WS-MOTIVO-BLOQUEIO NOT = SPACES
               SET CONTRATO-EM-JURIDICO TO TRUE
           END-IF
           .

       P350-VERIFICA-CONSENT.
           END-READ

           MOVE PWK-VALOR-PENDENTE TO WS-VALOR-EDIT
           CALL "pixUtil" USING WS-PXU-FUNCAO PWK-CONTRATO PWK-PARCELA
                                PWK-VALOR-PENDENTE WS-PXU-TXID
                                WS-PXU-PAYLOAD WS-PXU-VALIDO
           MOVE SPACES TO WS-LINHA-MONTADA
           STRING WS-NOME-CLIENTE      DELIMITED BY SIZE
                  ";"                  DELIMITED BY SIZE
                  PWK-DT-VENCIMENTO    DELIMITED BY SIZE
                  ";"                  DELIMITED BY SIZE
                  WS-VALOR-EDIT        DELIMITED BY SIZE
                  ";"                  DELIMITED BY SIZE
                  WS-PXU-TXID          DELIMITED BY SPACE
                  ";"                  DELIMITED BY SIZE
                  WS-PXU-PAYLOAD       DELIMITED BY SIZE
               INTO WS-LINHA-MONTADA
           END-STRING
           MOVE WS-LINHA-MONTADA TO NOT-LINHA
           ADD PWK-VALOR-PENDENTE  TO WS-TOT-AVISADO
           .

       P500-AVISOS-RECADASTRO.
      *>   PEDIDO DE RECADASTRAMENTO ABERTO PELA RODADA MENSAL
      *>   (recadast.cbl) GANHA UMA MENSAGEM, UMA VEZ SO. ELA VAI NO
      *>   MESMO LAYOUT DO BUREAU, SEM CONTRATO NEM VALOR, COM
      *>   "RECADASTRO" NO LUGAR DO TXID E O PRAZO NO VENCIMENTO.
           MOVE "N" TO WS-RCD-EOF
           OPEN INPUT RCD-FILE
           IF WS-RCD-STATUS NOT = "00"
               GO TO P500-SAIDA
           END-IF
           PERFORM P505-LE-PEDIDO
           PERFORM UNTIL FIM-PEDIDOS-RECAD OR PEDIDOS-TRANSBORDOU
               IF WS-QTD-PEDIDOS = 20000
                   SET PEDIDOS-TRANSBORDOU TO TRUE
               ELSE
                   ADD 1 TO WS-QTD-PEDIDOS
                   MOVE RCD-REGISTRO
                       TO WS-PED-IMAGEM(WS-QTD-PEDIDOS)
                   PERFORM P505-LE-PEDIDO
               END-IF
           END-PERFORM
           CLOSE RCD-FILE
           IF PEDIDOS-TRANSBORDOU
               DISPLAY "RECADCTL.DAT EXCEDE A CAPACIDADE DE "
                       "TRABALHO - AVISOS DE RECADASTRAMENTO NAO "
                       "GERADOS NESTA RODADA."
               GO TO P500-SAIDA
           END-IF

           PERFORM VARYING WS-PED-IDX FROM 1 BY 1
                   UNTIL WS-PED-IDX > WS-QTD-PEDIDOS
               MOVE WS-PED-IMAGEM(WS-PED-IDX) TO RCD-REGISTRO
               IF RCD-MENSAGEM-PENDENTE
                   PERFORM P510-AVISO-RECADASTRO
                   MOVE RCD-REGISTRO TO WS-PED-IMAGEM(WS-PED-IDX)
               END-IF
           END-PERFORM

           OPEN OUTPUT RCD-FILE
           PERFORM VARYING WS-PED-IDX FROM 1 BY 1
                   UNTIL WS-PED-IDX > WS-QTD-PEDIDOS
               MOVE WS-PED-IMAGEM(WS-PED-IDX) TO RCD-REGISTRO
               WRITE RCD-REGISTRO
           END-PERFORM
           CLOSE RCD-FILE
           .
       P500-SAIDA.
           EXIT.

       P505-LE-PEDIDO.
           READ RCD-FILE
               AT END SET FIM-PEDIDOS-RECAD TO TRUE
           END-READ
           .

       P510-AVISO-RECADASTRO.
           MOVE "N" TO WS-SEM-CONSENT
           PERFORM VARYING WS-OPT-IDX FROM 1 BY 1
                   UNTIL WS-OPT-IDX > WS-QTD-OPTOUT
               IF WS-OPT-CODIGO(WS-OPT-IDX) = RCD-COD-CLIENTE
                   SET MENSAGEM-VETADA TO TRUE
               END-IF
           END-PERFORM
      *>   COM OPT-OUT DE MENSAGEM O PEDIDO SEGUE SO PELA CARTA.
           IF MENSAGEM-VETADA
               SET RCD-MENSAGEM-SUPRIMIDA TO TRUE
               MOVE WS-DATA-HOJE TO RCD-DT-MENSAGEM
               ADD 1 TO WS-QTD-SUPRIMIDOS
               OPEN EXTEND AUD-FILE
               IF WS-AUD-STATUS = "35"
                   OPEN OUTPUT AUD-FILE
                   CLOSE AUD-FILE
                   OPEN EXTEND AUD-FILE
               END-IF
               MOVE SPACES TO WS-LINHA-AUDIT
               STRING WS-DATA-HOJE ";NOTIFICA;" RCD-COD-CLIENTE
                      ";RECADASTRO"
                      ";AVISO SUPRIMIDO POR OPT-OUT"
                      DELIMITED BY SIZE INTO WS-LINHA-AUDIT
               MOVE WS-LINHA-AUDIT TO AUD-LINHA
               WRITE AUD-LINHA
               CLOSE AUD-FILE
           ELSE
               MOVE RCD-COD-CLIENTE TO CAD-CODIGO
               READ CAD-FILE
                   INVALID KEY
                       MOVE SPACES TO WS-NOME-CLIENTE
                       MOVE SPACES TO WS-TEL-CLIENTE
                   NOT INVALID KEY
                       MOVE CAD-NOME TO WS-NOME-CLIENTE
                       MOVE CAD-TEL  TO WS-TEL-CLIENTE
               END-READ
      *>       SEM TELEFONE NAO HA COMO MANDAR - FICA PENDENTE.
               IF WS-TEL-CLIENTE NOT = SPACES
                   MOVE ZEROS TO WS-VALOR-EDIT
                   MOVE SPACES TO WS-LINHA-MONTADA
                   STRING WS-NOME-CLIENTE      DELIMITED BY SIZE
                          ";"                  DELIMITED BY SIZE
                          WS-TEL-CLIENTE       DELIMITED BY SIZE
                          ";000000;000;"       DELIMITED BY SIZE
                          RCD-DT-LIMITE        DELIMITED BY SIZE
                          ";"                  DELIMITED BY SIZE
                          WS-VALOR-EDIT        DELIMITED BY SIZE
                          ";RECADASTRO;"       DELIMITED BY SIZE
                          "ATUALIZE SEU CADASTRO EM UMA DE NOSSAS "
                                               DELIMITED BY SIZE
                          "LOJAS ATE A DATA INDICADA PARA MANTER "
                                               DELIMITED BY SIZE
                          "SEU CREDITO LIBERADO."
                                               DELIMITED BY SIZE
                       INTO WS-LINHA-MONTADA
                   END-STRING
                   MOVE WS-LINHA-MONTADA TO NOT-LINHA
                   WRITE NOT-LINHA
                   ADD 1 TO WS-QTD-AVISOS
                   ADD 1 TO WS-QTD-RECADASTRO
                   SET RCD-MENSAGEM-ENVIADA TO TRUE
                   MOVE WS-DATA-HOJE TO RCD-DT-MENSAGEM
               END-IF
           END-IF
           .

       P700-GRAVA-CONTROLE.
           MOVE WS-QTD-AVISOS  TO WS-QTD-EDIT
           MOVE WS-TOT-AVISADO TO WS-TOT-EDIT

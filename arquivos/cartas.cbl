      *          posWork.cbl) with the accrued multa/mora
      *          (TAXAMULT.DAT rates), appended to CARTAS.TXT. The
      *          stage already sent per contract lives in CARTACTL.DAT
      *          so nobody gets the same letter twice. Contracts of a
      *          deceased client (obito) or under a collections
      *          hold (cobHold) get no letter. Also prints the
      *          registration-refresh letter (recadastramento) for
      *          every request still pending on RECADCTL.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FIN-CONTRATO
                   ALTERNATE RECORD KEY IS FIN-COD-CLIENTE
                       WITH DUPLICATES
                   FILE STATUS IS WS-FIN-STATUS.

               SELECT PWK-FILE ASSIGN TO "POSWORK.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CAD-CODIGO
                   ALTERNATE RECORD KEY IS CAD-CPF-CNPJ
                       WITH DUPLICATES
                   FILE STATUS IS WS-CAD-STATUS.

               SELECT FRA-FILE ASSIGN TO "CARTFRAS.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AUD-STATUS.

               SELECT RCD-FILE ASSIGN TO "RECADCTL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RCD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIN-FILE.
       FD  AUD-FILE.
       01  AUD-LINHA           PIC X(90).

       FD  RCD-FILE.
           COPY RCDFD.

       WORKING-STORAGE SECTION.

       77  WS-TAXA-MULTA           PIC 9V9999 VALUE 0,0200.
           03  WS-JRD-IDX          PIC 9(04).
           03  WS-EM-JURIDICO      PIC X.
               88  CONTRATO-EM-JURIDICO VALUE "S".
           03  WS-DT-OBITO         PIC 9(8).
           03  WS-MOTIVO-BLOQUEIO  PIC X(02).
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

       01  WS-QTD-OPTOUT           PIC 9(03) VALUE ZEROS.
       01  WS-TABELA-OPTOUT.
           END-START

           PERFORM P800-REGRAVA-CONTROLE THRU P800-SAIDA
           PERFORM P900-CARTAS-RECADASTRO THRU P900-SAIDA

           CLOSE FIN-FILE
           CLOSE CAD-FILE
           CLOSE CAR-FILE

           DISPLAY "CARTAS DE COBRANCA GERADAS: " WS-QTD-CARTAS
           DISPLAY "CARTAS DE RECADASTRAMENTO.: " WS-QTD-RECADASTRO
           DISPLAY "CASOS NA LISTA DE TRABALHO: " WS-QTD-WORKLIST
           GOBACK.

                   SET CONTRATO-EM-JURIDICO TO TRUE
               END-IF
           END-PERFORM
      *>   CLIENTE FALECIDO: O CONTRATO ESTA CONGELADO (obito.cbl) E
      *>   A FAMILIA NAO RECEBE CARTA DE COBRANCA.
           CALL "obitoUtil" USING FIN-CONTRATO WS-DT-OBITO
           IF WS-DT-OBITO NOT = ZEROS
               SET CONTRATO-EM-JURIDICO TO TRUE
           END-IF
      *>   BLOQUEIO DE COBRANCA EM VIGOR (cobHold) TAMBEM SEGURA A
      *>   CARTA.
           CALL "holdUtil" USING FIN-CONTRATO FIN-COD-CLIENTE
                                 WS-MOTIVO-BLOQUEIO
           IF WS-MOTIVO-BLOQUEIO NOT = SPACES
               SET CONTRATO-EM-JURIDICO TO TRUE
           END-IF
           .

       P300-AVALIA-CONTRATO.
       P800-SAIDA.
           EXIT.

       P900-CARTAS-RECADASTRO.
      *>   PEDIDO DE RECADASTRAMENTO ABERTO PELA RODADA MENSAL
      *>   (recadast.cbl) GANHA UMA CARTA, UMA VEZ SO.
           MOVE "N" TO WS-RCD-EOF
           OPEN INPUT RCD-FILE
           IF WS-RCD-STATUS NOT = "00"
               GO TO P900-SAIDA
           END-IF
           PERFORM P905-LE-PEDIDO
           PERFORM UNTIL FIM-PEDIDOS-RECAD OR PEDIDOS-TRANSBORDOU
               IF WS-QTD-PEDIDOS = 20000
                   SET PEDIDOS-TRANSBORDOU TO TRUE
               ELSE
                   ADD 1 TO WS-QTD-PEDIDOS
                   MOVE RCD-REGISTRO
                       TO WS-PED-IMAGEM(WS-QTD-PEDIDOS)
                   PERFORM P905-LE-PEDIDO
               END-IF
           END-PERFORM
           CLOSE RCD-FILE
           IF PEDIDOS-TRANSBORDOU
               DISPLAY "RECADCTL.DAT EXCEDE A CAPACIDADE DE "
                       "TRABALHO - CARTAS DE RECADASTRAMENTO NAO "
                       "GERADAS NESTA RODADA."
               GO TO P900-SAIDA
           END-IF

           PERFORM VARYING WS-PED-IDX FROM 1 BY 1
                   UNTIL WS-PED-IDX > WS-QTD-PEDIDOS
               MOVE WS-PED-IMAGEM(WS-PED-IDX) TO RCD-REGISTRO
               IF RCD-CARTA-PENDENTE
                   PERFORM P910-CARTA-RECADASTRO THRU P910-SAIDA
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
       P900-SAIDA.
           EXIT.

       P905-LE-PEDIDO.
           READ RCD-FILE
               AT END SET FIM-PEDIDOS-RECAD TO TRUE
           END-READ
           .

       P910-CARTA-RECADASTRO.
           MOVE RCD-COD-CLIENTE TO CAD-CODIGO
           READ CAD-FILE
               INVALID KEY
      *>           CLIENTE SAIU DO CADASTRO - A PROXIMA RODADA MENSAL
      *>           BAIXA O PEDIDO.
                   GO TO P910-SAIDA
           END-READ
      *>   CORREIO DEVOLVIDO: A CARTA FICA PENDENTE E O CLIENTE VAI
      *>   PARA A LISTA DE TRABALHO ATE O ENDERECO SER CORRIGIDO.
           IF CAD-ENDERECO-DEVOLVIDO
               OPEN EXTEND WRK-FILE
               IF WS-WRK-STATUS = "35"
                   OPEN OUTPUT WRK-FILE
                   CLOSE WRK-FILE
                   OPEN EXTEND WRK-FILE
               END-IF
               MOVE SPACES TO WS-LINHA-EDIT
               STRING "CLIENTE " CAD-CODIGO
                      " " CAD-NOME
                      " TEL " CAD-TEL
                      " RECADASTRO - SEM ENDERECO VALIDO"
                      DELIMITED BY SIZE INTO WS-LINHA-EDIT
               MOVE WS-LINHA-EDIT TO WRK-LINHA
               WRITE WRK-LINHA
               CLOSE WRK-FILE
               ADD 1 TO WS-QTD-WORKLIST
               GO TO P910-SAIDA
           END-IF

           MOVE ALL "=" TO CAR-LINHA
           WRITE CAR-LINHA
           MOVE SPACES TO WS-LINHA-EDIT
           STRING "ATUALIZACAO CADASTRAL (RECADASTRAMENTO)  DATA: "
                  WS-DATA-HOJE
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           MOVE WS-LINHA-EDIT TO CAR-LINHA
           WRITE CAR-LINHA
           MOVE SPACES TO WS-LINHA-EDIT
           STRING "CLIENTE: " CAD-NOME "  TEL: " CAD-TEL
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           MOVE WS-LINHA-EDIT TO CAR-LINHA
           WRITE CAR-LINHA
           MOVE "SEUS DADOS CADASTRAIS PRECISAM SER CONFIRMADOS."
               TO CAR-LINHA
           WRITE CAR-LINHA
           MOVE "PROCURE UMA DE NOSSAS LOJAS PARA CONFIRMAR ENDERECO,"
               TO CAR-LINHA
           WRITE CAR-LINHA
           MOVE "TELEFONE, RENDA E EMPREGADOR (OU DADOS DA EMPRESA)."
               TO CAR-LINHA
           WRITE CAR-LINHA
           MOVE SPACES TO WS-LINHA-EDIT
           STRING "PRAZO PARA A ATUALIZACAO: " RCD-DT-LIMITE
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           MOVE WS-LINHA-EDIT TO CAR-LINHA
           WRITE CAR-LINHA
           MOVE "APOS O PRAZO NAO HAVERA NOVA CONCESSAO DE CREDITO."
               TO CAR-LINHA
           WRITE CAR-LINHA
           MOVE ALL "=" TO CAR-LINHA
           WRITE CAR-LINHA
           ADD 1 TO WS-QTD-RECADASTRO
           SET RCD-CARTA-EMITIDA TO TRUE
           MOVE WS-DATA-HOJE TO RCD-DT-CARTA

      *>   ATUALIZACAO CADASTRAL E EXIGENCIA REGULATORIA: SAI MESMO
      *>   COM OPT-OUT, COM O REGISTRO NA TRILHA.
           PERFORM VARYING WS-OPT-IDX FROM 1 BY 1
                   UNTIL WS-OPT-IDX > WS-QTD-OPTOUT
               IF WS-OPT-CODIGO(WS-OPT-IDX) = RCD-COD-CLIENTE
                   PERFORM P920-AUDITA-RECADASTRO
               END-IF
           END-PERFORM
           .
       P910-SAIDA.
           EXIT.

       P920-AUDITA-RECADASTRO.
           OPEN EXTEND AUD-FILE
           IF WS-AUD-STATUS = "35"
               OPEN OUTPUT AUD-FILE
               CLOSE AUD-FILE
               OPEN EXTEND AUD-FILE
           END-IF
           MOVE SPACES TO WS-LINHA-AUDIT
           STRING WS-DATA-HOJE ";CARTAS;" RCD-COD-CLIENTE
                  ";RECADASTRO"
                  ";ENVIADA APESAR DO OPT-OUT - EXIGENCIA CADASTRAL"
                  DELIMITED BY SIZE INTO WS-LINHA-AUDIT
           MOVE WS-LINHA-AUDIT TO AUD-LINHA
           WRITE AUD-LINHA
           CLOSE AUD-FILE
           .

       END PROGRAM cartas.

      *          the client's telephone (CUSTMAST.DAT) and the arrears
      *          total - so every case has an owner and the morning
      *          call list is ready before the collectors sit down.
      *          Contracts of a deceased client (obito) or under a
      *          collections hold (cobHold) are left out.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FIN-CONTRATO
                   ALTERNATE RECORD KEY IS FIN-COD-CLIENTE
                       WITH DUPLICATES
                   FILE STATUS IS WS-FIN-STATUS.

               SELECT CAD-FILE ASSIGN TO "CUSTMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CAD-CODIGO
                   ALTERNATE RECORD KEY IS CAD-CPF-CNPJ
                       WITH DUPLICATES
                   FILE STATUS IS WS-CAD-STATUS.

               SELECT OPE-FILE ASSIGN TO "OPERADOR.DAT"
               88  FIM-CARTEIRA       VALUE "S".
           03  WS-DATA-HOJE        PIC 9(8).
           03  WS-IDX              PIC 9(04).
           03  WS-DT-OBITO         PIC 9(8).
           03  WS-COD-CLIENTE      PIC 9(05) VALUE ZEROS.
           03  WS-MOTIVO-BLOQUEIO  PIC X(02).
           03  WS-IDX2             PIC 9(04).
           03  WS-COL-IDX          PIC 9(02).
           03  WS-MENOR-CARGA      PIC 9(04).
           .

       P220-ACUMULA-DEVEDOR.
      *>   CONTRATO DE CLIENTE FALECIDO ESTA CONGELADO (obito.cbl) -
      *>   SAI DA LISTA DE LIGACOES COMO SE O ATRASO TIVESSE CESSADO.
           CALL "obitoUtil" USING ENC-CONTRATO WS-DT-OBITO
           IF WS-DT-OBITO NOT = ZEROS
               GO TO P220-SAIDA
           END-IF
      *>   O MESMO PARA O CONTRATO SOB BLOQUEIO DE COBRANCA (cobHold).
           CALL "holdUtil" USING ENC-CONTRATO WS-COD-CLIENTE
                                 WS-MOTIVO-BLOQUEIO
           IF WS-MOTIVO-BLOQUEIO NOT = SPACES
               GO TO P220-SAIDA
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-DEVEDORES
               IF WS-DEV-CONTRATO(WS-IDX) = ENC-CONTRATO

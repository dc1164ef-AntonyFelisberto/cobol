      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared sanctions/PEP screening routine - checks one
      *          client against the restricted-persons lists
      *          (RESTRPES.DAT, by CPF/CNPJ and, for list entries
      *          without a tax ID, by name) and against the screening
      *          queue SANCFILA.DAT. A new hit is queued as pending;
      *          a client with a pending or confirmed row is on hold,
      *          and a hit compliance already cleared for that same
      *          list entry is not raised again. Customer maintenance,
      *          the loan intake and the nightly rescreen all call it,
      *          so the three of them apply one rule.
      *          LK-RESULTADO: N = livre, R = retido por caso ja
      *          aberto na fila, H = novo caso incluido na fila (also
      *          a hold). LK-MOTIVO carries the list and source.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. sancUtil.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT RPE-FILE ASSIGN TO "RESTRPES.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RPE-CHAVE
                   FILE STATUS IS WS-RPE-STATUS.

               SELECT SCR-FILE ASSIGN TO "SANCFILA.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SCR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RPE-FILE.
           COPY RPEFD.

       FD  SCR-FILE.
           COPY SCRFD.

       WORKING-STORAGE SECTION.
       01  WS-RPE-STATUS       PIC XX.
       01  WS-SCR-STATUS       PIC XX.
       01  WS-SCR-EOF          PIC X.
           88  FIM-FILA            VALUE "S".
       01  WS-ACHOU-LISTA      PIC X.
           88  ACHOU-NA-LISTA      VALUE "S".
       01  WS-CASO-ABERTO      PIC X.
           88  CASO-ABERTO         VALUE "S".
       01  WS-JA-LIBERADO      PIC X.
           88  HIT-JA-LIBERADO     VALUE "S".
       01  WS-TAM-NOME         PIC 99.
       01  WS-NOME-BUSCA       PIC X(30).
       01  WS-HIT-CHAVE.
           03  WS-HIT-CPF-CNPJ PIC 9(14).
           03  WS-HIT-NOME     PIC X(30).
       01  WS-HIT-TIPO         PIC X(01).
       01  WS-HIT-FONTE        PIC X(10).

       LINKAGE SECTION.
       01  LK-COD-CLIENTE      PIC 9(05).
       01  LK-CPF-CNPJ         PIC 9(14).
       01  LK-NOME             PIC X(20).
       01  LK-ORIGEM           PIC X(01).
       01  LK-OPERADOR         PIC X(08).
       01  LK-RESULTADO        PIC X(01).
       01  LK-MOTIVO           PIC X(30).

       PROCEDURE DIVISION USING LK-COD-CLIENTE LK-CPF-CNPJ LK-NOME
                                LK-ORIGEM LK-OPERADOR LK-RESULTADO
                                LK-MOTIVO.
       MAIN-PROCEDURE.
           MOVE "N"    TO LK-RESULTADO
           MOVE SPACES TO LK-MOTIVO

           PERFORM P100-PROCURA-LISTA THRU P100-SAIDA
           PERFORM P200-CONFERE-FILA THRU P200-SAIDA

           EVALUATE TRUE
               WHEN CASO-ABERTO
                   MOVE "R" TO LK-RESULTADO
                   IF LK-MOTIVO = SPACES
                       MOVE "CASO ABERTO NO COMPLIANCE" TO LK-MOTIVO
                   END-IF
               WHEN ACHOU-NA-LISTA AND NOT HIT-JA-LIBERADO
                   PERFORM P300-INCLUI-FILA
                   MOVE "H" TO LK-RESULTADO
               WHEN OTHER
                   MOVE "N" TO LK-RESULTADO
           END-EVALUATE
           GOBACK.

       P100-PROCURA-LISTA.
      *>   SEM A LISTA NAO HA TRIAGEM - O CASO ABERTO NA FILA AINDA
      *>   SEGURA O CLIENTE.
           MOVE "N" TO WS-ACHOU-LISTA
           OPEN INPUT RPE-FILE
           IF WS-RPE-STATUS NOT = "00"
               GO TO P100-SAIDA
           END-IF

           IF LK-CPF-CNPJ IS NUMERIC AND LK-CPF-CNPJ > ZEROS
               MOVE LK-CPF-CNPJ TO RPE-CPF-CNPJ
               MOVE LOW-VALUES  TO RPE-NOME
               START RPE-FILE KEY IS NOT LESS THAN RPE-CHAVE
                   INVALID KEY
                       MOVE "23" TO WS-RPE-STATUS
               END-START
               IF WS-RPE-STATUS = "00"
                   READ RPE-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF RPE-CPF-CNPJ = LK-CPF-CNPJ
                               PERFORM P150-GUARDA-HIT
                           END-IF
                   END-READ
               END-IF
           END-IF

      *>   ENTRADAS SEM DOCUMENTO CASAM PELO NOME: O CADASTRO GUARDA
      *>   O NOME TRUNCADO, ENTAO VALE O INICIO DO NOME DA LISTA.
           IF NOT ACHOU-NA-LISTA AND LK-NOME NOT = SPACES
               PERFORM VARYING WS-TAM-NOME FROM 20 BY -1
                       UNTIL WS-TAM-NOME = 1
                          OR LK-NOME(WS-TAM-NOME:1) NOT = SPACE
                   CONTINUE
               END-PERFORM
               MOVE SPACES TO WS-NOME-BUSCA
               MOVE LK-NOME(1:WS-TAM-NOME) TO WS-NOME-BUSCA
               MOVE ZEROS         TO RPE-CPF-CNPJ
               MOVE WS-NOME-BUSCA TO RPE-NOME
               START RPE-FILE KEY IS NOT LESS THAN RPE-CHAVE
                   INVALID KEY
                       MOVE "23" TO WS-RPE-STATUS
                   NOT INVALID KEY
                       MOVE "00" TO WS-RPE-STATUS
               END-START
               IF WS-RPE-STATUS = "00"
                   READ RPE-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF RPE-CPF-CNPJ = ZEROS
                              AND RPE-NOME(1:WS-TAM-NOME) =
                                  LK-NOME(1:WS-TAM-NOME)
                               PERFORM P150-GUARDA-HIT
                           END-IF
                   END-READ
               END-IF
           END-IF
           CLOSE RPE-FILE
           .
       P100-SAIDA.
           EXIT.

       P150-GUARDA-HIT.
           SET ACHOU-NA-LISTA TO TRUE
           MOVE RPE-CHAVE      TO WS-HIT-CHAVE
           MOVE RPE-TIPO-LISTA TO WS-HIT-TIPO
           MOVE RPE-FONTE      TO WS-HIT-FONTE
           IF RPE-PEP
               STRING "LISTA PEP - " DELIMITED BY SIZE
                      RPE-FONTE DELIMITED BY SIZE
                      INTO LK-MOTIVO
           ELSE
               STRING "LISTA DE SANCOES - " DELIMITED BY SIZE
                      RPE-FONTE DELIMITED BY SIZE
                      INTO LK-MOTIVO
           END-IF
           .

       P200-CONFERE-FILA.
           MOVE "N" TO WS-CASO-ABERTO
           MOVE "N" TO WS-JA-LIBERADO
           MOVE "N" TO WS-SCR-EOF
           OPEN INPUT SCR-FILE
           IF WS-SCR-STATUS NOT = "00"
               GO TO P200-SAIDA
           END-IF
           PERFORM P210-LE-FILA
           PERFORM UNTIL FIM-FILA
               IF SCR-COD-CLIENTE = LK-COD-CLIENTE
                   IF SCR-PENDENTE OR SCR-BLOQUEADO
                       SET CASO-ABERTO TO TRUE
                   END-IF
                   IF SCR-LIBERADO
                      AND ACHOU-NA-LISTA
                      AND SCR-LISTA-CHAVE = WS-HIT-CHAVE
                       SET HIT-JA-LIBERADO TO TRUE
                   END-IF
               END-IF
               PERFORM P210-LE-FILA
           END-PERFORM
           CLOSE SCR-FILE
           .
       P200-SAIDA.
           EXIT.

       P210-LE-FILA.
           READ SCR-FILE
               AT END SET FIM-FILA TO TRUE
           END-READ
           .

       P300-INCLUI-FILA.
           OPEN EXTEND SCR-FILE
           IF WS-SCR-STATUS = "35"
               OPEN OUTPUT SCR-FILE
               CLOSE SCR-FILE
               OPEN EXTEND SCR-FILE
           END-IF
           ACCEPT SCR-DATA FROM DATE YYYYMMDD
           MOVE LK-COD-CLIENTE TO SCR-COD-CLIENTE
           MOVE LK-NOME        TO SCR-CLIENTE
           MOVE LK-CPF-CNPJ    TO SCR-CPF-CNPJ
           MOVE LK-ORIGEM      TO SCR-ORIGEM
           MOVE WS-HIT-TIPO    TO SCR-TIPO-LISTA
           MOVE WS-HIT-CHAVE   TO SCR-LISTA-CHAVE
           MOVE WS-HIT-FONTE   TO SCR-FONTE
           MOVE LK-OPERADOR    TO SCR-OPERADOR
           MOVE "P"            TO SCR-SITUACAO
           MOVE SPACES         TO SCR-REVISOR
           MOVE ZEROS          TO SCR-DT-REVISAO
           MOVE SPACES         TO SCR-JUSTIFICATIVA
           WRITE SCR-REGISTRO
           CLOSE SCR-FILE
           .

       END PROGRAM sancUtil.

      ******************************************************************
      * Author:
      * Date:
      * Purpose: Restricted-persons screening review - the compliance
      *          screen over SANCFILA.DAT. A level-3 operator sees
      *          the clients held by a sanctions or PEP list hit and
      *          either releases the hit as a false positive (L, with
      *          justification - the same list entry is not raised
      *          again for that client) or confirms the block (B).
      *          A confirmed block can later be lifted the same way
      *          when the provider takes the person off the list.
      *          Until a row leaves P/B the intake refuses new
      *          contracts for the client.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. sancRev.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT SCR-FILE ASSIGN TO "SANCFILA.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SCR-STATUS.

               SELECT OPE-FILE ASSIGN TO "OPERADOR.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPE-STATUS.

               SELECT OPS-FILE ASSIGN TO "OPERSESS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCR-FILE.
           COPY SCRFD.

       FD  OPE-FILE.
           COPY OPEFD.

       FD  OPS-FILE.
           COPY OPSFD.

       WORKING-STORAGE SECTION.
       01  WS-VARIAVEIS.
           03  WS-SCR-STATUS       PIC XX.
           03  WS-OPE-STATUS       PIC XX.
           03  WS-OPS-STATUS       PIC XX.
           03  WS-SCR-EOF          PIC X.
               88  FIM-FILA           VALUE "S".
           03  WS-OPE-EOF          PIC X.
               88  FIM-OPERADORES     VALUE "S".
           03  WS-SCR-IDX          PIC 9(05).
           03  WS-SCR-CHEIA        PIC X VALUE "N".
               88  FILA-TRANSBORDOU   VALUE "S".
           03  WS-OPCAO            PIC 9.
           03  WS-ITEM             PIC 9(05).
           03  WS-DECISAO          PIC X.
           03  WS-JUSTIFICATIVA    PIC X(30).
           03  WS-DATA-HOJE        PIC 9(8).
           03  WS-OPERADOR-SESSAO  PIC X(08).
           03  WS-NIVEL-SESSAO     PIC 9.
           03  WS-REVISOR          PIC X(08).
           03  WS-SENHA-SUP        PIC X(08).
           03  WS-HASH-SUP         PIC 9(08).
           03  WS-SUP-VALIDO       PIC X.
               88  SUPERVISOR-VALIDO  VALUE "S".
           03  WS-QTD-ABERTOS      PIC 9(05).
           03  WS-ALTEROU          PIC X VALUE "N".
               88  FILA-ALTERADA      VALUE "S".

       01  WS-QTD-FILA             PIC 9(05) VALUE ZEROS.
       01  WS-TABELA-FILA.
           03  WS-SCR-ITEM OCCURS 0 TO 5000 TIMES
                           DEPENDING ON WS-QTD-FILA.
               05  WS-SCR-REG          PIC X(158).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM P045-LE-OPERADOR-SESSAO
           PERFORM P100-CARREGA-FILA

           DISPLAY "=============================================="
           DISPLAY "   TRIAGEM DE SANCOES / PEP - COMPLIANCE"
           DISPLAY "=============================================="
           DISPLAY "1 - LISTAR CLIENTES RETIDOS"
           DISPLAY "2 - LIBERAR / CONFIRMAR BLOQUEIO"
           DISPLAY "ESCOLHA UMA OPCAO: "
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM P200-LISTA-RETIDOS
               WHEN 2
                   PERFORM P300-DECIDE-CASO THRU P300-SAIDA
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE

           IF FILA-ALTERADA
               PERFORM P800-REGRAVA-FILA THRU P800-SAIDA
           END-IF
           GOBACK.

       P100-CARREGA-FILA.
           MOVE "N" TO WS-SCR-EOF
           OPEN INPUT SCR-FILE
           IF WS-SCR-STATUS = "00"
               PERFORM P110-LE-FILA
               PERFORM UNTIL FIM-FILA OR FILA-TRANSBORDOU
                   IF WS-QTD-FILA = 5000
                       SET FILA-TRANSBORDOU TO TRUE
                   ELSE
                       ADD 1 TO WS-QTD-FILA
                       MOVE SCR-REGISTRO TO WS-SCR-REG(WS-QTD-FILA)
                       PERFORM P110-LE-FILA
                   END-IF
               END-PERFORM
               CLOSE SCR-FILE
           END-IF
           IF FILA-TRANSBORDOU
               DISPLAY "FILA DE TRIAGEM ACIMA DE 5000 CASOS - O "
                       "ARQUIVO NAO SERA REGRAVADO NESTA SESSAO."
           END-IF
           .

       P110-LE-FILA.
           READ SCR-FILE
               AT END SET FIM-FILA TO TRUE
           END-READ
           .

       P200-LISTA-RETIDOS.
           MOVE ZEROS TO WS-QTD-ABERTOS
           DISPLAY "ITEM  DATA     CODIGO CLIENTE              L "
                   "FONTE      SIT NOME NA LISTA"
           PERFORM VARYING WS-SCR-IDX FROM 1 BY 1
                   UNTIL WS-SCR-IDX > WS-QTD-FILA
               MOVE WS-SCR-REG(WS-SCR-IDX) TO SCR-REGISTRO
               IF SCR-PENDENTE OR SCR-BLOQUEADO
                   ADD 1 TO WS-QTD-ABERTOS
                   DISPLAY WS-SCR-IDX " " SCR-DATA " "
                           SCR-COD-CLIENTE "  " SCR-CLIENTE " "
                           SCR-TIPO-LISTA " " SCR-FONTE " "
                           SCR-SITUACAO "   " SCR-LISTA-NOME
               END-IF
           END-PERFORM
           DISPLAY "L: S = SANCOES, P = PEP   SIT: P = PENDENTE, "
                   "B = BLOQUEIO CONFIRMADO"
           DISPLAY "CLIENTES RETIDOS: " WS-QTD-ABERTOS
           .

       P300-DECIDE-CASO.
           PERFORM P200-LISTA-RETIDOS
           IF WS-QTD-ABERTOS = ZEROS
               GO TO P300-SAIDA
           END-IF
           DISPLAY "NUMERO DO ITEM: "
           ACCEPT WS-ITEM
           IF WS-ITEM = ZEROS OR WS-ITEM > WS-QTD-FILA
               DISPLAY "ITEM INVALIDO."
               GO TO P300-SAIDA
           END-IF
           MOVE WS-SCR-REG(WS-ITEM) TO SCR-REGISTRO
           IF NOT SCR-PENDENTE AND NOT SCR-BLOQUEADO
               DISPLAY "ITEM NAO ESTA RETIDO."
               GO TO P300-SAIDA
           END-IF

           PERFORM P350-IDENTIFICA-REVISOR
           IF NOT SUPERVISOR-VALIDO
               DISPLAY "REVISOR INVALIDO OU SEM NIVEL 3 - "
                       "DECISAO NAO REGISTRADA."
               GO TO P300-SAIDA
           END-IF

           IF SCR-PENDENTE
               DISPLAY "L = LIBERAR (FALSO POSITIVO), "
                       "B = CONFIRMAR BLOQUEIO: "
           ELSE
               DISPLAY "L = LEVANTAR O BLOQUEIO CONFIRMADO: "
           END-IF
           ACCEPT WS-DECISAO
           EVALUATE TRUE
               WHEN WS-DECISAO = "L"
                   DISPLAY "JUSTIFICATIVA DA LIBERACAO: "
                   ACCEPT WS-JUSTIFICATIVA
                   IF WS-JUSTIFICATIVA = SPACES
                       DISPLAY "LIBERACAO EXIGE JUSTIFICATIVA - "
                               "NADA ALTERADO."
                       GO TO P300-SAIDA
                   END-IF
                   MOVE "L" TO SCR-SITUACAO
               WHEN WS-DECISAO = "B" AND SCR-PENDENTE
                   DISPLAY "OBSERVACAO (OPCIONAL): "
                   ACCEPT WS-JUSTIFICATIVA
                   MOVE "B" TO SCR-SITUACAO
               WHEN OTHER
                   DISPLAY "DECISAO INVALIDA - NADA ALTERADO."
                   GO TO P300-SAIDA
           END-EVALUATE
           MOVE WS-REVISOR       TO SCR-REVISOR
           MOVE WS-DATA-HOJE     TO SCR-DT-REVISAO
           MOVE WS-JUSTIFICATIVA TO SCR-JUSTIFICATIVA
           MOVE SCR-REGISTRO     TO WS-SCR-REG(WS-ITEM)
           SET FILA-ALTERADA TO TRUE
           IF SCR-LIBERADO
               DISPLAY "CLIENTE " SCR-COD-CLIENTE " LIBERADO."
           ELSE
               DISPLAY "BLOQUEIO CONFIRMADO PARA O CLIENTE "
                       SCR-COD-CLIENTE "."
           END-IF
           .
       P300-SAIDA.
           EXIT.

       P350-IDENTIFICA-REVISOR.
      *>   O OPERADOR NIVEL 3 ASSINADO NO MENU JA VALE COMO REVISOR;
      *>   FORA DO MENU A ASSINATURA E COLHIDA COM CODIGO E SENHA.
           IF WS-OPERADOR-SESSAO NOT = "DIRETO"
              AND WS-NIVEL-SESSAO >= 3
               MOVE WS-OPERADOR-SESSAO TO WS-REVISOR
               MOVE "S" TO WS-SUP-VALIDO
           ELSE
               DISPLAY "REVISOR DE COMPLIANCE (NIVEL 3): "
               ACCEPT WS-REVISOR
               DISPLAY "SENHA: "
               ACCEPT WS-SENHA-SUP
               PERFORM P370-VALIDA-NIVEL3
           END-IF
           .

       P370-VALIDA-NIVEL3.
           MOVE "N" TO WS-SUP-VALIDO
           MOVE "N" TO WS-OPE-EOF
           CALL "senhaUtil" USING WS-SENHA-SUP WS-HASH-SUP
           OPEN INPUT OPE-FILE
           IF WS-OPE-STATUS = "00"
               PERFORM P375-LE-OPERADOR
               PERFORM UNTIL FIM-OPERADORES
                   IF OPE-CODIGO = WS-REVISOR
                      AND OPE-NIVEL >= 3
                      AND ((OPE-SENHA-HASH IS NUMERIC
                            AND OPE-SENHA-HASH > ZEROS
                            AND WS-HASH-SUP = OPE-SENHA-HASH)
                        OR ((OPE-SENHA-HASH NOT NUMERIC
                             OR OPE-SENHA-HASH = ZEROS)
                            AND OPE-SENHA NOT = SPACES
                            AND OPE-SENHA = WS-SENHA-SUP))
                       SET SUPERVISOR-VALIDO TO TRUE
                   END-IF
                   PERFORM P375-LE-OPERADOR
               END-PERFORM
               CLOSE OPE-FILE
           END-IF
           .

       P375-LE-OPERADOR.
           READ OPE-FILE
               AT END SET FIM-OPERADORES TO TRUE
           END-READ
           .

       P800-REGRAVA-FILA.
           IF FILA-TRANSBORDOU
               GO TO P800-SAIDA
           END-IF
           OPEN OUTPUT SCR-FILE
           PERFORM VARYING WS-SCR-IDX FROM 1 BY 1
                   UNTIL WS-SCR-IDX > WS-QTD-FILA
               MOVE WS-SCR-REG(WS-SCR-IDX) TO SCR-REGISTRO
               WRITE SCR-REGISTRO
           END-PERFORM
           CLOSE SCR-FILE
           .
       P800-SAIDA.
           EXIT.

       P045-LE-OPERADOR-SESSAO.
           MOVE "DIRETO" TO WS-OPERADOR-SESSAO
           MOVE ZEROS    TO WS-NIVEL-SESSAO
           OPEN INPUT OPS-FILE
           IF WS-OPS-STATUS = "00"
               READ OPS-FILE
                   NOT AT END
                       MOVE OPS-OPERADOR TO WS-OPERADOR-SESSAO
                       MOVE OPS-NIVEL    TO WS-NIVEL-SESSAO
               END-READ
               CLOSE OPS-FILE
           END-IF
           .

       END PROGRAM sancRev.

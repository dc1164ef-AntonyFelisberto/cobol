      ******************************************************************
      * Author:
      * Date:
      * Purpose: Anti-money-laundering (PLD) compliance review - works
      *          the queue the nightly monitor (pldMon) fills in
      *          PLDFILA.DAT. A level-3 compliance operator confirms
      *          or discards each pending case (a discard needs a
      *          justification, and the cashier who took the money
      *          may not review a case from that drawer). Confirmed
      *          cases are written, as one numbered lot, to the
      *          regulator's communication layout COAF.DAT (header,
      *          one detail per case with the client's CPF/CNPJ from
      *          CUSTMAST.DAT, trailer with count and value),
      *          registered on MANIFEST.DAT like the other outbound
      *          interfaces, and stamped X (comunicada) on the queue.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. pldRev.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PLD-FILE ASSIGN TO "PLDFILA.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PLD-STATUS.

               SELECT COAF-FILE ASSIGN TO "COAF.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-COAF-STATUS.

               SELECT CAD-FILE ASSIGN TO "CUSTMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CAD-CODIGO
                   ALTERNATE RECORD KEY IS CAD-CPF-CNPJ
                       WITH DUPLICATES
                   FILE STATUS IS WS-CAD-STATUS.

               SELECT MAN-FILE ASSIGN TO "MANIFEST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MAN-STATUS.

               SELECT OPE-FILE ASSIGN TO "OPERADOR.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPE-STATUS.

               SELECT OPS-FILE ASSIGN TO "OPERSESS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PLD-FILE.
           COPY PLDFD.

       FD  COAF-FILE.
           COPY COAFFD.

       FD  CAD-FILE.
           COPY CADFD.

       FD  MAN-FILE.
           COPY MANFD.

       FD  OPE-FILE.
           COPY OPEFD.

       FD  OPS-FILE.
           COPY OPSFD.

       WORKING-STORAGE SECTION.
       01  WS-VARIAVEIS.
           03  WS-PLD-STATUS       PIC XX.
           03  WS-COAF-STATUS      PIC XX.
           03  WS-CAD-STATUS       PIC XX.
           03  WS-MAN-STATUS       PIC XX.
           03  WS-OPE-STATUS       PIC XX.
           03  WS-OPS-STATUS       PIC XX.
           03  WS-PLD-EOF          PIC X.
               88  FIM-FILA           VALUE "S".
           03  WS-OPE-EOF          PIC X.
               88  FIM-OPERADORES     VALUE "S".
           03  WS-PLD-IDX          PIC 9(05).
           03  WS-PLD-CHEIA        PIC X VALUE "N".
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
           03  WS-QTD-PENDENTES    PIC 9(05).
           03  WS-QTD-CONFIRMADAS  PIC 9(05).
           03  WS-ULT-LOTE         PIC 9(06) VALUE ZEROS.
           03  WS-REGISTROS        PIC 9(06).
           03  WS-VALOR            PIC 9(12)V99.
           03  WS-DESCRICAO        PIC X(30).
           03  WS-ALTEROU          PIC X VALUE "N".
               88  FILA-ALTERADA      VALUE "S".

       01  WS-QTD-FILA             PIC 9(05) VALUE ZEROS.
       01  WS-TABELA-FILA.
           03  WS-PLD-ITEM OCCURS 0 TO 5000 TIMES
                           DEPENDING ON WS-QTD-FILA.
               05  WS-PLD-REG          PIC X(138).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM P045-LE-OPERADOR-SESSAO
           PERFORM P100-CARREGA-FILA

           DISPLAY "=============================================="
           DISPLAY "   PLD - ANALISE DE OPERACOES SUSPEITAS"
           DISPLAY "=============================================="
           DISPLAY "1 - LISTAR CASOS PENDENTES"
           DISPLAY "2 - CONFIRMAR / DESCARTAR CASO"
           DISPLAY "3 - GERAR COMUNICACAO AO COAF"
           DISPLAY "ESCOLHA UMA OPCAO: "
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM P200-LISTA-PENDENTES
               WHEN 2
                   PERFORM P300-ANALISA-CASO THRU P300-SAIDA
               WHEN 3
                   PERFORM P500-GERA-COMUNICACAO THRU P500-SAIDA
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE

           IF FILA-ALTERADA
               PERFORM P800-REGRAVA-FILA THRU P800-SAIDA
           END-IF
           GOBACK.

       P100-CARREGA-FILA.
           MOVE "N" TO WS-PLD-EOF
           OPEN INPUT PLD-FILE
           IF WS-PLD-STATUS = "00"
               PERFORM P110-LE-FILA
               PERFORM UNTIL FIM-FILA OR FILA-TRANSBORDOU
                   IF WS-QTD-FILA = 5000
                       SET FILA-TRANSBORDOU TO TRUE
                   ELSE
                       ADD 1 TO WS-QTD-FILA
                       MOVE PLD-REGISTRO TO WS-PLD-REG(WS-QTD-FILA)
                       IF PLD-LOTE IS NUMERIC
                          AND PLD-LOTE > WS-ULT-LOTE
                           MOVE PLD-LOTE TO WS-ULT-LOTE
                       END-IF
                       PERFORM P110-LE-FILA
                   END-IF
               END-PERFORM
               CLOSE PLD-FILE
           END-IF
           IF FILA-TRANSBORDOU
               DISPLAY "FILA PLD ACIMA DE 5000 CASOS - O ARQUIVO NAO "
                       "SERA REGRAVADO NESTA SESSAO."
           END-IF
           .

       P110-LE-FILA.
           READ PLD-FILE
               AT END SET FIM-FILA TO TRUE
           END-READ
           .

       P200-LISTA-PENDENTES.
           MOVE ZEROS TO WS-QTD-PENDENTES
           DISPLAY "ITEM  PROTOC T CLIENTE              CONTRATO "
                   "DT-OPER  VALOR          QTD CAIXA"
           PERFORM VARYING WS-PLD-IDX FROM 1 BY 1
                   UNTIL WS-PLD-IDX > WS-QTD-FILA
               MOVE WS-PLD-REG(WS-PLD-IDX) TO PLD-REGISTRO
               IF PLD-PENDENTE
                   ADD 1 TO WS-QTD-PENDENTES
                   DISPLAY WS-PLD-IDX " " PLD-PROTOCOLO " "
                           PLD-TIPO " " PLD-CLIENTE " "
                           PLD-CONTRATO "   " PLD-DT-OPERACAO " "
                           PLD-VALOR " " PLD-QTD-OPERACOES " "
                           PLD-OPERADOR
               END-IF
           END-PERFORM
           DISPLAY "T: V = VALOR UNICO, F = FRACIONAMENTO, "
                   "Q = QUITACAO LOGO APOS A CONTRATACAO"
           DISPLAY "CASOS PENDENTES DE ANALISE: " WS-QTD-PENDENTES
           .

       P300-ANALISA-CASO.
           PERFORM P200-LISTA-PENDENTES
           IF WS-QTD-PENDENTES = ZEROS
               GO TO P300-SAIDA
           END-IF
           DISPLAY "NUMERO DO ITEM: "
           ACCEPT WS-ITEM
           IF WS-ITEM = ZEROS OR WS-ITEM > WS-QTD-FILA
               DISPLAY "ITEM INVALIDO."
               GO TO P300-SAIDA
           END-IF
           MOVE WS-PLD-REG(WS-ITEM) TO PLD-REGISTRO
           IF NOT PLD-PENDENTE
               DISPLAY "CASO NAO ESTA PENDENTE."
               GO TO P300-SAIDA
           END-IF

           PERFORM P350-IDENTIFICA-REVISOR
           IF NOT SUPERVISOR-VALIDO
               DISPLAY "REVISOR INVALIDO OU SEM NIVEL 3 - "
                       "ANALISE NAO REGISTRADA."
               GO TO P300-SAIDA
           END-IF
      *>   QUEM RECEBEU O DINHEIRO NAO ANALISA O PROPRIO CASO.
           IF WS-REVISOR = PLD-OPERADOR
               DISPLAY "O OPERADOR QUE RECEBEU NAO PODE ANALISAR "
                       "O PROPRIO CASO."
               GO TO P300-SAIDA
           END-IF

           DISPLAY "C = CONFIRMAR (COMUNICAR), D = DESCARTAR: "
           ACCEPT WS-DECISAO
           EVALUATE WS-DECISAO
               WHEN "C"
                   MOVE "C" TO PLD-SITUACAO
                   DISPLAY "OBSERVACAO (OPCIONAL): "
                   ACCEPT WS-JUSTIFICATIVA
               WHEN "D"
                   DISPLAY "JUSTIFICATIVA DO DESCARTE: "
                   ACCEPT WS-JUSTIFICATIVA
                   IF WS-JUSTIFICATIVA = SPACES
                       DISPLAY "DESCARTE EXIGE JUSTIFICATIVA - "
                               "NADA ALTERADO."
                       GO TO P300-SAIDA
                   END-IF
                   MOVE "D" TO PLD-SITUACAO
               WHEN OTHER
                   DISPLAY "DECISAO INVALIDA - NADA ALTERADO."
                   GO TO P300-SAIDA
           END-EVALUATE
           MOVE WS-REVISOR       TO PLD-REVISOR
           MOVE WS-DATA-HOJE     TO PLD-DT-REVISAO
           MOVE WS-JUSTIFICATIVA TO PLD-JUSTIFICATIVA
           MOVE PLD-REGISTRO     TO WS-PLD-REG(WS-ITEM)
           SET FILA-ALTERADA TO TRUE
           IF PLD-CONFIRMADA
               DISPLAY "CASO CONFIRMADO - SAI NA PROXIMA "
                       "COMUNICACAO AO COAF."
           ELSE
               DISPLAY "CASO DESCARTADO."
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

       P500-GERA-COMUNICACAO.
           IF FILA-TRANSBORDOU
               DISPLAY "FILA INCOMPLETA NA MEMORIA - COMUNICACAO NAO "
                       "GERADA."
               GO TO P500-SAIDA
           END-IF
           MOVE ZEROS TO WS-QTD-CONFIRMADAS
           PERFORM VARYING WS-PLD-IDX FROM 1 BY 1
                   UNTIL WS-PLD-IDX > WS-QTD-FILA
               MOVE WS-PLD-REG(WS-PLD-IDX) TO PLD-REGISTRO
               IF PLD-CONFIRMADA
                   ADD 1 TO WS-QTD-CONFIRMADAS
               END-IF
           END-PERFORM
           IF WS-QTD-CONFIRMADAS = ZEROS
               DISPLAY "NENHUM CASO CONFIRMADO A COMUNICAR."
               GO TO P500-SAIDA
           END-IF

           PERFORM P350-IDENTIFICA-REVISOR
           IF NOT SUPERVISOR-VALIDO
               DISPLAY "REVISOR INVALIDO OU SEM NIVEL 3 - "
                       "COMUNICACAO NAO GERADA."
               GO TO P500-SAIDA
           END-IF

           OPEN INPUT CAD-FILE
           OPEN OUTPUT COAF-FILE
           ADD 1 TO WS-ULT-LOTE
           MOVE ZEROS TO WS-REGISTROS
           MOVE ZEROS TO WS-VALOR

           MOVE SPACES         TO COAF-REGISTRO
           MOVE "H"            TO COAF-TIPO
           MOVE WS-DATA-HOJE   TO COAF-DT-GERACAO
           MOVE WS-ULT-LOTE    TO COAF-LOTE
           MOVE "FINANCIADORA" TO COAF-INSTITUICAO
           WRITE COAF-REGISTRO

           PERFORM VARYING WS-PLD-IDX FROM 1 BY 1
                   UNTIL WS-PLD-IDX > WS-QTD-FILA
               MOVE WS-PLD-REG(WS-PLD-IDX) TO PLD-REGISTRO
               IF PLD-CONFIRMADA
                   PERFORM P510-GRAVA-OCORRENCIA
               END-IF
           END-PERFORM

           MOVE SPACES         TO COAF-REGISTRO
           MOVE "T"            TO COAF-TIPO
           MOVE WS-REGISTROS   TO COAF-QTD-REGISTROS
           MOVE WS-VALOR       TO COAF-VALOR-TOTAL
           WRITE COAF-REGISTRO
           CLOSE COAF-FILE
           IF WS-CAD-STATUS = "00"
               CLOSE CAD-FILE
           END-IF

           SET FILA-ALTERADA TO TRUE
           PERFORM P550-GRAVA-MANIFESTO
           DISPLAY "COMUNICACAO COAF LOTE " WS-ULT-LOTE " GERADA: "
                   WS-REGISTROS " CASO(S)  " WS-VALOR
           .
       P500-SAIDA.
           EXIT.

       P510-GRAVA-OCORRENCIA.
           MOVE SPACES             TO COAF-REGISTRO
           MOVE "D"                TO COAF-TIPO
           MOVE PLD-PROTOCOLO      TO COAF-PROTOCOLO
           MOVE "F"                TO COAF-TIPO-PESSOA
           MOVE ZEROS              TO COAF-CPF-CNPJ
           MOVE PLD-CLIENTE        TO COAF-NOME
           MOVE PLD-COD-CLIENTE    TO CAD-CODIGO
           READ CAD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CAD-PESSOA-JURIDICA
                       MOVE "J" TO COAF-TIPO-PESSOA
                   END-IF
                   IF CAD-CPF-CNPJ IS NUMERIC
                       MOVE CAD-CPF-CNPJ TO COAF-CPF-CNPJ
                   END-IF
           END-READ
           MOVE PLD-CONTRATO       TO COAF-CONTRATO
           MOVE PLD-TIPO           TO COAF-OCORRENCIA
           EVALUATE TRUE
               WHEN PLD-VALOR-UNICO
                   MOVE "ESPECIE ACIMA DO LIMITE"   TO WS-DESCRICAO
               WHEN PLD-FRACIONAMENTO
                   MOVE "FRACIONAMENTO EM ESPECIE"  TO WS-DESCRICAO
               WHEN OTHER
                   MOVE "QUITACAO LOGO APOS CONTRATO" TO WS-DESCRICAO
           END-EVALUATE
           MOVE WS-DESCRICAO       TO COAF-DESCRICAO
           MOVE PLD-DT-OPERACAO    TO COAF-DT-OPERACAO
           MOVE PLD-VALOR          TO COAF-VALOR
           MOVE PLD-QTD-OPERACOES  TO COAF-QTD-OPERACOES
           WRITE COAF-REGISTRO
           ADD 1 TO WS-REGISTROS
           ADD PLD-VALOR TO WS-VALOR

           MOVE "X"                TO PLD-SITUACAO
           MOVE WS-DATA-HOJE       TO PLD-DT-COMUNICACAO
           MOVE WS-ULT-LOTE        TO PLD-LOTE
           MOVE PLD-REGISTRO       TO WS-PLD-REG(WS-PLD-IDX)
           .

       P550-GRAVA-MANIFESTO.
           OPEN EXTEND MAN-FILE
           IF WS-MAN-STATUS = "35"
               OPEN OUTPUT MAN-FILE
               CLOSE MAN-FILE
               OPEN EXTEND MAN-FILE
           END-IF
           MOVE "COAF.DAT"   TO MAN-ARQUIVO
           MOVE WS-DATA-HOJE TO MAN-DATA
           ACCEPT MAN-HORA FROM TIME
           MOVE WS-REGISTROS TO MAN-REGISTROS
           MOVE WS-VALOR     TO MAN-VALOR
           COMPUTE MAN-CHECKSUM =
                   FUNCTION MOD(WS-REGISTROS * 1000
                                + WS-VALOR, 999999999)
           MOVE "G"          TO MAN-SITUACAO
           MOVE ZEROS        TO MAN-CONF-REGISTROS
           MOVE ZEROS        TO MAN-CONF-VALOR
           MOVE WS-REVISOR   TO MAN-OPERADOR
           WRITE MAN-REGISTRO
           CLOSE MAN-FILE
           .

       P800-REGRAVA-FILA.
           IF FILA-TRANSBORDOU
               GO TO P800-SAIDA
           END-IF
           OPEN OUTPUT PLD-FILE
           PERFORM VARYING WS-PLD-IDX FROM 1 BY 1
                   UNTIL WS-PLD-IDX > WS-QTD-FILA
               MOVE WS-PLD-REG(WS-PLD-IDX) TO PLD-REGISTRO
               WRITE PLD-REGISTRO
           END-PERFORM
           CLOSE PLD-FILE
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

       END PROGRAM pldRev.

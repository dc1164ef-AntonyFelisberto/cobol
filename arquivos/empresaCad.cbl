      ******************************************************************
      * Author:
      * Date:
      * Purpose: Register of the group's financing companies
      *          (EMPRESA.DAT) - code, razao social, CNPJ and the
      *          contract-number range each company books inside, so
      *          the number alone tells which company owns a
      *          contract. 01 is the original company and must be the
      *          first one registered, with a range starting at 1 so
      *          every contract already on the books stays its own; a
      *          later company gets a range above every number
      *          already issued. Ranges never overlap. A range can be
      *          widened and a company deactivated (no new contracts,
      *          not offered at sign-on) without losing its history.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. empresaCad.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT EMP-FILE ASSIGN TO "EMPRESA.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-EMP-STATUS.

               SELECT SEQ-FILE ASSIGN TO "CONTSEQ.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SEQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMP-FILE.
           COPY EMPFD.

       FD  SEQ-FILE.
           COPY CTRSEQ.

       WORKING-STORAGE SECTION.
       01  WS-VARIAVEIS.
           03  WS-EMP-STATUS   PIC XX.
           03  WS-SEQ-STATUS   PIC XX.
           03  WS-OPCAO        PIC 9.
           03  WS-EOF          PIC X VALUE "N".
               88  FIM-DO-ARQUIVO  VALUE "S".
           03  WS-SEQ-EOF      PIC X VALUE "N".
               88  FIM-SEQUENCIAS  VALUE "S".
           03  WS-QTD-EMPRESAS PIC 9(03) VALUE ZEROS.
           03  WS-EMP-IDX      PIC 9(03).
           03  WS-EMP-ACHADA   PIC 9(03).
           03  WS-CODIGO-PROC  PIC 9(02).
           03  WS-TIPO-PESSOA  PIC X(01) VALUE "J".
           03  WS-CNPJ-VALIDO  PIC X(01).
           03  WS-MAIOR-EMITIDO PIC 9(06).
           03  WS-ULTIMO-EMPRESA PIC 9(06).
           03  WS-SEQ-EMPRESA  PIC 9(02).
           03  WS-NOVO-FIM     PIC 9(06).
           03  WS-NOVA-SITUACAO PIC X(01).
           03  WS-FAIXA-OK     PIC X(01).
               88  FAIXA-VALIDA    VALUE "S".

      *>   EMPRESA.DAT E LINE SEQUENTIAL: A ALTERACAO CARREGA O
      *>   ARQUIVO, ALTERA NA TABELA E REGRAVA.
       01  WS-TABELA-EMPRESAS.
           03  WS-TAB-EMP-REG  PIC X(59) OCCURS 99 TIMES.

       01  WS-EMPRESA-NOVA.
           03  WS-NOVA-CODIGO  PIC 9(02).
           03  WS-NOVA-INICIO  PIC 9(06).
           03  WS-NOVA-FIM     PIC 9(06).
           03  WS-NOVA-RAZAO   PIC X(30).
           03  WS-NOVA-CNPJ    PIC 9(14).

           COPY EMPLK.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "1 - INCLUIR EMPRESA"
           DISPLAY "2 - LISTAR EMPRESAS"
           DISPLAY "3 - AMPLIAR FAIXA / ATIVAR OU INATIVAR EMPRESA"
           DISPLAY "ESCOLHA UMA OPCAO: "
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM P100-INCLUI-EMPRESA
                       THRU P100-SAIDA
               WHEN 2
                   PERFORM P200-LISTA-EMPRESAS
               WHEN 3
                   PERFORM P300-ALTERA-EMPRESA
                       THRU P300-SAIDA
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE

           GOBACK.

       P100-INCLUI-EMPRESA.
           PERFORM P500-CARREGA-EMPRESAS
           PERFORM P600-MAIOR-EMITIDO
           IF WS-QTD-EMPRESAS = 99
               DISPLAY "CADASTRO DE EMPRESAS CHEIO."
               GO TO P100-SAIDA
           END-IF

           DISPLAY "CODIGO DA EMPRESA (01-99): "
           ACCEPT WS-NOVA-CODIGO
           IF WS-NOVA-CODIGO = ZEROS
               DISPLAY "CODIGO INVALIDO."
               GO TO P100-SAIDA
           END-IF
           IF WS-QTD-EMPRESAS = ZEROS AND WS-NOVA-CODIGO NOT = 1
               DISPLAY "A PRIMEIRA EMPRESA CADASTRADA E A 01 - A "
                       "EMPRESA ORIGINAL, DONA DOS CONTRATOS JA "
                       "EMITIDOS."
               GO TO P100-SAIDA
           END-IF
           MOVE WS-NOVA-CODIGO TO WS-CODIGO-PROC
           PERFORM P510-PROCURA-EMPRESA
           IF WS-EMP-ACHADA NOT = ZEROS
               DISPLAY "EMPRESA JA CADASTRADA."
               GO TO P100-SAIDA
           END-IF

           DISPLAY "RAZAO SOCIAL: "
           ACCEPT WS-NOVA-RAZAO
           DISPLAY "CNPJ (14 DIGITOS): "
           ACCEPT WS-NOVA-CNPJ
           CALL "cpfUtil" USING WS-TIPO-PESSOA WS-NOVA-CNPJ
                                WS-CNPJ-VALIDO
           IF WS-CNPJ-VALIDO NOT = "S"
               DISPLAY "CNPJ INVALIDO - EMPRESA NAO INCLUIDA."
               GO TO P100-SAIDA
           END-IF

           DISPLAY "PRIMEIRO NUMERO DE CONTRATO DA FAIXA: "
           ACCEPT WS-NOVA-INICIO
           DISPLAY "ULTIMO NUMERO DE CONTRATO DA FAIXA: "
           ACCEPT WS-NOVA-FIM
           PERFORM P700-VALIDA-FAIXA
           IF NOT FAIXA-VALIDA
               GO TO P100-SAIDA
           END-IF
      *>   A 01 COMECA EM 1 PARA COBRIR OS CONTRATOS JA EMITIDOS; AS
      *>   DEMAIS NAO PODEM CONTER NENHUM NUMERO JA EMITIDO.
           IF WS-NOVA-CODIGO = 1
               IF WS-NOVA-INICIO NOT = 1
                  OR WS-NOVA-FIM < WS-MAIOR-EMITIDO
                   DISPLAY "A FAIXA DA 01 COMECA EM 000001 E COBRE O "
                           "ULTIMO CONTRATO EMITIDO ("
                           WS-MAIOR-EMITIDO ")."
                   GO TO P100-SAIDA
               END-IF
           ELSE
               IF WS-NOVA-INICIO <= WS-MAIOR-EMITIDO
                   DISPLAY "A FAIXA TEM DE COMECAR ACIMA DO ULTIMO "
                           "CONTRATO EMITIDO (" WS-MAIOR-EMITIDO ")."
                   GO TO P100-SAIDA
               END-IF
           END-IF

           MOVE SPACES         TO EMP-REGISTRO
           MOVE WS-NOVA-CODIGO TO EMP-CODIGO
           MOVE WS-NOVA-RAZAO  TO EMP-RAZAO-SOCIAL
           MOVE WS-NOVA-CNPJ   TO EMP-CNPJ
           MOVE WS-NOVA-INICIO TO EMP-CTR-INICIO
           MOVE WS-NOVA-FIM    TO EMP-CTR-FIM
           MOVE "A"            TO EMP-SITUACAO
           OPEN EXTEND EMP-FILE
           IF WS-EMP-STATUS = "35"
               OPEN OUTPUT EMP-FILE
               CLOSE EMP-FILE
               OPEN EXTEND EMP-FILE
           END-IF
           WRITE EMP-REGISTRO
           CLOSE EMP-FILE
           PERFORM P800-AVISA-EMPUTIL
           DISPLAY "EMPRESA " EMP-CODIGO " REGISTRADA - CONTRATOS "
                   EMP-CTR-INICIO " A " EMP-CTR-FIM "."
           .
       P100-SAIDA.
           EXIT.

       P200-LISTA-EMPRESAS.
           PERFORM P500-CARREGA-EMPRESAS
           IF WS-QTD-EMPRESAS = ZEROS
               DISPLAY "NENHUMA EMPRESA CADASTRADA - O SISTEMA RODA "
                       "COMO EMPRESA UNICA 01."
           ELSE
               DISPLAY "EMP RAZAO SOCIAL                   CNPJ"
                       "           FAIXA         ULTIMO S"
               PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                       UNTIL WS-EMP-IDX > WS-QTD-EMPRESAS
                   MOVE WS-TAB-EMP-REG(WS-EMP-IDX) TO EMP-REGISTRO
                   PERFORM P610-ULTIMO-DA-EMPRESA
                   DISPLAY EMP-CODIGO "  " EMP-RAZAO-SOCIAL " "
                           EMP-CNPJ " " EMP-CTR-INICIO "-"
                           EMP-CTR-FIM " " WS-ULTIMO-EMPRESA " "
                           EMP-SITUACAO
               END-PERFORM
               DISPLAY "TOTAL DE EMPRESAS: " WS-QTD-EMPRESAS
           END-IF
           .

       P300-ALTERA-EMPRESA.
           PERFORM P500-CARREGA-EMPRESAS
           DISPLAY "CODIGO DA EMPRESA: "
           ACCEPT WS-CODIGO-PROC
           PERFORM P510-PROCURA-EMPRESA
           IF WS-EMP-ACHADA = ZEROS
               DISPLAY "EMPRESA NAO CADASTRADA."
               GO TO P300-SAIDA
           END-IF
           MOVE WS-TAB-EMP-REG(WS-EMP-ACHADA) TO EMP-REGISTRO
           PERFORM P610-ULTIMO-DA-EMPRESA
           DISPLAY "FAIXA ATUAL: " EMP-CTR-INICIO " A " EMP-CTR-FIM
                   " - ULTIMO EMITIDO: " WS-ULTIMO-EMPRESA
           DISPLAY "NOVO FIM DA FAIXA (0 = MANTEM): "
           ACCEPT WS-NOVO-FIM
           DISPLAY "SITUACAO (A = ATIVA, I = INATIVA): "
           ACCEPT WS-NOVA-SITUACAO
           IF WS-NOVA-SITUACAO NOT = "A" AND WS-NOVA-SITUACAO NOT = "I"
               DISPLAY "SITUACAO INVALIDA - NADA ALTERADO."
               GO TO P300-SAIDA
           END-IF

           IF WS-NOVO-FIM NOT = ZEROS
               IF WS-NOVO-FIM < WS-ULTIMO-EMPRESA
                   DISPLAY "O FIM DA FAIXA NAO PODE FICAR ABAIXO DO "
                           "ULTIMO CONTRATO EMITIDO."
                   GO TO P300-SAIDA
               END-IF
               MOVE EMP-CODIGO     TO WS-NOVA-CODIGO
               MOVE EMP-CTR-INICIO TO WS-NOVA-INICIO
               MOVE WS-NOVO-FIM    TO WS-NOVA-FIM
               PERFORM P700-VALIDA-FAIXA
               IF NOT FAIXA-VALIDA
                   GO TO P300-SAIDA
               END-IF
               MOVE WS-TAB-EMP-REG(WS-EMP-ACHADA) TO EMP-REGISTRO
               MOVE WS-NOVO-FIM TO EMP-CTR-FIM
           END-IF
           MOVE WS-NOVA-SITUACAO TO EMP-SITUACAO
           MOVE EMP-REGISTRO TO WS-TAB-EMP-REG(WS-EMP-ACHADA)

           OPEN OUTPUT EMP-FILE
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                   UNTIL WS-EMP-IDX > WS-QTD-EMPRESAS
               MOVE WS-TAB-EMP-REG(WS-EMP-IDX) TO EMP-REGISTRO
               WRITE EMP-REGISTRO
           END-PERFORM
           CLOSE EMP-FILE
           PERFORM P800-AVISA-EMPUTIL
           DISPLAY "EMPRESA " WS-CODIGO-PROC " ALTERADA."
           .
       P300-SAIDA.
           EXIT.

       P500-CARREGA-EMPRESAS.
           MOVE ZEROS TO WS-QTD-EMPRESAS
           MOVE "N"   TO WS-EOF
           OPEN INPUT EMP-FILE
           IF WS-EMP-STATUS = "00"
               PERFORM P520-LE-EMPRESA
               PERFORM UNTIL FIM-DO-ARQUIVO OR WS-QTD-EMPRESAS = 99
                   ADD 1 TO WS-QTD-EMPRESAS
                   MOVE EMP-REGISTRO
                       TO WS-TAB-EMP-REG(WS-QTD-EMPRESAS)
                   PERFORM P520-LE-EMPRESA
               END-PERFORM
               CLOSE EMP-FILE
           END-IF
           .

       P510-PROCURA-EMPRESA.
           MOVE ZEROS TO WS-EMP-ACHADA
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                   UNTIL WS-EMP-IDX > WS-QTD-EMPRESAS
               MOVE WS-TAB-EMP-REG(WS-EMP-IDX) TO EMP-REGISTRO
               IF EMP-CODIGO = WS-CODIGO-PROC
                   MOVE WS-EMP-IDX TO WS-EMP-ACHADA
               END-IF
           END-PERFORM
           .

       P520-LE-EMPRESA.
           READ EMP-FILE
               AT END SET FIM-DO-ARQUIVO TO TRUE
           END-READ
           .

       P600-MAIOR-EMITIDO.
      *>   MAIOR NUMERO JA EMITIDO EM QUALQUER SEQUENCIA DE
      *>   CONTSEQ.DAT (A LINHA SEM EMPRESA E A DA 01).
           MOVE ZEROS TO WS-MAIOR-EMITIDO
           MOVE "N"   TO WS-SEQ-EOF
           OPEN INPUT SEQ-FILE
           IF WS-SEQ-STATUS = "00"
               PERFORM P620-LE-SEQUENCIA
               PERFORM UNTIL FIM-SEQUENCIAS
                   IF SEQ-ULT-CONTRATO IS NUMERIC
                      AND SEQ-ULT-CONTRATO > WS-MAIOR-EMITIDO
                       MOVE SEQ-ULT-CONTRATO TO WS-MAIOR-EMITIDO
                   END-IF
                   PERFORM P620-LE-SEQUENCIA
               END-PERFORM
               CLOSE SEQ-FILE
           END-IF
           .

       P610-ULTIMO-DA-EMPRESA.
           MOVE ZEROS TO WS-ULTIMO-EMPRESA
           MOVE "N"   TO WS-SEQ-EOF
           OPEN INPUT SEQ-FILE
           IF WS-SEQ-STATUS = "00"
               PERFORM P620-LE-SEQUENCIA
               PERFORM UNTIL FIM-SEQUENCIAS
                   IF SEQ-EMPRESA IS NUMERIC AND SEQ-EMPRESA > ZEROS
                       MOVE SEQ-EMPRESA TO WS-SEQ-EMPRESA
                   ELSE
                       MOVE 1 TO WS-SEQ-EMPRESA
                   END-IF
                   IF WS-SEQ-EMPRESA = EMP-CODIGO
                      AND SEQ-ULT-CONTRATO IS NUMERIC
                       MOVE SEQ-ULT-CONTRATO TO WS-ULTIMO-EMPRESA
                   END-IF
                   PERFORM P620-LE-SEQUENCIA
               END-PERFORM
               CLOSE SEQ-FILE
           END-IF
           .

       P620-LE-SEQUENCIA.
           READ SEQ-FILE
               AT END SET FIM-SEQUENCIAS TO TRUE
           END-READ
           .

       P700-VALIDA-FAIXA.
      *>   FAIXA NAO VAZIA E SEM SOBREPOR A DE OUTRA EMPRESA.
           MOVE "S" TO WS-FAIXA-OK
           IF WS-NOVA-INICIO = ZEROS OR WS-NOVA-FIM < WS-NOVA-INICIO
               DISPLAY "FAIXA INVALIDA."
               MOVE "N" TO WS-FAIXA-OK
           END-IF
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                   UNTIL WS-EMP-IDX > WS-QTD-EMPRESAS
                      OR NOT FAIXA-VALIDA
               MOVE WS-TAB-EMP-REG(WS-EMP-IDX) TO EMP-REGISTRO
               IF EMP-CODIGO NOT = WS-NOVA-CODIGO
                  AND WS-NOVA-INICIO <= EMP-CTR-FIM
                  AND WS-NOVA-FIM >= EMP-CTR-INICIO
                   DISPLAY "FAIXA SOBREPOE A DA EMPRESA " EMP-CODIGO
                           " (" EMP-CTR-INICIO " A " EMP-CTR-FIM ")."
                   MOVE "N" TO WS-FAIXA-OK
               END-IF
           END-PERFORM
           .

       P800-AVISA-EMPUTIL.
      *>   O MENU E OS PROGRAMAS QUE ELE CHAMA DIVIDEM A MESMA
      *>   COPIA DO empUtil - ELA PRECISA RELER O CADASTRO.
           MOVE "R" TO EMU-FUNCAO
           CALL "empUtil" USING EMU-PARAMETROS
           .

       END PROGRAM empresaCad.

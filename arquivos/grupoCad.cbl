      ******************************************************************
      * Author:
      * Date:
      * Purpose: Economic-group register maintenance - the groups of
      *          related clients the credit committee treats as one
      *          risk (GRUPO.DAT: name and group limit) and the clients
      *          linked to each (GRUPOCLI.DAT): the controlling
      *          company, its sister or controlled companies and its
      *          partners. A client belongs to one group at most; a
      *          PF can only be linked as a partner, a PJ as the
      *          principal company (one per group) or as a sister
      *          company. The intake (loanBatch) sums the live balance
      *          of the whole group against the group limit and
      *          concentra reports the book by group.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. grupoCad.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT GRP-FILE ASSIGN TO "GRUPO.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-GRP-STATUS.

               SELECT GRM-FILE ASSIGN TO "GRUPOCLI.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-GRM-STATUS.

               SELECT CAD-FILE ASSIGN TO "CUSTMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CAD-CODIGO
                   ALTERNATE RECORD KEY IS CAD-CPF-CNPJ
                       WITH DUPLICATES
                   FILE STATUS IS WS-CAD-STATUS.

               SELECT OPS-FILE ASSIGN TO "OPERSESS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRP-FILE.
           COPY GRPFD.

       FD  GRM-FILE.
           COPY GRMFD.

       FD  CAD-FILE.
           COPY CADFD.

       FD  OPS-FILE.
           COPY OPSFD.

       WORKING-STORAGE SECTION.
       01  WS-VARIAVEIS.
           03  WS-GRP-STATUS       PIC XX.
           03  WS-GRM-STATUS       PIC XX.
           03  WS-CAD-STATUS       PIC XX.
           03  WS-OPS-STATUS       PIC XX.
           03  WS-GRP-EOF          PIC X.
               88  FIM-GRUPOS         VALUE "S".
           03  WS-GRM-EOF          PIC X.
               88  FIM-MEMBROS        VALUE "S".
           03  WS-GRP-IDX          PIC 9(04).
           03  WS-GRP-ACHADO       PIC 9(04).
           03  WS-GRM-IDX          PIC 9(04).
           03  WS-GRM-ACHADO       PIC 9(04).
           03  WS-QTD-LISTADOS     PIC 9(04).
           03  WS-OPCAO            PIC 9.
           03  WS-CODIGO           PIC 9(04).
           03  WS-COD-CLIENTE      PIC 9(05).
           03  WS-VINCULO          PIC X(01).
           03  WS-VINCULO-OK       PIC X.
               88  VINCULO-VALIDO     VALUE "S".
           03  WS-OPERADOR         PIC X(08).
           03  WS-DATA-HOJE        PIC 9(8).
           03  WS-LIMITE-EDIT      PIC Z.ZZZ.ZZZ.ZZ9,99.

       01  WS-QTD-GRUPOS           PIC 9(04) VALUE ZEROS.
       01  WS-TABELA-GRUPOS.
           03  WS-GRP-ITEM OCCURS 0 TO 500 TIMES
                           DEPENDING ON WS-QTD-GRUPOS.
               05  WS-GRP-CODIGO   PIC 9(04).
               05  WS-GRP-NOME     PIC X(20).
               05  WS-GRP-LIMITE   PIC 9(10)V99.
               05  WS-GRP-SIT      PIC X(01).

       01  WS-QTD-MEMBROS          PIC 9(04) VALUE ZEROS.
       01  WS-TABELA-MEMBROS.
           03  WS-GRM-ITEM OCCURS 0 TO 5000 TIMES
                           DEPENDING ON WS-QTD-MEMBROS.
               05  WS-GRM-GRUPO    PIC 9(04).
               05  WS-GRM-CLIENTE  PIC 9(05).
               05  WS-GRM-VINC     PIC X(01).
               05  WS-GRM-DT       PIC 9(8).
               05  WS-GRM-OPER     PIC X(08).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM P045-LE-OPERADOR-SESSAO
           PERFORM P100-CARREGA-GRUPOS
           PERFORM P110-CARREGA-MEMBROS

           DISPLAY "=============================================="
           DISPLAY "     GRUPOS ECONOMICOS"
           DISPLAY "=============================================="
           DISPLAY "1 - INCLUIR GRUPO"
           DISPLAY "2 - ALTERAR GRUPO (NOME E LIMITE)"
           DISPLAY "3 - INATIVAR/REATIVAR GRUPO"
           DISPLAY "4 - VINCULAR CLIENTE AO GRUPO"
           DISPLAY "5 - DESVINCULAR CLIENTE"
           DISPLAY "6 - CONSULTAR GRUPO"
           DISPLAY "ESCOLHA UMA OPCAO: "
           ACCEPT WS-OPCAO

           OPEN INPUT CAD-FILE
           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM P200-INCLUIR THRU P200-SAIDA
               WHEN 2
                   PERFORM P300-ALTERAR THRU P300-SAIDA
               WHEN 3
                   PERFORM P400-INATIVA-REATIVA THRU P400-SAIDA
               WHEN 4
                   PERFORM P500-VINCULAR THRU P500-SAIDA
               WHEN 5
                   PERFORM P600-DESVINCULAR THRU P600-SAIDA
               WHEN 6
                   PERFORM P700-CONSULTAR THRU P700-SAIDA
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE
           CLOSE CAD-FILE

           PERFORM P800-REGRAVA-GRUPOS
           PERFORM P810-REGRAVA-MEMBROS
      *>   O grupoUtil GUARDA OS ARQUIVOS NA MEMORIA: SAI DA MEMORIA
      *>   PARA A PROXIMA CONSULTA JA VER A ALTERACAO.
           CANCEL "grupoUtil"
           GOBACK.

       P100-CARREGA-GRUPOS.
           MOVE "N" TO WS-GRP-EOF
           OPEN INPUT GRP-FILE
           IF WS-GRP-STATUS = "00"
               PERFORM P105-LE-GRUPO
               PERFORM UNTIL FIM-GRUPOS
                       OR WS-QTD-GRUPOS = 500
                   ADD 1 TO WS-QTD-GRUPOS
                   MOVE GRP-CODIGO   TO WS-GRP-CODIGO(WS-QTD-GRUPOS)
                   MOVE GRP-NOME     TO WS-GRP-NOME(WS-QTD-GRUPOS)
                   MOVE GRP-LIMITE   TO WS-GRP-LIMITE(WS-QTD-GRUPOS)
                   MOVE GRP-SITUACAO TO WS-GRP-SIT(WS-QTD-GRUPOS)
                   PERFORM P105-LE-GRUPO
               END-PERFORM
               CLOSE GRP-FILE
           END-IF
           .

       P105-LE-GRUPO.
           READ GRP-FILE
               AT END SET FIM-GRUPOS TO TRUE
           END-READ
           .

       P110-CARREGA-MEMBROS.
           MOVE "N" TO WS-GRM-EOF
           OPEN INPUT GRM-FILE
           IF WS-GRM-STATUS = "00"
               PERFORM P115-LE-MEMBRO
               PERFORM UNTIL FIM-MEMBROS
                       OR WS-QTD-MEMBROS = 5000
                   ADD 1 TO WS-QTD-MEMBROS
                   MOVE GRM-GRUPO       TO WS-GRM-GRUPO(WS-QTD-MEMBROS)
                   MOVE GRM-COD-CLIENTE
                       TO WS-GRM-CLIENTE(WS-QTD-MEMBROS)
                   MOVE GRM-VINCULO     TO WS-GRM-VINC(WS-QTD-MEMBROS)
                   MOVE GRM-DATA        TO WS-GRM-DT(WS-QTD-MEMBROS)
                   MOVE GRM-OPERADOR    TO WS-GRM-OPER(WS-QTD-MEMBROS)
                   PERFORM P115-LE-MEMBRO
               END-PERFORM
               CLOSE GRM-FILE
           END-IF
           .

       P115-LE-MEMBRO.
           READ GRM-FILE
               AT END SET FIM-MEMBROS TO TRUE
           END-READ
           .

       P150-BUSCA-GRUPO.
           MOVE ZEROS TO WS-GRP-ACHADO
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-QTD-GRUPOS
               IF WS-GRP-CODIGO(WS-GRP-IDX) = WS-CODIGO
                   MOVE WS-GRP-IDX TO WS-GRP-ACHADO
               END-IF
           END-PERFORM
           .

       P160-BUSCA-MEMBRO.
           MOVE ZEROS TO WS-GRM-ACHADO
           PERFORM VARYING WS-GRM-IDX FROM 1 BY 1
                   UNTIL WS-GRM-IDX > WS-QTD-MEMBROS
               IF WS-GRM-CLIENTE(WS-GRM-IDX) = WS-COD-CLIENTE
                   MOVE WS-GRM-IDX TO WS-GRM-ACHADO
               END-IF
           END-PERFORM
           .

       P200-INCLUIR.
           DISPLAY "CODIGO DO GRUPO (0001-9999): "
           ACCEPT WS-CODIGO
           IF WS-CODIGO = ZEROS
               DISPLAY "CODIGO INVALIDO."
               GO TO P200-SAIDA
           END-IF
           PERFORM P150-BUSCA-GRUPO
           IF WS-GRP-ACHADO > ZEROS
               DISPLAY "GRUPO JA CADASTRADO: "
                       WS-GRP-NOME(WS-GRP-ACHADO)
               GO TO P200-SAIDA
           END-IF
           IF WS-QTD-GRUPOS = 500
               DISPLAY "CADASTRO DE GRUPOS CHEIO."
               GO TO P200-SAIDA
           END-IF
           ADD 1 TO WS-QTD-GRUPOS
           MOVE WS-CODIGO TO WS-GRP-CODIGO(WS-QTD-GRUPOS)
           DISPLAY "NOME DO GRUPO: "
           ACCEPT WS-GRP-NOME(WS-QTD-GRUPOS)
           DISPLAY "LIMITE DO GRUPO (0 = SEM LIMITE): "
           ACCEPT WS-GRP-LIMITE(WS-QTD-GRUPOS)
           MOVE "A" TO WS-GRP-SIT(WS-QTD-GRUPOS)
           DISPLAY "GRUPO INCLUIDO - VINCULE OS CLIENTES PELA OPCAO 4."
           .
       P200-SAIDA.
           EXIT.

       P300-ALTERAR.
           DISPLAY "CODIGO DO GRUPO: "
           ACCEPT WS-CODIGO
           PERFORM P150-BUSCA-GRUPO
           IF WS-GRP-ACHADO = ZEROS
               DISPLAY "GRUPO NAO ENCONTRADO: " WS-CODIGO
               GO TO P300-SAIDA
           END-IF
           DISPLAY "NOME ATUAL: " WS-GRP-NOME(WS-GRP-ACHADO)
           DISPLAY "NOVO NOME: "
           ACCEPT WS-GRP-NOME(WS-GRP-ACHADO)
           MOVE WS-GRP-LIMITE(WS-GRP-ACHADO) TO WS-LIMITE-EDIT
           DISPLAY "LIMITE ATUAL: " WS-LIMITE-EDIT
           DISPLAY "NOVO LIMITE (0 = SEM LIMITE): "
           ACCEPT WS-GRP-LIMITE(WS-GRP-ACHADO)
           DISPLAY "GRUPO ALTERADO COM SUCESSO."
           .
       P300-SAIDA.
           EXIT.

       P400-INATIVA-REATIVA.
           DISPLAY "CODIGO DO GRUPO: "
           ACCEPT WS-CODIGO
           PERFORM P150-BUSCA-GRUPO
           IF WS-GRP-ACHADO = ZEROS
               DISPLAY "GRUPO NAO ENCONTRADO: " WS-CODIGO
               GO TO P400-SAIDA
           END-IF
           IF WS-GRP-SIT(WS-GRP-ACHADO) = "I"
               MOVE "A" TO WS-GRP-SIT(WS-GRP-ACHADO)
               DISPLAY "GRUPO REATIVADO."
           ELSE
               MOVE "I" TO WS-GRP-SIT(WS-GRP-ACHADO)
               DISPLAY "GRUPO INATIVADO - OS CLIENTES VOLTAM A SER "
                       "AVALIADOS UM A UM."
           END-IF
           .
       P400-SAIDA.
           EXIT.

       P500-VINCULAR.
           DISPLAY "CODIGO DO GRUPO: "
           ACCEPT WS-CODIGO
           PERFORM P150-BUSCA-GRUPO
           IF WS-GRP-ACHADO = ZEROS
               DISPLAY "GRUPO NAO ENCONTRADO: " WS-CODIGO
               GO TO P500-SAIDA
           END-IF
           DISPLAY "CODIGO DO CLIENTE: "
           ACCEPT WS-COD-CLIENTE
           MOVE WS-COD-CLIENTE TO CAD-CODIGO
           READ CAD-FILE
               INVALID KEY
                   DISPLAY "CLIENTE NAO CADASTRADO: " WS-COD-CLIENTE
                   GO TO P500-SAIDA
           END-READ
           PERFORM P160-BUSCA-MEMBRO
           IF WS-GRM-ACHADO > ZEROS
               DISPLAY "CLIENTE JA VINCULADO AO GRUPO "
                       WS-GRM-GRUPO(WS-GRM-ACHADO)
                       " - DESVINCULE ANTES (OPCAO 5)."
               GO TO P500-SAIDA
           END-IF
           IF WS-QTD-MEMBROS = 5000
               DISPLAY "CADASTRO DE VINCULOS CHEIO."
               GO TO P500-SAIDA
           END-IF

      *>   PF SO ENTRA COMO SOCIO; PJ COMO EMPRESA PRINCIPAL (UMA POR
      *>   GRUPO) OU COLIGADA/CONTROLADA.
           IF CAD-PESSOA-JURIDICA
               DISPLAY "VINCULO - P = EMPRESA PRINCIPAL, "
                       "C = COLIGADA/CONTROLADA: "
           ELSE
               DISPLAY "PESSOA FISICA - VINCULO S (SOCIO)."
           END-IF
           MOVE "N" TO WS-VINCULO-OK
           PERFORM UNTIL VINCULO-VALIDO
               IF CAD-PESSOA-JURIDICA
                   ACCEPT WS-VINCULO
               ELSE
                   MOVE "S" TO WS-VINCULO
               END-IF
               PERFORM P550-VALIDA-VINCULO
           END-PERFORM

           ADD 1 TO WS-QTD-MEMBROS
           MOVE WS-CODIGO      TO WS-GRM-GRUPO(WS-QTD-MEMBROS)
           MOVE WS-COD-CLIENTE TO WS-GRM-CLIENTE(WS-QTD-MEMBROS)
           MOVE WS-VINCULO     TO WS-GRM-VINC(WS-QTD-MEMBROS)
           MOVE WS-DATA-HOJE   TO WS-GRM-DT(WS-QTD-MEMBROS)
           MOVE WS-OPERADOR    TO WS-GRM-OPER(WS-QTD-MEMBROS)
           DISPLAY "CLIENTE " CAD-NOME " VINCULADO AO GRUPO "
                   WS-GRP-NOME(WS-GRP-ACHADO)
           .
       P500-SAIDA.
           EXIT.

       P550-VALIDA-VINCULO.
           MOVE "S" TO WS-VINCULO-OK
           EVALUATE WS-VINCULO
               WHEN "S"
                   CONTINUE
               WHEN "C"
                   CONTINUE
               WHEN "P"
                   PERFORM VARYING WS-GRM-IDX FROM 1 BY 1
                           UNTIL WS-GRM-IDX > WS-QTD-MEMBROS
                       IF WS-GRM-GRUPO(WS-GRM-IDX) = WS-CODIGO
                          AND WS-GRM-VINC(WS-GRM-IDX) = "P"
                           MOVE "N" TO WS-VINCULO-OK
                       END-IF
                   END-PERFORM
                   IF NOT VINCULO-VALIDO
                       DISPLAY "O GRUPO JA TEM EMPRESA PRINCIPAL - "
                               "INFORME C: "
                   END-IF
               WHEN OTHER
                   MOVE "N" TO WS-VINCULO-OK
                   DISPLAY "VINCULO INVALIDO. INFORME P OU C: "
           END-EVALUATE
           IF CAD-PESSOA-JURIDICA AND WS-VINCULO = "S"
               MOVE "N" TO WS-VINCULO-OK
               DISPLAY "PESSOA JURIDICA NAO ENTRA COMO SOCIO. "
                       "INFORME P OU C: "
           END-IF
           .

       P600-DESVINCULAR.
           DISPLAY "CODIGO DO CLIENTE: "
           ACCEPT WS-COD-CLIENTE
           PERFORM P160-BUSCA-MEMBRO
           IF WS-GRM-ACHADO = ZEROS
               DISPLAY "CLIENTE NAO ESTA VINCULADO A NENHUM GRUPO."
               GO TO P600-SAIDA
           END-IF
           DISPLAY "CLIENTE DESVINCULADO DO GRUPO "
                   WS-GRM-GRUPO(WS-GRM-ACHADO)
      *>   A TABELA FECHA O BURACO - O ULTIMO VINCULO VEM PARA O
      *>   LUGAR DO RETIRADO.
           MOVE WS-GRM-ITEM(WS-QTD-MEMBROS)
               TO WS-GRM-ITEM(WS-GRM-ACHADO)
           SUBTRACT 1 FROM WS-QTD-MEMBROS
           .
       P600-SAIDA.
           EXIT.

       P700-CONSULTAR.
           DISPLAY "CODIGO DO GRUPO: "
           ACCEPT WS-CODIGO
           PERFORM P150-BUSCA-GRUPO
           IF WS-GRP-ACHADO = ZEROS
               DISPLAY "GRUPO NAO ENCONTRADO: " WS-CODIGO
               GO TO P700-SAIDA
           END-IF
           MOVE WS-GRP-LIMITE(WS-GRP-ACHADO) TO WS-LIMITE-EDIT
           DISPLAY "GRUPO " WS-GRP-CODIGO(WS-GRP-ACHADO) " "
                   WS-GRP-NOME(WS-GRP-ACHADO)
                   "  LIMITE " WS-LIMITE-EDIT
                   "  SIT " WS-GRP-SIT(WS-GRP-ACHADO)
           DISPLAY "CLIENTE NOME            VINC DESDE    OPERADOR"
           MOVE ZEROS TO WS-QTD-LISTADOS
           PERFORM VARYING WS-GRM-IDX FROM 1 BY 1
                   UNTIL WS-GRM-IDX > WS-QTD-MEMBROS
               IF WS-GRM-GRUPO(WS-GRM-IDX) = WS-CODIGO
                   ADD 1 TO WS-QTD-LISTADOS
                   MOVE WS-GRM-CLIENTE(WS-GRM-IDX) TO CAD-CODIGO
                   READ CAD-FILE
                       INVALID KEY
                           MOVE "NAO CADASTRADO" TO CAD-NOME
                   END-READ
                   DISPLAY WS-GRM-CLIENTE(WS-GRM-IDX) "  " CAD-NOME
                           " " WS-GRM-VINC(WS-GRM-IDX) "    "
                           WS-GRM-DT(WS-GRM-IDX) " "
                           WS-GRM-OPER(WS-GRM-IDX)
               END-IF
           END-PERFORM
           DISPLAY "CLIENTES NO GRUPO: " WS-QTD-LISTADOS
           .
       P700-SAIDA.
           EXIT.

       P800-REGRAVA-GRUPOS.
           OPEN OUTPUT GRP-FILE
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-QTD-GRUPOS
               MOVE WS-GRP-CODIGO(WS-GRP-IDX) TO GRP-CODIGO
               MOVE WS-GRP-NOME(WS-GRP-IDX)   TO GRP-NOME
               MOVE WS-GRP-LIMITE(WS-GRP-IDX) TO GRP-LIMITE
               MOVE WS-GRP-SIT(WS-GRP-IDX)    TO GRP-SITUACAO
               WRITE GRP-REGISTRO
           END-PERFORM
           CLOSE GRP-FILE
           .

       P810-REGRAVA-MEMBROS.
           OPEN OUTPUT GRM-FILE
           PERFORM VARYING WS-GRM-IDX FROM 1 BY 1
                   UNTIL WS-GRM-IDX > WS-QTD-MEMBROS
               MOVE WS-GRM-GRUPO(WS-GRM-IDX)   TO GRM-GRUPO
               MOVE WS-GRM-CLIENTE(WS-GRM-IDX) TO GRM-COD-CLIENTE
               MOVE WS-GRM-VINC(WS-GRM-IDX)    TO GRM-VINCULO
               MOVE WS-GRM-DT(WS-GRM-IDX)      TO GRM-DATA
               MOVE WS-GRM-OPER(WS-GRM-IDX)    TO GRM-OPERADOR
               WRITE GRM-REGISTRO
           END-PERFORM
           CLOSE GRM-FILE
           .

       P045-LE-OPERADOR-SESSAO.
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

       END PROGRAM grupoCad.

      ******************************************************************
      * Author:
      * Date:
      * Purpose: Refund desk (RESTITUI.DAT) - money we owe a client
      *          paid back by bank transfer instead of by hand in the
      *          bank's portal:
      *          1 - new refund request, either of the client's credit
      *              balance (origin S, CREDSALD.DAT, less the requests
      *              already waiting for payout) or of the entrada of a
      *              contract cancelled in the cooling-off window
      *              (origin E, cancela.cbl). The bank details are
      *              keyed with the account holder's CPF/CNPJ, which
      *              must be valid (cpfUtil) and be the client's own
      *              (CUSTMAST.DAT). A request above the SYSPARM limit
      *              (RST-LIMITE-APROV) needs a level-3 supervisor's
      *              code, not the operator's own; without it the
      *              request waits as pendente;
      *          2 - approve or refuse a pending request (supervisor);
      *          3 - list the client's requests.
      *          The nightly restPag sends the approved requests to
      *          the bank (RESTPAG.TXT) and restRet applies the bank's
      *          answer. The consultation is recorded in the access
      *          log (acessoUtil, ACESSO.DAT).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. restitui.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT RST-FILE ASSIGN TO "RESTITUI.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RST-STATUS.

               SELECT CRS-FILE ASSIGN TO "CREDSALD.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CRS-STATUS.

               SELECT CAD-FILE ASSIGN TO "CUSTMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CAD-CODIGO
                   ALTERNATE RECORD KEY IS CAD-CPF-CNPJ
                       WITH DUPLICATES
                   FILE STATUS IS WS-CAD-STATUS.

               SELECT FIN-FILE ASSIGN TO "FINMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FIN-CONTRATO
                   ALTERNATE RECORD KEY IS FIN-COD-CLIENTE
                       WITH DUPLICATES
                   FILE STATUS IS WS-FIN-STATUS.

               SELECT OPE-FILE ASSIGN TO "OPERADOR.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPE-STATUS.

               SELECT OPS-FILE ASSIGN TO "OPERSESS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPS-STATUS.

               SELECT SYSPARM-FILE ASSIGN TO "SYSPARM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SYSPARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RST-FILE.
           COPY RSTFD.

       FD  CRS-FILE.
           COPY CRSFD.

       FD  CAD-FILE.
           COPY CADFD.

       FD  FIN-FILE.
           COPY FINFD.

       FD  OPE-FILE.
           COPY OPEFD.

       FD  OPS-FILE.
           COPY OPSFD.

       FD  SYSPARM-FILE.
           COPY SYSPARMF.

       WORKING-STORAGE SECTION.
       01  WS-JAN-PROGRAMA     PIC X(16) VALUE "restitui".
       01  WS-JAN-LIBERADO     PIC X.
           COPY SYSPARM.
       01  WS-SYSPARM-STATUS   PIC XX VALUE SPACES.

       01  WS-VARIAVEIS.
           03  WS-RST-STATUS       PIC XX.
           03  WS-CRS-STATUS       PIC XX.
           03  WS-CAD-STATUS       PIC XX.
           03  WS-FIN-STATUS       PIC XX.
           03  WS-OPE-STATUS       PIC XX.
           03  WS-OPS-STATUS       PIC XX.
           03  WS-RST-EOF          PIC X.
               88  FIM-PEDIDOS        VALUE "S".
           03  WS-CRS-EOF          PIC X.
               88  FIM-LEDGER         VALUE "S".
           03  WS-OPE-EOF          PIC X.
               88  FIM-OPERADORES     VALUE "S".
           03  WS-OPCAO            PIC 9.
           03  WS-DATA-HOJE        PIC 9(8).
           03  WS-OPERADOR         PIC X(08).
           03  WS-OPERADOR-SESSAO  PIC X(08).
           03  WS-COD-CLIENTE-INF  PIC 9(05).
           03  WS-CONTRATO-INF     PIC 9(06).
           03  WS-NUMERO-INF       PIC 9(06).
           03  WS-ORIGEM-INF       PIC X.
           03  WS-DECISAO          PIC X.
           03  WS-CONFIRMA         PIC X.
           03  WS-CPF-TITULAR      PIC 9(14).
           03  WS-CPF-VALIDO       PIC X.
           03  WS-BANCO-INF        PIC 9(03).
           03  WS-AGENCIA-INF      PIC 9(05).
           03  WS-CONTA-INF        PIC 9(10).
           03  WS-DIGITO-INF       PIC X.
           03  WS-TIPO-CONTA-INF   PIC X.
           03  WS-VALOR-PEDIDO     PIC 9(06)V99.
           03  WS-SALDO-LEDGER     PIC S9(08)V99.
           03  WS-SALDO-RESERVADO  PIC 9(08)V99.
           03  WS-SALDO-DISPONIVEL PIC S9(08)V99.
           03  WS-CONTRATO-CREDITO PIC 9(06).
           03  WS-LIMITE-APROV     PIC 9(08)V99.
           03  WS-PROX-NUMERO      PIC 9(06).
           03  WS-QTD-CLIENTE      PIC 9(04).
           03  WS-QTD-PENDENTES    PIC 9(04).
           03  WS-PEDIDO-VIVO      PIC X.
               88  EXISTE-PEDIDO-VIVO VALUE "S".
           03  WS-SITUACAO-DESC    PIC X(10).
           03  WS-ORIGEM-DESC      PIC X(07).
           03  WS-SUPERVISOR       PIC X(08).
           03  WS-SENHA-SUP        PIC X(08).
           03  WS-HASH-SUP         PIC 9(08).
           03  WS-SUP-VALIDO       PIC X.
               88  SUPERVISOR-VALIDO  VALUE "S".
           03  WS-ACS-PROGRAMA     PIC X(10) VALUE "restitui".
           03  WS-VALOR-ED         PIC ZZZ.ZZ9,99.
           03  WS-SALDO-ED         PIC -ZZ.ZZZ.ZZ9,99.

      *>   RESTITUI.DAT INTEIRO EM MEMORIA - O PEDIDO NOVO E A
      *>   APROVACAO ALTERAM A TABELA E O ARQUIVO E REGRAVADO NO FIM.
       01  WS-QTD-PEDIDOS          PIC 9(05) VALUE ZEROS.
       01  WS-RST-CHEIA            PIC X VALUE "N".
           88  PEDIDOS-TRANSBORDOU    VALUE "S".
       01  WS-RST-ALTERADO         PIC X VALUE "N".
       01  WS-TABELA-PEDIDOS.
           03  WS-RST-ITEM OCCURS 0 TO 5000 TIMES
                           DEPENDING ON WS-QTD-PEDIDOS.
               05  WS-RST-IMAGEM   PIC X(150).
       77  WS-RST-IDX              PIC 9(05).
       77  WS-RST-ACHOU            PIC 9(05).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM P045-LE-OPERADOR-SESSAO
           IF WS-OPERADOR-SESSAO = "DIRETO"
               DISPLAY "INFORME O OPERADOR: "
               ACCEPT WS-OPERADOR
           ELSE
               MOVE WS-OPERADOR-SESSAO TO WS-OPERADOR
           END-IF
           PERFORM P050-LE-PARAMETROS
           PERFORM P100-CARREGA-PEDIDOS

           DISPLAY "=============================================="
           DISPLAY "     RESTITUICAO AO CLIENTE POR TRANSFERENCIA"
           DISPLAY "=============================================="
           DISPLAY "1 - NOVO PEDIDO DE RESTITUICAO"
           DISPLAY "2 - APROVAR OU RECUSAR PEDIDO PENDENTE"
           DISPLAY "3 - PEDIDOS DO CLIENTE"
           DISPLAY "ESCOLHA UMA OPCAO: "
           ACCEPT WS-OPCAO
           IF WS-OPCAO < 1 OR WS-OPCAO > 3
               DISPLAY "OPCAO INVALIDA"
               GOBACK
           END-IF

      *>   O PEDIDO E A APROVACAO REGRAVAM O RESTITUI.DAT, QUE O
      *>   restPag LE E REGRAVA NA JANELA DO LOTE.
           IF WS-OPCAO NOT = 3
               CALL "janelaUtil" USING WS-JAN-PROGRAMA
                                       WS-JAN-LIBERADO
               IF WS-JAN-LIBERADO NOT = "S"
                   GOBACK
               END-IF
           END-IF

           EVALUATE WS-OPCAO
               WHEN 1
                   DISPLAY "INFORME O CODIGO DO CLIENTE: "
                   ACCEPT WS-COD-CLIENTE-INF
                   CALL "acessoUtil" USING WS-COD-CLIENTE-INF
                                           WS-ACS-PROGRAMA WS-OPERADOR
                   PERFORM P300-NOVO-PEDIDO THRU P300-SAIDA
               WHEN 2
                   PERFORM P400-APROVA-PEDIDO THRU P400-SAIDA
               WHEN 3
                   DISPLAY "INFORME O CODIGO DO CLIENTE: "
                   ACCEPT WS-COD-CLIENTE-INF
                   CALL "acessoUtil" USING WS-COD-CLIENTE-INF
                                           WS-ACS-PROGRAMA WS-OPERADOR
                   PERFORM P200-LISTA-CLIENTE
           END-EVALUATE

           PERFORM P800-REGRAVA-PEDIDOS THRU P800-SAIDA
           GOBACK.

       P045-LE-OPERADOR-SESSAO.
      *>   O OPERADOR ASSINADO NO MENU FICA EM OPERSESS.DAT; FORA
      *>   DO MENU O CARIMBO E DIRETO.
           MOVE "DIRETO" TO WS-OPERADOR-SESSAO
           OPEN INPUT OPS-FILE
           IF WS-OPS-STATUS = "00"
               READ OPS-FILE
                   NOT AT END
                       MOVE OPS-OPERADOR TO WS-OPERADOR-SESSAO
               END-READ
               CLOSE OPS-FILE
           END-IF
           .

       P050-LE-PARAMETROS.
           OPEN INPUT SYSPARM-FILE
           IF WS-SYSPARM-STATUS = "00"
               READ SYSPARM-FILE
                   NOT AT END
                       IF SYS-PARM-RST-LIMITE-APROV IS NUMERIC
                          AND SYS-PARM-RST-LIMITE-APROV > ZEROS
                           MOVE SYS-PARM-RST-LIMITE-APROV
                               TO WS-SYS-RST-LIMITE-APROV
                       END-IF
               END-READ
               CLOSE SYSPARM-FILE
           END-IF
           MOVE WS-SYS-RST-LIMITE-APROV TO WS-LIMITE-APROV
           .

       P100-CARREGA-PEDIDOS.
           MOVE ZEROS TO WS-QTD-PEDIDOS WS-PROX-NUMERO
           MOVE "N" TO WS-RST-CHEIA
           MOVE "N" TO WS-RST-EOF
           OPEN INPUT RST-FILE
           IF WS-RST-STATUS = "00"
               PERFORM P110-LE-PEDIDO
               PERFORM UNTIL FIM-PEDIDOS OR PEDIDOS-TRANSBORDOU
                   IF WS-QTD-PEDIDOS = 5000
                       SET PEDIDOS-TRANSBORDOU TO TRUE
                   ELSE
                       ADD 1 TO WS-QTD-PEDIDOS
                       MOVE RST-REGISTRO
                           TO WS-RST-IMAGEM(WS-QTD-PEDIDOS)
                       IF RST-NUMERO > WS-PROX-NUMERO
                           MOVE RST-NUMERO TO WS-PROX-NUMERO
                       END-IF
                       PERFORM P110-LE-PEDIDO
                   END-IF
               END-PERFORM
               CLOSE RST-FILE
           END-IF
           ADD 1 TO WS-PROX-NUMERO
           .

       P110-LE-PEDIDO.
           READ RST-FILE
               AT END SET FIM-PEDIDOS TO TRUE
           END-READ
           .

       P200-LISTA-CLIENTE.
           MOVE ZEROS TO WS-QTD-CLIENTE
           DISPLAY "NUMERO ORIGEM  CONTRATO PEDIDO        VALOR "
                   "SITUACAO   BANCO AGENC. CONTA"
           PERFORM VARYING WS-RST-IDX FROM 1 BY 1
                   UNTIL WS-RST-IDX > WS-QTD-PEDIDOS
               MOVE WS-RST-IMAGEM(WS-RST-IDX) TO RST-REGISTRO
               IF RST-COD-CLIENTE = WS-COD-CLIENTE-INF
                   ADD 1 TO WS-QTD-CLIENTE
                   PERFORM P210-DESCREVE-PEDIDO
               END-IF
           END-PERFORM
           IF WS-QTD-CLIENTE = ZEROS
               DISPLAY "CLIENTE " WS-COD-CLIENTE-INF
                       " SEM PEDIDOS DE RESTITUICAO."
           END-IF
           .

       P210-DESCREVE-PEDIDO.
           IF RST-SALDO-CREDOR
               MOVE "SALDO"   TO WS-ORIGEM-DESC
           ELSE
               MOVE "ENTRADA" TO WS-ORIGEM-DESC
           END-IF
           EVALUATE TRUE
               WHEN RST-PENDENTE
                   MOVE "PENDENTE"   TO WS-SITUACAO-DESC
               WHEN RST-APROVADA
                   MOVE "APROVADA"   TO WS-SITUACAO-DESC
               WHEN RST-ENVIADA
                   MOVE "ENVIADA"    TO WS-SITUACAO-DESC
               WHEN RST-LIQUIDADA
                   MOVE "PAGA"       TO WS-SITUACAO-DESC
               WHEN RST-DEVOLVIDA
                   MOVE "DEVOLVIDA"  TO WS-SITUACAO-DESC
               WHEN RST-CANCELADA
                   MOVE "CANCELADA"  TO WS-SITUACAO-DESC
               WHEN OTHER
                   MOVE RST-SITUACAO TO WS-SITUACAO-DESC
           END-EVALUATE
           MOVE RST-VALOR TO WS-VALOR-ED
           DISPLAY RST-NUMERO " " WS-ORIGEM-DESC " " RST-CONTRATO
                   "   " RST-DT-PEDIDO " " WS-VALOR-ED " "
                   WS-SITUACAO-DESC " " RST-BANCO "   " RST-AGENCIA
                   " " RST-CONTA "-" RST-DIGITO
           IF RST-MOTIVO NOT = SPACES
               DISPLAY "       MOTIVO: " RST-MOTIVO
           END-IF
           .

       P300-NOVO-PEDIDO.
           IF PEDIDOS-TRANSBORDOU
               DISPLAY "CADASTRO DE RESTITUICOES CHEIO NA MEMORIA - "
                       "PEDIDO NAO PERMITIDO."
               GO TO P300-SAIDA
           END-IF
           OPEN INPUT CAD-FILE
           IF WS-CAD-STATUS NOT = "00"
               DISPLAY "CUSTMAST.DAT INDISPONIVEL - STATUS "
                       WS-CAD-STATUS
               GO TO P300-SAIDA
           END-IF
           MOVE WS-COD-CLIENTE-INF TO CAD-CODIGO
           READ CAD-FILE
               INVALID KEY
                   MOVE "23" TO WS-CAD-STATUS
           END-READ
           CLOSE CAD-FILE
           IF WS-CAD-STATUS NOT = "00"
               DISPLAY "CLIENTE " WS-COD-CLIENTE-INF
                       " NAO CADASTRADO."
               GO TO P300-SAIDA
           END-IF

           DISPLAY "ORIGEM (S = SALDO CREDOR, E = ENTRADA DE "
                   "CONTRATO CANCELADO): "
           ACCEPT WS-ORIGEM-INF
           EVALUATE WS-ORIGEM-INF
               WHEN "S"
               WHEN "s"
                   MOVE "S" TO WS-ORIGEM-INF
                   PERFORM P310-SALDO-DISPONIVEL
                   MOVE WS-SALDO-DISPONIVEL TO WS-SALDO-ED
                   DISPLAY "SALDO CREDOR DISPONIVEL: " WS-SALDO-ED
                   IF WS-SALDO-DISPONIVEL <= ZEROS
                       DISPLAY "CLIENTE SEM CREDITO DISPONIVEL PARA "
                               "RESTITUIR."
                       GO TO P300-SAIDA
                   END-IF
                   DISPLAY "VALOR A RESTITUIR: "
                   ACCEPT WS-VALOR-PEDIDO
                   IF WS-VALOR-PEDIDO = ZEROS
                      OR WS-VALOR-PEDIDO > WS-SALDO-DISPONIVEL
                       DISPLAY "VALOR INVALIDO - PEDIDO NAO "
                               "REGISTRADO."
                       GO TO P300-SAIDA
                   END-IF
                   MOVE WS-CONTRATO-CREDITO TO WS-CONTRATO-INF
               WHEN "E"
               WHEN "e"
                   MOVE "E" TO WS-ORIGEM-INF
                   PERFORM P320-ENTRADA-CANCELADA THRU P320-SAIDA
                   IF WS-VALOR-PEDIDO = ZEROS
                       GO TO P300-SAIDA
                   END-IF
               WHEN OTHER
                   DISPLAY "ORIGEM INVALIDA - PEDIDO NAO REGISTRADO."
                   GO TO P300-SAIDA
           END-EVALUATE

           PERFORM P330-DADOS-BANCARIOS THRU P330-SAIDA
           IF WS-CPF-VALIDO NOT = "S"
               GO TO P300-SAIDA
           END-IF

           MOVE WS-VALOR-PEDIDO TO WS-VALOR-ED
           DISPLAY "=============================================="
           DISPLAY "CLIENTE..............: " CAD-NOME
           DISPLAY "CONTRATO.............: " WS-CONTRATO-INF
           DISPLAY "VALOR A RESTITUIR....: " WS-VALOR-ED
           DISPLAY "BANCO/AGENCIA/CONTA..: " WS-BANCO-INF " / "
                   WS-AGENCIA-INF " / " WS-CONTA-INF "-"
                   WS-DIGITO-INF " (" WS-TIPO-CONTA-INF ")"
           DISPLAY "=============================================="
           DISPLAY "CONFIRMA O PEDIDO? (S/N): "
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "PEDIDO CANCELADO."
               GO TO P300-SAIDA
           END-IF

           MOVE SPACES              TO RST-REGISTRO
           MOVE WS-PROX-NUMERO      TO RST-NUMERO
           MOVE WS-ORIGEM-INF       TO RST-ORIGEM
           MOVE CAD-CODIGO          TO RST-COD-CLIENTE
           MOVE CAD-NOME            TO RST-CLIENTE
           MOVE WS-CONTRATO-INF     TO RST-CONTRATO
           MOVE CAD-TIPO-PESSOA     TO RST-TIPO-PESSOA
           MOVE WS-CPF-TITULAR      TO RST-CPF-CNPJ
           MOVE WS-BANCO-INF        TO RST-BANCO
           MOVE WS-AGENCIA-INF      TO RST-AGENCIA
           MOVE WS-CONTA-INF        TO RST-CONTA
           MOVE WS-DIGITO-INF       TO RST-DIGITO
           MOVE WS-TIPO-CONTA-INF   TO RST-TIPO-CONTA
           MOVE WS-VALOR-PEDIDO     TO RST-VALOR
           MOVE WS-DATA-HOJE        TO RST-DT-PEDIDO
           MOVE WS-OPERADOR         TO RST-OPERADOR
           MOVE ZEROS               TO RST-DT-APROVACAO
                                       RST-DT-ENVIO RST-DT-RETORNO

      *>   ATE O LIMITE O PEDIDO JA NASCE APROVADO; ACIMA DELE SO
      *>   SAI COM UM SUPERVISOR NIVEL 3 QUE NAO SEJA O OPERADOR.
           IF WS-VALOR-PEDIDO > WS-LIMITE-APROV
               DISPLAY "VALOR ACIMA DO LIMITE DE APROVACAO ("
                       WS-SYS-RST-LIMITE-APROV
                       ") - EXIGE SUPERVISOR."
               DISPLAY "SUPERVISOR (EM BRANCO = DEIXAR PENDENTE): "
               ACCEPT WS-SUPERVISOR
               MOVE "N" TO WS-SUP-VALIDO
               IF WS-SUPERVISOR NOT = SPACES
                   DISPLAY "SENHA: "
                   ACCEPT WS-SENHA-SUP
                   PERFORM P450-VALIDA-SUPERVISOR
               END-IF
               IF SUPERVISOR-VALIDO AND WS-SUPERVISOR NOT = WS-OPERADOR
                   SET RST-APROVADA TO TRUE
                   MOVE WS-SUPERVISOR TO RST-SUPERVISOR
                   MOVE WS-DATA-HOJE  TO RST-DT-APROVACAO
               ELSE
                   IF WS-SUPERVISOR NOT = SPACES
                       DISPLAY "SUPERVISOR INVALIDO OU IGUAL AO "
                               "OPERADOR."
                   END-IF
                   SET RST-PENDENTE TO TRUE
               END-IF
           ELSE
               SET RST-APROVADA TO TRUE
               MOVE WS-DATA-HOJE TO RST-DT-APROVACAO
           END-IF

           ADD 1 TO WS-QTD-PEDIDOS
           MOVE RST-REGISTRO TO WS-RST-IMAGEM(WS-QTD-PEDIDOS)
           MOVE "S" TO WS-RST-ALTERADO
           ADD 1 TO WS-PROX-NUMERO

           DISPLAY "=============================================="
           DISPLAY "PEDIDO DE RESTITUICAO " RST-NUMERO " REGISTRADO."
           IF RST-APROVADA
               DISPLAY "APROVADO - SEGUE NA PROXIMA REMESSA DE "
                       "TRANSFERENCIAS."
           ELSE
               DISPLAY "PENDENTE DE APROVACAO DO SUPERVISOR "
                       "(OPCAO 2)."
           END-IF
           DISPLAY "OPERADOR.............: " WS-OPERADOR
           DISPLAY "=============================================="
           .
       P300-SAIDA.
           EXIT.

       P310-SALDO-DISPONIVEL.
      *>   O SALDO E A SOMA DO LEDGER, MENOS O QUE JA ESTA PEDIDO E
      *>   AINDA NAO FOI ENVIADO (P OU A) - O ENVIADO O restPag JA
      *>   DEBITOU NO CREDSALD.DAT.
           MOVE ZEROS TO WS-SALDO-LEDGER WS-SALDO-RESERVADO
                         WS-CONTRATO-CREDITO
           MOVE "N"   TO WS-CRS-EOF
           OPEN INPUT CRS-FILE
           IF WS-CRS-STATUS = "00"
               PERFORM P315-LE-LEDGER
               PERFORM UNTIL FIM-LEDGER
                   IF CRS-COD-CLIENTE = WS-COD-CLIENTE-INF
                       IF CRS-CREDITO
                           ADD CRS-VALOR TO WS-SALDO-LEDGER
                           MOVE CRS-CONTRATO TO WS-CONTRATO-CREDITO
                       ELSE
                           SUBTRACT CRS-VALOR FROM WS-SALDO-LEDGER
                       END-IF
                   END-IF
                   PERFORM P315-LE-LEDGER
               END-PERFORM
               CLOSE CRS-FILE
           END-IF
           PERFORM VARYING WS-RST-IDX FROM 1 BY 1
                   UNTIL WS-RST-IDX > WS-QTD-PEDIDOS
               MOVE WS-RST-IMAGEM(WS-RST-IDX) TO RST-REGISTRO
               IF RST-COD-CLIENTE = WS-COD-CLIENTE-INF
                  AND RST-SALDO-CREDOR
                  AND (RST-PENDENTE OR RST-APROVADA)
                   ADD RST-VALOR TO WS-SALDO-RESERVADO
               END-IF
           END-PERFORM
           COMPUTE WS-SALDO-DISPONIVEL =
                   WS-SALDO-LEDGER - WS-SALDO-RESERVADO
           .

       P315-LE-LEDGER.
           READ CRS-FILE
               AT END SET FIM-LEDGER TO TRUE
           END-READ
           .

       P320-ENTRADA-CANCELADA.
           MOVE ZEROS TO WS-VALOR-PEDIDO
           DISPLAY "CONTRATO CANCELADO: "
           ACCEPT WS-CONTRATO-INF
           OPEN INPUT FIN-FILE
           IF WS-FIN-STATUS NOT = "00"
               DISPLAY "FINMAST.DAT INDISPONIVEL - STATUS "
                       WS-FIN-STATUS
               GO TO P320-SAIDA
           END-IF
           MOVE WS-CONTRATO-INF TO FIN-CONTRATO
           READ FIN-FILE
               INVALID KEY
                   MOVE "23" TO WS-FIN-STATUS
           END-READ
           CLOSE FIN-FILE
           IF WS-FIN-STATUS NOT = "00"
               DISPLAY "CONTRATO NAO ENCONTRADO: " WS-CONTRATO-INF
               GO TO P320-SAIDA
           END-IF
           IF FIN-COD-CLIENTE NOT = WS-COD-CLIENTE-INF
               DISPLAY "CONTRATO " WS-CONTRATO-INF
                       " NAO PERTENCE AO CLIENTE INFORMADO."
               GO TO P320-SAIDA
           END-IF
           IF FIN-SITUACAO NOT = "C"
               DISPLAY "CONTRATO " WS-CONTRATO-INF " NAO ESTA "
                       "CANCELADO - NAO HA ENTRADA A RESTITUIR."
               GO TO P320-SAIDA
           END-IF
           IF FIN-ENTRADA = ZEROS
               DISPLAY "CONTRATO " WS-CONTRATO-INF
                       " CANCELADO SEM ENTRADA."
               GO TO P320-SAIDA
           END-IF
      *>   A ENTRADA SO E DEVOLVIDA UMA VEZ: UM PEDIDO QUE NAO FOI
      *>   CANCELADO NEM DEVOLVIDO PELO BANCO IMPEDE OUTRO.
           MOVE "N" TO WS-PEDIDO-VIVO
           PERFORM VARYING WS-RST-IDX FROM 1 BY 1
                   UNTIL WS-RST-IDX > WS-QTD-PEDIDOS
               MOVE WS-RST-IMAGEM(WS-RST-IDX) TO RST-REGISTRO
               IF RST-CONTRATO = WS-CONTRATO-INF
                  AND RST-ENTRADA
                  AND NOT RST-CANCELADA
                  AND NOT RST-DEVOLVIDA
                   SET EXISTE-PEDIDO-VIVO TO TRUE
               END-IF
           END-PERFORM
           IF EXISTE-PEDIDO-VIVO
               DISPLAY "A ENTRADA DO CONTRATO " WS-CONTRATO-INF
                       " JA TEM PEDIDO DE RESTITUICAO."
               GO TO P320-SAIDA
           END-IF
           MOVE FIN-ENTRADA TO WS-VALOR-PEDIDO
           MOVE WS-VALOR-PEDIDO TO WS-VALOR-ED
           DISPLAY "ENTRADA A RESTITUIR..: " WS-VALOR-ED
           .
       P320-SAIDA.
           EXIT.

       P330-DADOS-BANCARIOS.
      *>   O DINHEIRO SO VAI PARA CONTA DO PROPRIO CLIENTE: O
      *>   DOCUMENTO DO TITULAR TEM DE SER O DO CADASTRO.
           MOVE "N" TO WS-CPF-VALIDO
           DISPLAY "BANCO (3 DIGITOS): "
           ACCEPT WS-BANCO-INF
           DISPLAY "AGENCIA: "
           ACCEPT WS-AGENCIA-INF
           DISPLAY "CONTA (SEM O DIGITO): "
           ACCEPT WS-CONTA-INF
           DISPLAY "DIGITO DA CONTA: "
           ACCEPT WS-DIGITO-INF
           DISPLAY "TIPO DA CONTA (C = CORRENTE, P = POUPANCA): "
           ACCEPT WS-TIPO-CONTA-INF
           IF WS-BANCO-INF = ZEROS OR WS-AGENCIA-INF = ZEROS
              OR WS-CONTA-INF = ZEROS OR WS-DIGITO-INF = SPACE
               DISPLAY "DADOS BANCARIOS INCOMPLETOS - PEDIDO NAO "
                       "REGISTRADO."
               GO TO P330-SAIDA
           END-IF
           IF WS-TIPO-CONTA-INF = "c"
               MOVE "C" TO WS-TIPO-CONTA-INF
           END-IF
           IF WS-TIPO-CONTA-INF = "p"
               MOVE "P" TO WS-TIPO-CONTA-INF
           END-IF
           IF WS-TIPO-CONTA-INF NOT = "C"
              AND WS-TIPO-CONTA-INF NOT = "P"
               DISPLAY "TIPO DE CONTA INVALIDO - PEDIDO NAO "
                       "REGISTRADO."
               GO TO P330-SAIDA
           END-IF
           IF CAD-PESSOA-JURIDICA
               DISPLAY "CNPJ DO TITULAR DA CONTA: "
           ELSE
               DISPLAY "CPF DO TITULAR DA CONTA: "
           END-IF
           ACCEPT WS-CPF-TITULAR
           CALL "cpfUtil" USING CAD-TIPO-PESSOA WS-CPF-TITULAR
                                WS-CPF-VALIDO
           IF WS-CPF-VALIDO NOT = "S"
               DISPLAY "CPF/CNPJ DO TITULAR INVALIDO - PEDIDO NAO "
                       "REGISTRADO."
               GO TO P330-SAIDA
           END-IF
           IF WS-CPF-TITULAR NOT = CAD-CPF-CNPJ
               MOVE "N" TO WS-CPF-VALIDO
               DISPLAY "TITULAR DA CONTA NAO E O CLIENTE - A "
                       "RESTITUICAO SO E FEITA EM CONTA DO PROPRIO "
                       "CLIENTE."
               GO TO P330-SAIDA
           END-IF
           .
       P330-SAIDA.
           EXIT.

       P400-APROVA-PEDIDO.
           IF PEDIDOS-TRANSBORDOU
               DISPLAY "CADASTRO DE RESTITUICOES CHEIO NA MEMORIA - "
                       "APROVACAO NAO PERMITIDA."
               GO TO P400-SAIDA
           END-IF
           MOVE ZEROS TO WS-QTD-PENDENTES
           DISPLAY "PEDIDOS PENDENTES DE APROVACAO:"
           DISPLAY "NUMERO ORIGEM  CONTRATO PEDIDO        VALOR "
                   "SITUACAO   BANCO AGENC. CONTA"
           PERFORM VARYING WS-RST-IDX FROM 1 BY 1
                   UNTIL WS-RST-IDX > WS-QTD-PEDIDOS
               MOVE WS-RST-IMAGEM(WS-RST-IDX) TO RST-REGISTRO
               IF RST-PENDENTE
                   ADD 1 TO WS-QTD-PENDENTES
                   PERFORM P210-DESCREVE-PEDIDO
                   DISPLAY "       CLIENTE " RST-COD-CLIENTE " "
                           RST-CLIENTE " - OPERADOR " RST-OPERADOR
               END-IF
           END-PERFORM
           IF WS-QTD-PENDENTES = ZEROS
               DISPLAY "NENHUM PEDIDO PENDENTE."
               GO TO P400-SAIDA
           END-IF

           DISPLAY "SUPERVISOR: "
           ACCEPT WS-SUPERVISOR
           DISPLAY "SENHA: "
           ACCEPT WS-SENHA-SUP
           PERFORM P450-VALIDA-SUPERVISOR
           IF NOT SUPERVISOR-VALIDO OR WS-SUPERVISOR = WS-OPERADOR
               DISPLAY "APROVACAO EXIGE SUPERVISOR (NIVEL 3) "
                       "DIFERENTE DO OPERADOR - NADA ALTERADO."
               GO TO P400-SAIDA
           END-IF

           DISPLAY "NUMERO DO PEDIDO: "
           ACCEPT WS-NUMERO-INF
           MOVE ZEROS TO WS-RST-ACHOU
           PERFORM VARYING WS-RST-IDX FROM 1 BY 1
                   UNTIL WS-RST-IDX > WS-QTD-PEDIDOS
               MOVE WS-RST-IMAGEM(WS-RST-IDX) TO RST-REGISTRO
               IF RST-NUMERO = WS-NUMERO-INF AND RST-PENDENTE
                   MOVE WS-RST-IDX TO WS-RST-ACHOU
               END-IF
           END-PERFORM
           IF WS-RST-ACHOU = ZEROS
               DISPLAY "PEDIDO PENDENTE " WS-NUMERO-INF
                       " NAO ENCONTRADO."
               GO TO P400-SAIDA
           END-IF
           MOVE WS-RST-IMAGEM(WS-RST-ACHOU) TO RST-REGISTRO
           IF RST-OPERADOR = WS-SUPERVISOR
               DISPLAY "PEDIDO REGISTRADO PELO PROPRIO SUPERVISOR - "
                       "APROVACAO CABE A OUTRO SUPERVISOR."
               GO TO P400-SAIDA
           END-IF
           DISPLAY "A = APROVAR, R = RECUSAR: "
           ACCEPT WS-DECISAO
           EVALUATE WS-DECISAO
               WHEN "A"
               WHEN "a"
                   SET RST-APROVADA TO TRUE
                   DISPLAY "PEDIDO " RST-NUMERO " APROVADO POR "
                           WS-SUPERVISOR
               WHEN "R"
               WHEN "r"
                   SET RST-CANCELADA TO TRUE
                   MOVE "RECUSADO SUPERVISOR" TO RST-MOTIVO
                   DISPLAY "PEDIDO " RST-NUMERO " RECUSADO POR "
                           WS-SUPERVISOR
               WHEN OTHER
                   DISPLAY "DECISAO INVALIDA - NADA ALTERADO."
                   GO TO P400-SAIDA
           END-EVALUATE
           MOVE WS-SUPERVISOR TO RST-SUPERVISOR
           MOVE WS-DATA-HOJE  TO RST-DT-APROVACAO
           MOVE RST-REGISTRO TO WS-RST-IMAGEM(WS-RST-ACHOU)
           MOVE "S" TO WS-RST-ALTERADO
           .
       P400-SAIDA.
           EXIT.

       P450-VALIDA-SUPERVISOR.
           MOVE "N" TO WS-SUP-VALIDO
           MOVE "N" TO WS-OPE-EOF
           CALL "senhaUtil" USING WS-SENHA-SUP WS-HASH-SUP
           OPEN INPUT OPE-FILE
           IF WS-OPE-STATUS = "00"
               PERFORM P455-LE-OPERADOR
               PERFORM UNTIL FIM-OPERADORES
      *>           VALE O HASH; O REGISTRO AINDA NA FORMA ANTIGA
      *>           (HASH ZERADO) VALE PELA SENHA EM CLARO.
                   IF OPE-CODIGO = WS-SUPERVISOR
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
                   PERFORM P455-LE-OPERADOR
               END-PERFORM
               CLOSE OPE-FILE
           END-IF
           .

       P455-LE-OPERADOR.
           READ OPE-FILE
               AT END SET FIM-OPERADORES TO TRUE
           END-READ
           .

       P800-REGRAVA-PEDIDOS.
      *>   REGRAVAR A PARTIR DE UMA TABELA CHEIA TRUNCARIA O
      *>   ARQUIVO - NESSE CASO ELE FICA COMO ESTA.
           IF WS-RST-ALTERADO NOT = "S" OR PEDIDOS-TRANSBORDOU
               GO TO P800-SAIDA
           END-IF
           OPEN OUTPUT RST-FILE
           PERFORM VARYING WS-RST-IDX FROM 1 BY 1
                   UNTIL WS-RST-IDX > WS-QTD-PEDIDOS
               MOVE WS-RST-IMAGEM(WS-RST-IDX) TO RST-REGISTRO
               WRITE RST-REGISTRO
           END-PERFORM
           CLOSE RST-FILE
           .
       P800-SAIDA.
           EXIT.

       END PROGRAM restitui.

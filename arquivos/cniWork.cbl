      ******************************************************************
      * Author:
      * Date:
      * Purpose: Creditos nao identificados desk - works the suspense
      *          file CNIDENT.DAT (CNIFD.cpy): bank items the retorno
      *          could not post to any contract and deposits taken at
      *          the counter with no contract, all parked in GL
      *          account 24001 (event CNIENTRA). The operator
      *          registers a counter deposit, lists the open items,
      *          applies an item to a contract and parcela - posted
      *          exactly the way credSaldo applies a client credit,
      *          PAGMAST counter plus a PAGHIST.DAT row, the excess
      *          over the parcela becoming a client credit on
      *          CREDSALD.DAT, with event CNIAPLIC releasing the
      *          suspense - or returns it to the payer under a
      *          level-3 operator's signature (event CNIDEVOL). No
      *          posting goes in while today's competencia is closed
      *          on PERIODO.DAT. cniAging lists what stays open too
      *          long.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. cniWork.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CNI-FILE ASSIGN TO "CNIDENT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CNI-STATUS.

               SELECT FIN-FILE ASSIGN TO "FINMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FIN-CONTRATO
                   ALTERNATE RECORD KEY IS FIN-COD-CLIENTE
                       WITH DUPLICATES
                   FILE STATUS IS WS-FIN-STATUS.

               SELECT PAG-FILE ASSIGN TO "PAGMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PAG-CONTRATO
                   LOCK MODE IS MANUAL
                   FILE STATUS IS WS-PAG-STATUS.

               SELECT HIST-FILE ASSIGN TO "PAGHIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HIST-STATUS.

               SELECT CRS-FILE ASSIGN TO "CREDSALD.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CRS-STATUS.

               SELECT OPE-FILE ASSIGN TO "OPERADOR.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPE-STATUS.

               SELECT OPS-FILE ASSIGN TO "OPERSESS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPS-STATUS.

               SELECT PER-FILE ASSIGN TO "PERIODO.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PER-STATUS.

               SELECT CTB-FILE ASSIGN TO "CONTABIL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CTB-STATUS.

               SELECT CTH-FILE ASSIGN TO "CONTABHIS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CTH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CNI-FILE.
           COPY CNIFD.

       FD  FIN-FILE.
           COPY FINFD.

       FD  PAG-FILE.
           COPY PAGTOFD.

       FD  HIST-FILE.
           COPY PAGHFD.

       FD  CRS-FILE.
           COPY CRSFD.

       FD  OPE-FILE.
           COPY OPEFD.

       FD  OPS-FILE.
           COPY OPSFD.

       FD  PER-FILE.
           COPY PERFD.

       FD  CTB-FILE.
           COPY CTBFD.

       FD  CTH-FILE.
       01  CTH-LINHA           PIC X(47).

       WORKING-STORAGE SECTION.
           COPY GLMAPTB.
           COPY PAGTOREC.

       01  WS-JAN-PROGRAMA     PIC X(16) VALUE "cniWork".
       01  WS-JAN-LIBERADO     PIC X.

       01  WS-VARIAVEIS.
           03  WS-CNI-STATUS       PIC XX.
           03  WS-FIN-STATUS       PIC XX.
           03  WS-PAG-STATUS       PIC XX.
           03  WS-HIST-STATUS      PIC XX.
           03  WS-CRS-STATUS       PIC XX.
           03  WS-OPE-STATUS       PIC XX.
           03  WS-OPS-STATUS       PIC XX.
           03  WS-PER-STATUS       PIC XX.
           03  WS-CTB-STATUS       PIC XX.
           03  WS-CTH-STATUS       PIC XX.
           03  WS-CNI-EOF          PIC X.
               88  FIM-ITENS          VALUE "S".
           03  WS-OPE-EOF          PIC X.
               88  FIM-OPERADORES     VALUE "S".
           03  WS-PER-EOF          PIC X.
               88  FIM-PERIODOS       VALUE "S".
           03  WS-OPCAO            PIC 9.
           03  WS-DATA-HOJE        PIC 9(8).
           03  WS-HORA-AGORA       PIC 9(8).
           03  WS-COMPETENCIA-MOV  PIC 9(6).
           03  WS-PERIODO-FECHADO  PIC X.
               88  COMPETENCIA-FECHADA VALUE "S".
           03  WS-OPERADOR-SESSAO  PIC X(08).
           03  WS-NIVEL-SESSAO     PIC 9.
           03  WS-SOLICITANTE      PIC X(08).
           03  WS-NIVEL-SOLIC      PIC 9.
           03  WS-COD-VALIDAR      PIC X(08).
           03  WS-SENHA-INF        PIC X(08).
           03  WS-HASH-INF         PIC 9(08).
           03  WS-OPE-VALIDO       PIC X.
               88  OPERADOR-VALIDO    VALUE "S".
           03  WS-NIVEL-VALIDADO   PIC 9.
           03  WS-APROVADOR        PIC X(08).
           03  WS-SUP-VALIDO       PIC X.
               88  SUPERVISOR-VALIDO  VALUE "S".
           03  WS-VALOR            PIC 9(08)V99.
           03  WS-PAGADOR          PIC X(30).
           03  WS-CONTRATO         PIC 9(06).
           03  WS-PARCELA          PIC 999.
           03  WS-OBS              PIC X(30).
           03  WS-ITEM             PIC 9(06).
           03  WS-CONFIRMA         PIC X.
           03  WS-QTD-LISTADAS     PIC 9(05).
           03  WS-TOTAL-ABERTO     PIC 9(10)V99.
           03  WS-ULTIMO-NUMERO    PIC 9(06).
           03  WS-PROXIMA-PARCELA  PIC 999.
           03  WS-VALOR-DEVIDO     PIC 9(06)V99.
           03  WS-VALOR-APLICADO   PIC 9(06)V99.
           03  WS-VALOR-CREDITO    PIC 9(08)V99.
           03  WS-CTB-EVENTO       PIC X(08).
           03  WS-CTB-CONTRATO     PIC 9(06).
           03  WS-VALOR-ED         PIC Z.ZZZ.ZZZ.ZZ9,99.

      *>   CNIDENT.DAT INTEIRO EM MEMORIA - O REGISTRO, A APLICACAO E
      *>   A DEVOLUCAO ALTERAM LINHAS E O ARQUIVO E REGRAVADO NO FIM.
       01  WS-QTD-ITENS            PIC 9(05) VALUE ZEROS.
       01  WS-CNI-CHEIA            PIC X VALUE "N".
           88  ITENS-TRANSBORDOU      VALUE "S".
       01  WS-CNI-ALTERADA         PIC X VALUE "N".
       01  WS-TABELA-ITENS.
           03  WS-CNI-ITEM OCCURS 0 TO 10000 TIMES
                           DEPENDING ON WS-QTD-ITENS.
               05  WS-CNI-IMAGEM   PIC X(184).
       77  WS-CNI-IDX              PIC 9(05).
       77  WS-CNI-ACHOU            PIC 9(05).

       01  WS-EVENTO.
           03  WS-EVT-CONTRATO     PIC 9(06).
           03  WS-EVT-TIPO         PIC X(10).
           03  WS-EVT-VALOR        PIC 9(08)V99 VALUE ZEROS.
           03  WS-EVT-DETALHE      PIC X(30).

      *>   DEVOLUCAO DE ITEM QUE VEIO PELO BANCO VOLTA POR
      *>   TRANSFERENCIA - A CONCILIACAO BANCARIA (concBco) PROCURA
      *>   O DEBITO NO EXTRATO.
       01  WS-MVB-PARAMETROS.
           03  WS-MVB-TIPO         PIC X(01) VALUE "D".
           03  WS-MVB-VALOR        PIC 9(10)V99.
           03  WS-MVB-ORIGEM       PIC X(08) VALUE "CNIDEVOL".
           03  WS-MVB-REFERENCIA   PIC X(30).

           COPY EMPLK.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *>   CHAMADO REPETIDAMENTE PELO MENU, O PROGRAMA FICA NO
      *>   ESTADO DA ULTIMA EXECUCAO - A TABELA E RECARREGADA DO
      *>   ARQUIVO A CADA CHAMADA.
           MOVE ZEROS TO WS-QTD-ITENS
           MOVE "N"   TO WS-CNI-CHEIA
           MOVE "N"   TO WS-CNI-ALTERADA
           ACCEPT WS-DATA-HOJE  FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA FROM TIME
           PERFORM P045-LE-OPERADOR-SESSAO
           PERFORM P100-CARREGA-ITENS
           OPEN INPUT FIN-FILE

           DISPLAY "=============================================="
           DISPLAY "     CREDITOS NAO IDENTIFICADOS"
           DISPLAY "=============================================="
           DISPLAY "1 - REGISTRAR DEPOSITO SEM CONTRATO (CAIXA)"
           DISPLAY "2 - LISTAR ITENS EM ABERTO"
           DISPLAY "3 - APLICAR ITEM EM CONTRATO / PARCELA"
           DISPLAY "4 - DEVOLVER ITEM AO PAGADOR (NIVEL 3)"
           DISPLAY "ESCOLHA UMA OPCAO: "
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 1
                   CALL "janelaUtil" USING WS-JAN-PROGRAMA
                                           WS-JAN-LIBERADO
                   IF WS-JAN-LIBERADO = "S"
                       PERFORM P200-REGISTRA-DEPOSITO THRU P200-SAIDA
                   END-IF
               WHEN 2
                   PERFORM P300-LISTA-ABERTOS
               WHEN 3
                   CALL "janelaUtil" USING WS-JAN-PROGRAMA
                                           WS-JAN-LIBERADO
                   IF WS-JAN-LIBERADO = "S"
                       PERFORM P400-APLICA-ITEM THRU P400-SAIDA
                   END-IF
               WHEN 4
                   CALL "janelaUtil" USING WS-JAN-PROGRAMA
                                           WS-JAN-LIBERADO
                   IF WS-JAN-LIBERADO = "S"
                       PERFORM P500-DEVOLVE-ITEM THRU P500-SAIDA
                   END-IF
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE

           CLOSE FIN-FILE
           PERFORM P800-REGRAVA-ITENS THRU P800-SAIDA
           GOBACK.

       P055-VERIFICA-PERIODO.
      *>   O LANCAMENTO ENTRA NO CONTABIL.DAT COM A DATA DE HOJE -
      *>   COMPETENCIA FECHADA PELO CONTROLE MENSAL (PERIODO.DAT) NAO
      *>   RECEBE MOVIMENTO; A REABERTURA E PELO fechaMes.
           MOVE WS-DATA-HOJE(1:6) TO WS-COMPETENCIA-MOV
           MOVE "N" TO WS-PERIODO-FECHADO
           MOVE "N" TO WS-PER-EOF
           OPEN INPUT PER-FILE
           IF WS-PER-STATUS = "00"
               PERFORM P056-LE-PERIODO
               PERFORM UNTIL FIM-PERIODOS
                   IF PER-COMPETENCIA = WS-COMPETENCIA-MOV
                       IF PER-FECHADA
                           SET COMPETENCIA-FECHADA TO TRUE
                       ELSE
                           MOVE "N" TO WS-PERIODO-FECHADO
                       END-IF
                   END-IF
                   PERFORM P056-LE-PERIODO
               END-PERFORM
               CLOSE PER-FILE
           END-IF
           IF COMPETENCIA-FECHADA
               DISPLAY "COMPETENCIA " WS-COMPETENCIA-MOV " JA FECHADA "
                       "PELA CONTABILIDADE - NADA POSTADO ATE A "
                       "REABERTURA (fechaMes)."
           END-IF
           .

       P056-LE-PERIODO.
           READ PER-FILE
               AT END SET FIM-PERIODOS TO TRUE
           END-READ
           .

       P100-CARREGA-ITENS.
           MOVE ZEROS TO WS-ULTIMO-NUMERO
           MOVE "N" TO WS-CNI-EOF
           OPEN INPUT CNI-FILE
           IF WS-CNI-STATUS = "00"
               PERFORM P110-LE-ITEM
               PERFORM UNTIL FIM-ITENS OR ITENS-TRANSBORDOU
                   IF WS-QTD-ITENS = 10000
                       SET ITENS-TRANSBORDOU TO TRUE
                   ELSE
                       ADD 1 TO WS-QTD-ITENS
                       MOVE CNI-REGISTRO
                           TO WS-CNI-IMAGEM(WS-QTD-ITENS)
                       IF CNI-NUMERO > WS-ULTIMO-NUMERO
                           MOVE CNI-NUMERO TO WS-ULTIMO-NUMERO
                       END-IF
                       PERFORM P110-LE-ITEM
                   END-IF
               END-PERFORM
               CLOSE CNI-FILE
           END-IF
           IF ITENS-TRANSBORDOU
               DISPLAY "CADASTRO DE CREDITOS NAO IDENTIFICADOS CHEIO "
                       "- O ARQUIVO NAO SERA REGRAVADO NESTA SESSAO."
           END-IF
           .

       P110-LE-ITEM.
           READ CNI-FILE
               AT END SET FIM-ITENS TO TRUE
           END-READ
           .

       P200-REGISTRA-DEPOSITO.
      *>   DINHEIRO RECEBIDO NO CAIXA SEM CONTRATO QUE O RECEBA ENTRA
      *>   NO SUSPENSO COMO O ITEM DO BANCO QUE O retorno NAO POSTA.
           IF ITENS-TRANSBORDOU OR WS-QTD-ITENS = 10000
               DISPLAY "TABELA CHEIA - DEPOSITO NAO PODE SER "
                       "REGISTRADO NESTA SESSAO."
               GO TO P200-SAIDA
           END-IF
           PERFORM P055-VERIFICA-PERIODO
           IF COMPETENCIA-FECHADA
               GO TO P200-SAIDA
           END-IF
           PERFORM P210-IDENTIFICA-SOLICITANTE
           IF NOT OPERADOR-VALIDO
               DISPLAY "OPERADOR OU SENHA INVALIDOS - NADA "
                       "REGISTRADO."
               GO TO P200-SAIDA
           END-IF

           DISPLAY "NOME DO PAGADOR: "
           ACCEPT WS-PAGADOR
           IF WS-PAGADOR = SPACES
               DISPLAY "DEPOSITO SEM PAGADOR - NADA REGISTRADO."
               GO TO P200-SAIDA
           END-IF
           DISPLAY "VALOR RECEBIDO: "
           ACCEPT WS-VALOR
           IF WS-VALOR = ZEROS
               DISPLAY "NENHUM VALOR INFORMADO - NADA REGISTRADO."
               GO TO P200-SAIDA
           END-IF
           DISPLAY "OBSERVACAO (CONTRATO CITADO, DOCUMENTO): "
           ACCEPT WS-OBS

           MOVE WS-VALOR TO WS-VALOR-ED
           DISPLAY "PAGADOR " WS-PAGADOR "  VALOR " WS-VALOR-ED
           DISPLAY "CONFIRMA (S/N)? "
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S"
               DISPLAY "NADA REGISTRADO."
               GO TO P200-SAIDA
           END-IF

           ADD 1 TO WS-ULTIMO-NUMERO
           INITIALIZE CNI-REGISTRO
           MOVE WS-ULTIMO-NUMERO  TO CNI-NUMERO
           SET CNI-DO-CAIXA       TO TRUE
           MOVE WS-DATA-HOJE      TO CNI-DT-ENTRADA
           MOVE WS-HORA-AGORA     TO CNI-HORA
           MOVE WS-DATA-HOJE      TO CNI-DT-PAGAMENTO
           MOVE WS-VALOR          TO CNI-VALOR
           MOVE WS-PAGADOR        TO CNI-PAGADOR
           MOVE "DEPOSITO NO CAIXA SEM CONTRATO" TO CNI-MOTIVO
           MOVE WS-SOLICITANTE    TO CNI-OPERADOR
           SET CNI-ABERTO         TO TRUE
           MOVE WS-OBS            TO CNI-OBS
           ADD 1 TO WS-QTD-ITENS
           MOVE CNI-REGISTRO      TO WS-CNI-IMAGEM(WS-QTD-ITENS)
           MOVE "S"               TO WS-CNI-ALTERADA

           MOVE "CNIENTRA"        TO WS-CTB-EVENTO
           MOVE ZEROS             TO WS-CTB-CONTRATO
           PERFORM P650-POSTA-CONTABIL
           DISPLAY "ITEM " CNI-NUMERO " REGISTRADO EM CREDITOS NAO "
                   "IDENTIFICADOS."
           .
       P200-SAIDA.
           EXIT.

       P210-IDENTIFICA-SOLICITANTE.
      *>   NO MENU O OPERADOR DA SESSAO E O SOLICITANTE, COM O NIVEL
      *>   ATUAL DO OPERADOR.DAT; FORA DELE CODIGO E SENHA SAO
      *>   COLHIDOS AQUI.
           MOVE "N" TO WS-OPE-VALIDO
           IF WS-OPERADOR-SESSAO NOT = "DIRETO"
               MOVE WS-OPERADOR-SESSAO TO WS-SOLICITANTE
               MOVE WS-NIVEL-SESSAO    TO WS-NIVEL-SOLIC
               SET OPERADOR-VALIDO TO TRUE
               PERFORM P220-NIVEL-CADASTRO
           ELSE
               DISPLAY "OPERADOR: "
               ACCEPT WS-COD-VALIDAR
               DISPLAY "SENHA: "
               ACCEPT WS-SENHA-INF
               PERFORM P370-VALIDA-SENHA
               IF OPERADOR-VALIDO
                   MOVE WS-COD-VALIDAR    TO WS-SOLICITANTE
                   MOVE WS-NIVEL-VALIDADO TO WS-NIVEL-SOLIC
               END-IF
           END-IF
           .

       P220-NIVEL-CADASTRO.
           MOVE "N" TO WS-OPE-EOF
           OPEN INPUT OPE-FILE
           IF WS-OPE-STATUS = "00"
               PERFORM P375-LE-OPERADOR
               PERFORM UNTIL FIM-OPERADORES
                   IF OPE-CODIGO = WS-SOLICITANTE
                       MOVE OPE-NIVEL TO WS-NIVEL-SOLIC
                   END-IF
                   PERFORM P375-LE-OPERADOR
               END-PERFORM
               CLOSE OPE-FILE
           END-IF
           .

       P300-LISTA-ABERTOS.
           MOVE ZEROS TO WS-QTD-LISTADAS
           MOVE ZEROS TO WS-TOTAL-ABERTO
           DISPLAY "NUMERO O ENTRADA  PAGTO                VALOR "
                   "CONTR. PARC PAGADOR"
           PERFORM VARYING WS-CNI-IDX FROM 1 BY 1
                   UNTIL WS-CNI-IDX > WS-QTD-ITENS
               MOVE WS-CNI-IMAGEM(WS-CNI-IDX) TO CNI-REGISTRO
               IF CNI-ABERTO
                   ADD 1 TO WS-QTD-LISTADAS
                   ADD CNI-VALOR TO WS-TOTAL-ABERTO
                   MOVE CNI-VALOR TO WS-VALOR-ED
                   DISPLAY CNI-NUMERO " " CNI-ORIGEM " "
                           CNI-DT-ENTRADA " " CNI-DT-PAGAMENTO " "
                           WS-VALOR-ED " " CNI-CONTRATO-INF " "
                           CNI-PARCELA-INF "  " CNI-PAGADOR
                   DISPLAY "         " CNI-MOTIVO " " CNI-OBS
               END-IF
           END-PERFORM
           MOVE WS-TOTAL-ABERTO TO WS-VALOR-ED
           DISPLAY "ITENS EM ABERTO: " WS-QTD-LISTADAS
                   "  VALOR EM SUSPENSO: " WS-VALOR-ED
           .

       P310-LOCALIZA-ITEM.
           DISPLAY "NUMERO DO ITEM: "
           ACCEPT WS-ITEM
           MOVE ZEROS TO WS-CNI-ACHOU
           PERFORM VARYING WS-CNI-IDX FROM 1 BY 1
                   UNTIL WS-CNI-IDX > WS-QTD-ITENS
                      OR WS-CNI-ACHOU > ZEROS
               MOVE WS-CNI-IMAGEM(WS-CNI-IDX) TO CNI-REGISTRO
               IF CNI-NUMERO = WS-ITEM
                   MOVE WS-CNI-IDX TO WS-CNI-ACHOU
               END-IF
           END-PERFORM
           IF WS-CNI-ACHOU > ZEROS
               MOVE WS-CNI-IMAGEM(WS-CNI-ACHOU) TO CNI-REGISTRO
           END-IF
           .

       P350-IDENTIFICA-APROVADOR.
      *>   O OPERADOR NIVEL 3 ASSINADO NO MENU JA VALE COMO
      *>   ASSINATURA; FORA DO MENU (OU NIVEL MENOR) A ASSINATURA E
      *>   COLHIDA COM CODIGO E SENHA CONTRA OPERADOR.DAT.
           MOVE "N" TO WS-SUP-VALIDO
           IF WS-OPERADOR-SESSAO NOT = "DIRETO"
              AND WS-NIVEL-SESSAO >= 3
               MOVE WS-OPERADOR-SESSAO TO WS-APROVADOR
               MOVE "S" TO WS-SUP-VALIDO
           ELSE
               DISPLAY "SUPERVISOR (NIVEL 3): "
               ACCEPT WS-COD-VALIDAR
               DISPLAY "SENHA: "
               ACCEPT WS-SENHA-INF
               PERFORM P370-VALIDA-SENHA
               IF OPERADOR-VALIDO AND WS-NIVEL-VALIDADO >= 3
                   MOVE WS-COD-VALIDAR TO WS-APROVADOR
                   MOVE "S" TO WS-SUP-VALIDO
               END-IF
           END-IF
           .

       P370-VALIDA-SENHA.
           MOVE "N"   TO WS-OPE-VALIDO
           MOVE ZEROS TO WS-NIVEL-VALIDADO
           MOVE "N"   TO WS-OPE-EOF
           CALL "senhaUtil" USING WS-SENHA-INF WS-HASH-INF
           OPEN INPUT OPE-FILE
           IF WS-OPE-STATUS = "00"
               PERFORM P375-LE-OPERADOR
               PERFORM UNTIL FIM-OPERADORES
      *>           VALE O HASH; O REGISTRO AINDA NA FORMA ANTIGA
      *>           (HASH ZERADO) VALE PELA SENHA EM CLARO.
                   IF OPE-CODIGO = WS-COD-VALIDAR
                      AND NOT OPE-CONTA-BLOQUEADA
                      AND ((OPE-SENHA-HASH IS NUMERIC
                            AND OPE-SENHA-HASH > ZEROS
                            AND WS-HASH-INF = OPE-SENHA-HASH)
                        OR ((OPE-SENHA-HASH NOT NUMERIC
                             OR OPE-SENHA-HASH = ZEROS)
                            AND OPE-SENHA NOT = SPACES
                            AND OPE-SENHA = WS-SENHA-INF))
                       SET OPERADOR-VALIDO TO TRUE
                       MOVE OPE-NIVEL TO WS-NIVEL-VALIDADO
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

       P400-APLICA-ITEM.
           PERFORM P300-LISTA-ABERTOS
           IF WS-QTD-LISTADAS = ZEROS
               GO TO P400-SAIDA
           END-IF
           IF ITENS-TRANSBORDOU
               DISPLAY "TABELA CHEIA - APLICACAO NAO PODE SER "
                       "REGISTRADA NESTA SESSAO."
               GO TO P400-SAIDA
           END-IF
           PERFORM P310-LOCALIZA-ITEM
           IF WS-CNI-ACHOU = ZEROS
               DISPLAY "ITEM NAO ENCONTRADO."
               GO TO P400-SAIDA
           END-IF
           IF NOT CNI-ABERTO
               DISPLAY "ITEM JA RESOLVIDO EM " CNI-DT-SOLUCAO "."
               GO TO P400-SAIDA
           END-IF
           PERFORM P055-VERIFICA-PERIODO
           IF COMPETENCIA-FECHADA
               GO TO P400-SAIDA
           END-IF
           PERFORM P210-IDENTIFICA-SOLICITANTE
           IF NOT OPERADOR-VALIDO
               DISPLAY "OPERADOR OU SENHA INVALIDOS - NADA APLICADO."
               GO TO P400-SAIDA
           END-IF

           DISPLAY "CONTRATO: "
           ACCEPT WS-CONTRATO
           MOVE WS-CONTRATO TO FIN-CONTRATO
           READ FIN-FILE
               INVALID KEY
                   MOVE "23" TO WS-FIN-STATUS
           END-READ
           IF WS-FIN-STATUS NOT = "00"
               DISPLAY "CONTRATO NAO ENCONTRADO: " WS-CONTRATO
               GO TO P400-SAIDA
           END-IF
           IF FIN-CEDIDO
               DISPLAY "CONTRATO CEDIDO - COBRAR NO CESSIONARIO."
               GO TO P400-SAIDA
           END-IF
           IF NOT FIN-ATIVO
               DISPLAY "CONTRATO NAO ESTA ATIVO - NADA APLICADO."
               GO TO P400-SAIDA
           END-IF

           OPEN I-O PAG-FILE
           IF WS-PAG-STATUS = "35"
               OPEN OUTPUT PAG-FILE
               CLOSE PAG-FILE
               OPEN I-O PAG-FILE
           END-IF
           MOVE FIN-CONTRATO TO PAG-CONTRATO
           READ PAG-FILE WITH LOCK
               INVALID KEY
                   MOVE FIN-CONTRATO     TO WS-PAG-CONTRATO
                   MOVE FIN-CLIENTE      TO WS-PAG-CLIENTE
                   MOVE FIN-NUM-PARCELAS TO WS-PAG-NUM-PARCELAS
                   MOVE ZEROS            TO WS-PAG-ULT-PARCELA-PAGA
                   MOVE ZEROS            TO WS-PAG-VALOR-PARCIAL-PAGO
               NOT INVALID KEY
                   MOVE PAG-CONTRATO          TO WS-PAG-CONTRATO
                   MOVE PAG-CLIENTE           TO WS-PAG-CLIENTE
                   MOVE PAG-NUM-PARCELAS      TO WS-PAG-NUM-PARCELAS
                   MOVE PAG-ULT-PARCELA-PAGA  TO WS-PAG-ULT-PARCELA-PAGA
                   MOVE PAG-VALOR-PARCIAL-PAGO
                       TO WS-PAG-VALOR-PARCIAL-PAGO
           END-READ
           IF WS-PAG-STATUS = "51" OR WS-PAG-STATUS = "99"
               DISPLAY "CONTRATO EM USO POR OUTRO OPERADOR - "
                       "TENTE NOVAMENTE."
               CLOSE PAG-FILE
               GO TO P400-SAIDA
           END-IF
           IF WS-PAG-ULT-PARCELA-PAGA >= FIN-NUM-PARCELAS
               DISPLAY "CONTRATO QUITADO. NAO HA PARCELA ONDE "
                       "APLICAR O ITEM."
               CLOSE PAG-FILE
               GO TO P400-SAIDA
           END-IF

           COMPUTE WS-PROXIMA-PARCELA = WS-PAG-ULT-PARCELA-PAGA + 1
           COMPUTE WS-VALOR-DEVIDO =
                   FIN-PARCELAS(WS-PROXIMA-PARCELA)
                   - WS-PAG-VALOR-PARCIAL-PAGO
           MOVE WS-VALOR-DEVIDO TO WS-VALOR-ED
           DISPLAY "CLIENTE: " FIN-CLIENTE
           DISPLAY "PROXIMA PARCELA EM ABERTO: " WS-PROXIMA-PARCELA
                   "  DEVIDO: " WS-VALOR-ED
           DISPLAY "PARCELA: "
           ACCEPT WS-PARCELA
      *>   COMO NO retorno, SO A PROXIMA PARCELA EM ABERTO RECEBE.
           IF WS-PARCELA NOT = WS-PROXIMA-PARCELA
               DISPLAY "PARCELA FORA DE SEQUENCIA - NADA APLICADO."
               CLOSE PAG-FILE
               GO TO P400-SAIDA
           END-IF

      *>   O QUE PASSA DO DEVIDO VIRA CREDITO DO CLIENTE (credSaldo),
      *>   COMO O EXCESSO DE UM PAGAMENTO DO BANCO.
           MOVE ZEROS TO WS-VALOR-CREDITO
           IF CNI-VALOR > WS-VALOR-DEVIDO
               MOVE WS-VALOR-DEVIDO TO WS-VALOR-APLICADO
               COMPUTE WS-VALOR-CREDITO = CNI-VALOR - WS-VALOR-DEVIDO
           ELSE
               MOVE CNI-VALOR TO WS-VALOR-APLICADO
           END-IF
           MOVE CNI-VALOR TO WS-VALOR-ED
           DISPLAY "ITEM " CNI-NUMERO "  VALOR " WS-VALOR-ED
           MOVE WS-VALOR-APLICADO TO WS-VALOR-ED
           DISPLAY "APLICA NA PARCELA " WS-PARCELA ": " WS-VALOR-ED
           IF WS-VALOR-CREDITO > ZEROS
               MOVE WS-VALOR-CREDITO TO WS-VALOR-ED
               DISPLAY "EXCESSO VIRA CREDITO DO CLIENTE: " WS-VALOR-ED
           END-IF
           DISPLAY "CONFIRMA (S/N)? "
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S"
               DISPLAY "NADA APLICADO."
               CLOSE PAG-FILE
               GO TO P400-SAIDA
           END-IF

           IF WS-VALOR-APLICADO = WS-VALOR-DEVIDO
               ADD 1 TO WS-PAG-ULT-PARCELA-PAGA
               MOVE ZEROS TO WS-PAG-VALOR-PARCIAL-PAGO
           ELSE
               ADD WS-VALOR-APLICADO TO WS-PAG-VALOR-PARCIAL-PAGO
           END-IF
           PERFORM P700-GRAVA-PAGAMENTO
           CLOSE PAG-FILE
           PERFORM P710-GRAVA-HISTORICO
           IF WS-VALOR-CREDITO > ZEROS
               PERFORM P720-GRAVA-CREDITO
           END-IF

           MOVE WS-DATA-HOJE       TO CNI-DT-SOLUCAO
           MOVE FIN-CONTRATO       TO CNI-CONTRATO
           MOVE WS-PARCELA         TO CNI-PARCELA
           MOVE WS-SOLICITANTE     TO CNI-OPER-SOLUCAO
           SET CNI-APLICADO        TO TRUE
           MOVE CNI-REGISTRO       TO WS-CNI-IMAGEM(WS-CNI-ACHOU)
           MOVE "S"                TO WS-CNI-ALTERADA

           MOVE "CNIAPLIC"         TO WS-CTB-EVENTO
           MOVE FIN-CONTRATO       TO WS-CTB-CONTRATO
           PERFORM P650-POSTA-CONTABIL
           MOVE "CNI-APLIC"        TO WS-EVT-TIPO
           MOVE WS-SOLICITANTE     TO WS-APROVADOR
           PERFORM P900-GRAVA-EVENTO
           DISPLAY "ITEM " CNI-NUMERO " APLICADO NO CONTRATO "
                   CNI-CONTRATO " PARCELA " CNI-PARCELA "."
           .
       P400-SAIDA.
           EXIT.

       P500-DEVOLVE-ITEM.
      *>   DEVOLVER DINHEIRO AO PAGADOR TIRA VALOR DO CAIXA: SO SAI
      *>   SOB A ASSINATURA DE UM NIVEL 3, COMO A RESTITUICAO DE
      *>   CREDITO DO credSaldo.
           PERFORM P300-LISTA-ABERTOS
           IF WS-QTD-LISTADAS = ZEROS
               GO TO P500-SAIDA
           END-IF
           IF ITENS-TRANSBORDOU
               DISPLAY "TABELA CHEIA - DEVOLUCAO NAO PODE SER "
                       "REGISTRADA NESTA SESSAO."
               GO TO P500-SAIDA
           END-IF
           PERFORM P310-LOCALIZA-ITEM
           IF WS-CNI-ACHOU = ZEROS
               DISPLAY "ITEM NAO ENCONTRADO."
               GO TO P500-SAIDA
           END-IF
           IF NOT CNI-ABERTO
               DISPLAY "ITEM JA RESOLVIDO EM " CNI-DT-SOLUCAO "."
               GO TO P500-SAIDA
           END-IF
           PERFORM P055-VERIFICA-PERIODO
           IF COMPETENCIA-FECHADA
               GO TO P500-SAIDA
           END-IF
           PERFORM P350-IDENTIFICA-APROVADOR
           IF NOT SUPERVISOR-VALIDO
               DISPLAY "SUPERVISOR INVALIDO OU SEM NIVEL 3 - "
                       "DEVOLUCAO NAO REALIZADA."
               GO TO P500-SAIDA
           END-IF
           DISPLAY "DADOS DA DEVOLUCAO (BANCO/CONTA OU RECIBO): "
           ACCEPT WS-OBS
           IF WS-OBS = SPACES
               DISPLAY "DEVOLUCAO EXIGE OS DADOS DO PAGAMENTO - "
                       "NADA REALIZADO."
               GO TO P500-SAIDA
           END-IF

           MOVE WS-DATA-HOJE       TO CNI-DT-SOLUCAO
           MOVE WS-APROVADOR       TO CNI-OPER-SOLUCAO
           MOVE WS-OBS             TO CNI-OBS
           SET CNI-DEVOLVIDO       TO TRUE
           MOVE CNI-REGISTRO       TO WS-CNI-IMAGEM(WS-CNI-ACHOU)
           MOVE "S"                TO WS-CNI-ALTERADA

           MOVE "CNIDEVOL"         TO WS-CTB-EVENTO
           MOVE ZEROS              TO WS-CTB-CONTRATO
           PERFORM P650-POSTA-CONTABIL
           IF CNI-DO-BANCO
               MOVE CNI-VALOR TO WS-MVB-VALOR
               MOVE SPACES TO WS-MVB-REFERENCIA
               STRING "DEVOLUCAO CNI ITEM " CNI-NUMERO
                      DELIMITED BY SIZE INTO WS-MVB-REFERENCIA
               CALL "movBcoUtil" USING WS-DATA-HOJE WS-MVB-TIPO
                                       WS-MVB-VALOR WS-MVB-ORIGEM
                                       WS-MVB-REFERENCIA
           END-IF

           MOVE CNI-VALOR TO WS-VALOR-ED
           DISPLAY "=============================================="
           DISPLAY "   RECIBO DE DEVOLUCAO - CREDITO NAO IDENTIFICADO"
           DISPLAY "=============================================="
           DISPLAY "ITEM.................: " CNI-NUMERO
           DISPLAY "PAGADOR..............: " CNI-PAGADOR
           DISPLAY "VALOR DEVOLVIDO......: " WS-VALOR-ED
           DISPLAY "DADOS................: " CNI-OBS
           DISPLAY "SUPERVISOR...........: " WS-APROVADOR
           DISPLAY "=============================================="
           .
       P500-SAIDA.
           EXIT.

       P650-POSTA-CONTABIL.
      *>   VAI DIRETO AO FEED DO DIA E AO ACUMULADO, COMO OS DEMAIS
      *>   LANCAMENTOS DIRETOS - O glExtract PRESERVA OS EVENTOS CNI
      *>   NA REGRAVACAO DA NOITE E NAO OS COPIA DE NOVO.
           OPEN EXTEND CTB-FILE
           IF WS-CTB-STATUS = "35"
               OPEN OUTPUT CTB-FILE
               CLOSE CTB-FILE
               OPEN EXTEND CTB-FILE
           END-IF
           OPEN EXTEND CTH-FILE
           IF WS-CTH-STATUS = "35"
               OPEN OUTPUT CTH-FILE
               CLOSE CTH-FILE
               OPEN EXTEND CTH-FILE
           END-IF
           SET WS-GLMAP-IDX TO 1
           SEARCH WS-GLMAP-ITEM
               AT END
                   DISPLAY "EVENTO " WS-CTB-EVENTO " SEM MAPA "
                           "CONTABIL - LANCAMENTO NAO GERADO"
               WHEN WS-GLMAP-EVENTO(WS-GLMAP-IDX) = WS-CTB-EVENTO
                   MOVE "D"             TO CTB-TIPO
                   MOVE WS-DATA-HOJE    TO CTB-DATA
                   MOVE WS-CTB-EVENTO   TO CTB-EVENTO
                   MOVE WS-GLMAP-DEBITO(WS-GLMAP-IDX)
                       TO CTB-CONTA-DEBITO
                   MOVE WS-GLMAP-CREDITO(WS-GLMAP-IDX)
                       TO CTB-CONTA-CREDITO
                   MOVE CNI-VALOR       TO CTB-VALOR
                   MOVE WS-CTB-CONTRATO TO CTB-CONTRATO
                   MOVE "C"          TO EMU-FUNCAO
                   MOVE CTB-CONTRATO TO EMU-CONTRATO
                   CALL "empUtil" USING EMU-PARAMETROS
                   MOVE EMU-EMPRESA  TO CTB-EMPRESA
                   WRITE CTB-REGISTRO
                   MOVE CTB-REGISTRO TO CTH-LINHA
                   WRITE CTH-LINHA
           END-SEARCH
           CLOSE CTB-FILE
           CLOSE CTH-FILE
           .

       P700-GRAVA-PAGAMENTO.
           MOVE WS-PAG-CONTRATO         TO PAG-CONTRATO
           MOVE WS-PAG-CLIENTE          TO PAG-CLIENTE
           MOVE WS-PAG-NUM-PARCELAS     TO PAG-NUM-PARCELAS
           MOVE WS-PAG-ULT-PARCELA-PAGA TO PAG-ULT-PARCELA-PAGA
           MOVE WS-PAG-VALOR-PARCIAL-PAGO TO PAG-VALOR-PARCIAL-PAGO

           WRITE PAG-REGISTRO
               INVALID KEY
                   REWRITE PAG-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR PAGAMENTO: "
                                   WS-PAG-STATUS
                   END-REWRITE
           END-WRITE
           .

       P710-GRAVA-HISTORICO.
           OPEN EXTEND HIST-FILE
           IF WS-HIST-STATUS = "35"
               OPEN OUTPUT HIST-FILE
               CLOSE HIST-FILE
               OPEN EXTEND HIST-FILE
           END-IF
           MOVE WS-PAG-CONTRATO    TO PAGH-CONTRATO
           MOVE "P"                TO PAGH-TIPO
           MOVE WS-PAG-CLIENTE     TO PAGH-CLIENTE
           MOVE WS-PARCELA         TO PAGH-PARCELA
           MOVE WS-DATA-HOJE       TO PAGH-DATA
           ACCEPT PAGH-HORA FROM TIME
           MOVE WS-VALOR-APLICADO  TO PAGH-VALOR
           MOVE WS-SOLICITANTE     TO PAGH-OPERADOR
           WRITE PAGH-REGISTRO
           CLOSE HIST-FILE
           .

       P720-GRAVA-CREDITO.
           OPEN EXTEND CRS-FILE
           IF WS-CRS-STATUS = "35"
               OPEN OUTPUT CRS-FILE
               CLOSE CRS-FILE
               OPEN EXTEND CRS-FILE
           END-IF
           MOVE FIN-COD-CLIENTE    TO CRS-COD-CLIENTE
           MOVE FIN-CLIENTE        TO CRS-CLIENTE
           MOVE FIN-CONTRATO       TO CRS-CONTRATO
           MOVE WS-PARCELA         TO CRS-PARCELA
           MOVE "C"                TO CRS-TIPO
           MOVE WS-VALOR-CREDITO   TO CRS-VALOR
           ACCEPT CRS-DATA FROM DATE YYYYMMDD
           ACCEPT CRS-HORA FROM TIME
           MOVE WS-SOLICITANTE     TO CRS-OPERADOR
           MOVE "CNIDENT"          TO CRS-ORIGEM
           WRITE CRS-REGISTRO
           CLOSE CRS-FILE
           .

       P800-REGRAVA-ITENS.
      *>   REGRAVAR A PARTIR DE UMA TABELA CHEIA TRUNCARIA O
      *>   CADASTRO - NESSE CASO ELE FICA COMO ESTA.
           IF WS-CNI-ALTERADA NOT = "S" OR ITENS-TRANSBORDOU
               GO TO P800-SAIDA
           END-IF
           OPEN OUTPUT CNI-FILE
           PERFORM VARYING WS-CNI-IDX FROM 1 BY 1
                   UNTIL WS-CNI-IDX > WS-QTD-ITENS
               MOVE WS-CNI-IMAGEM(WS-CNI-IDX) TO CNI-REGISTRO
               WRITE CNI-REGISTRO
           END-PERFORM
           CLOSE CNI-FILE
           .
       P800-SAIDA.
           EXIT.

       P900-GRAVA-EVENTO.
           MOVE CNI-CONTRATO TO WS-EVT-CONTRATO
           MOVE WS-VALOR-APLICADO TO WS-EVT-VALOR
           MOVE SPACES       TO WS-EVT-DETALHE
           STRING "CRED NAO IDENTIF " CNI-NUMERO " PARC "
                  CNI-PARCELA
                  DELIMITED BY SIZE INTO WS-EVT-DETALHE
           CALL "evtUtil" USING WS-EVT-CONTRATO WS-EVT-TIPO
                                WS-EVT-VALOR WS-APROVADOR
                                WS-EVT-DETALHE
           .

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

       END PROGRAM cniWork.

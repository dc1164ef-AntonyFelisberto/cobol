      ******************************************************************
      * Author:
      * Date:
      * Purpose: Manual journal entries with dual approval - the
      *          accounting team's corrections (a misposted repasse, a
      *          retorno item credited to the wrong contract) go to
      *          the GL through here instead of a program change or a
      *          direct key-in on the ledger, so glRecon keeps tying.
      *          A level-2 or higher operator keys a balanced
      *          debit/credit pair between two accounts of the
      *          GLMAPTB.cpy chart, the amount, the reason and
      *          optionally the contract; the entry stays pendente in
      *          LANCMAN.DAT (LMNFD.cpy) until a level-3 operator
      *          other than the one who keyed it approves it here.
      *          Only then is it released to CONTABIL.DAT (and the
      *          cumulative CONTABHIS.DAT) as event MANUAL, which the
      *          nightly glExtract preserves like every other direct
      *          posting. Neither the keying nor the release is
      *          accepted while the current competencia is closed on
      *          PERIODO.DAT - finance reopens it through fechaMes
      *          when a correction really has to go in.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. lancMan.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT LMN-FILE ASSIGN TO "LANCMAN.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LMN-STATUS.

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
       FD  LMN-FILE.
           COPY LMNFD.

       FD  FIN-FILE.
           COPY FINFD.

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

       01  WS-VARIAVEIS.
           03  WS-LMN-STATUS       PIC XX.
           03  WS-FIN-STATUS       PIC XX.
           03  WS-OPE-STATUS       PIC XX.
           03  WS-OPS-STATUS       PIC XX.
           03  WS-PER-STATUS       PIC XX.
           03  WS-CTB-STATUS       PIC XX.
           03  WS-CTH-STATUS       PIC XX.
           03  WS-LMN-EOF          PIC X.
               88  FIM-LANCAMENTOS    VALUE "S".
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
           03  WS-CONTA-DEBITO     PIC 9(05).
           03  WS-CONTA-CREDITO    PIC 9(05).
           03  WS-CONTA-VALIDAR    PIC 9(05).
           03  WS-CONTA-OK         PIC X.
               88  CONTA-MAPEADA      VALUE "S".
           03  WS-VALOR            PIC 9(10)V99.
           03  WS-CONTRATO         PIC 9(06).
           03  WS-MOTIVO           PIC X(40).
           03  WS-OBS              PIC X(30).
           03  WS-ITEM             PIC 9(06).
           03  WS-DECISAO          PIC X.
           03  WS-CONFIRMA         PIC X.
           03  WS-QTD-LISTADAS     PIC 9(05).
           03  WS-ULTIMO-NUMERO    PIC 9(06).
           03  WS-VALOR-ED         PIC Z.ZZZ.ZZZ.ZZ9,99.

      *>   LANCMAN.DAT INTEIRO EM MEMORIA - O REGISTRO, A LIBERACAO E
      *>   A RECUSA ALTERAM LINHAS E O ARQUIVO E REGRAVADO NO FIM.
       01  WS-QTD-LANCAMENTOS      PIC 9(05) VALUE ZEROS.
       01  WS-LMN-CHEIA            PIC X VALUE "N".
           88  LANCAMENTOS-TRANSBORDOU VALUE "S".
       01  WS-LMN-ALTERADA         PIC X VALUE "N".
       01  WS-TABELA-LANCAMENTOS.
           03  WS-LMN-ITEM OCCURS 0 TO 10000 TIMES
                           DEPENDING ON WS-QTD-LANCAMENTOS.
               05  WS-LMN-IMAGEM   PIC X(146).
       77  WS-LMN-IDX              PIC 9(05).
       77  WS-LMN-ACHOU            PIC 9(05).

       01  WS-EVENTO.
           03  WS-EVT-CONTRATO     PIC 9(06).
           03  WS-EVT-TIPO         PIC X(10).
           03  WS-EVT-VALOR        PIC 9(08)V99 VALUE ZEROS.
           03  WS-EVT-DETALHE      PIC X(30).

           COPY EMPLK.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *>   CHAMADO REPETIDAMENTE PELO MENU, O PROGRAMA FICA NO
      *>   ESTADO DA ULTIMA EXECUCAO - A TABELA E RECARREGADA DO
      *>   ARQUIVO A CADA CHAMADA.
           MOVE ZEROS TO WS-QTD-LANCAMENTOS
           MOVE "N"   TO WS-LMN-CHEIA
           MOVE "N"   TO WS-LMN-ALTERADA
           ACCEPT WS-DATA-HOJE  FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA FROM TIME
           PERFORM P045-LE-OPERADOR-SESSAO
           PERFORM P100-CARREGA-LANCAMENTOS

           DISPLAY "=============================================="
           DISPLAY "     LANCAMENTOS CONTABEIS MANUAIS"
           DISPLAY "=============================================="
           DISPLAY "1 - REGISTRAR LANCAMENTO"
           DISPLAY "2 - LISTAR LANCAMENTOS PENDENTES"
           DISPLAY "3 - LIBERAR / RECUSAR PENDENTE (NIVEL 3)"
           DISPLAY "4 - LANCAMENTOS DO CONTRATO"
           DISPLAY "ESCOLHA UMA OPCAO: "
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM P200-REGISTRA THRU P200-SAIDA
               WHEN 2
                   PERFORM P300-LISTA-PENDENTES
               WHEN 3
                   PERFORM P400-DECIDE-PENDENTE THRU P400-SAIDA
               WHEN 4
                   PERFORM P500-LISTA-CONTRATO
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE

           PERFORM P800-REGRAVA-LANCAMENTOS THRU P800-SAIDA
           GOBACK.

       P055-VERIFICA-PERIODO.
      *>   O LANCAMENTO ENTRA NO CONTABIL.DAT COM A DATA DE HOJE -
      *>   COMPETENCIA FECHADA PELO CONTROLE MENSAL (PERIODO.DAT) NAO
      *>   RECEBE LANCAMENTO MANUAL; A REABERTURA E PELO fechaMes.
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
                       "PELA CONTABILIDADE - LANCAMENTO MANUAL SO "
                       "APOS REABERTURA (fechaMes)."
           END-IF
           .

       P056-LE-PERIODO.
           READ PER-FILE
               AT END SET FIM-PERIODOS TO TRUE
           END-READ
           .

       P100-CARREGA-LANCAMENTOS.
           MOVE ZEROS TO WS-ULTIMO-NUMERO
           MOVE "N" TO WS-LMN-EOF
           OPEN INPUT LMN-FILE
           IF WS-LMN-STATUS = "00"
               PERFORM P110-LE-LANCAMENTO
               PERFORM UNTIL FIM-LANCAMENTOS
                          OR LANCAMENTOS-TRANSBORDOU
                   IF WS-QTD-LANCAMENTOS = 10000
                       SET LANCAMENTOS-TRANSBORDOU TO TRUE
                   ELSE
                       ADD 1 TO WS-QTD-LANCAMENTOS
                       MOVE LMN-REGISTRO
                           TO WS-LMN-IMAGEM(WS-QTD-LANCAMENTOS)
                       IF LMN-NUMERO > WS-ULTIMO-NUMERO
                           MOVE LMN-NUMERO TO WS-ULTIMO-NUMERO
                       END-IF
                       PERFORM P110-LE-LANCAMENTO
                   END-IF
               END-PERFORM
               CLOSE LMN-FILE
           END-IF
           IF LANCAMENTOS-TRANSBORDOU
               DISPLAY "CADASTRO DE LANCAMENTOS CHEIO - O ARQUIVO NAO "
                       "SERA REGRAVADO NESTA SESSAO."
           END-IF
           .

       P110-LE-LANCAMENTO.
           READ LMN-FILE
               AT END SET FIM-LANCAMENTOS TO TRUE
           END-READ
           .

       P200-REGISTRA.
           IF LANCAMENTOS-TRANSBORDOU OR WS-QTD-LANCAMENTOS = 10000
               DISPLAY "TABELA CHEIA - LANCAMENTO NAO PODE SER "
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
           IF WS-NIVEL-SOLIC < 2
               DISPLAY "LANCAMENTO MANUAL EXIGE NIVEL 2 OU "
                       "SUPERIOR - NADA REGISTRADO."
               GO TO P200-SAIDA
           END-IF

           PERFORM P260-MOSTRA-CONTAS
           DISPLAY "CONTA A DEBITO: "
           ACCEPT WS-CONTA-DEBITO
           MOVE WS-CONTA-DEBITO TO WS-CONTA-VALIDAR
           PERFORM P265-VALIDA-CONTA
           IF NOT CONTA-MAPEADA
               DISPLAY "CONTA " WS-CONTA-DEBITO " FORA DO PLANO "
                       "(GLMAPTB) - NADA REGISTRADO."
               GO TO P200-SAIDA
           END-IF
           DISPLAY "CONTA A CREDITO: "
           ACCEPT WS-CONTA-CREDITO
           MOVE WS-CONTA-CREDITO TO WS-CONTA-VALIDAR
           PERFORM P265-VALIDA-CONTA
           IF NOT CONTA-MAPEADA
               DISPLAY "CONTA " WS-CONTA-CREDITO " FORA DO PLANO "
                       "(GLMAPTB) - NADA REGISTRADO."
               GO TO P200-SAIDA
           END-IF
           IF WS-CONTA-DEBITO = WS-CONTA-CREDITO
               DISPLAY "DEBITO E CREDITO NA MESMA CONTA - NADA "
                       "REGISTRADO."
               GO TO P200-SAIDA
           END-IF

           DISPLAY "VALOR: "
           ACCEPT WS-VALOR
           IF WS-VALOR = ZEROS
               DISPLAY "NENHUM VALOR INFORMADO - NADA REGISTRADO."
               GO TO P200-SAIDA
           END-IF

           DISPLAY "CONTRATO (ZERO SE NAO HOUVER): "
           ACCEPT WS-CONTRATO
           IF WS-CONTRATO NOT = ZEROS
               PERFORM P270-VERIFICA-CONTRATO
               IF WS-FIN-STATUS NOT = "00"
                   DISPLAY "CONTRATO NAO ENCONTRADO: " WS-CONTRATO
                   GO TO P200-SAIDA
               END-IF
           END-IF

           DISPLAY "MOTIVO DO LANCAMENTO: "
           ACCEPT WS-MOTIVO
           IF WS-MOTIVO = SPACES
               DISPLAY "LANCAMENTO MANUAL EXIGE MOTIVO - NADA "
                       "REGISTRADO."
               GO TO P200-SAIDA
           END-IF

           MOVE WS-VALOR TO WS-VALOR-ED
           DISPLAY "D " WS-CONTA-DEBITO "  C " WS-CONTA-CREDITO
                   "  VALOR " WS-VALOR-ED "  CONTRATO " WS-CONTRATO
           DISPLAY "CONFIRMA (S/N)? "
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S"
               DISPLAY "NADA REGISTRADO."
               GO TO P200-SAIDA
           END-IF

           ADD 1 TO WS-ULTIMO-NUMERO
           MOVE SPACES            TO LMN-REGISTRO
           MOVE WS-ULTIMO-NUMERO  TO LMN-NUMERO
           MOVE WS-DATA-HOJE      TO LMN-DATA
           MOVE WS-HORA-AGORA     TO LMN-HORA
           MOVE WS-CONTA-DEBITO   TO LMN-CONTA-DEBITO
           MOVE WS-CONTA-CREDITO  TO LMN-CONTA-CREDITO
           MOVE WS-VALOR          TO LMN-VALOR
           MOVE WS-CONTRATO       TO LMN-CONTRATO
           MOVE WS-MOTIVO         TO LMN-MOTIVO
           MOVE WS-SOLICITANTE    TO LMN-OPERADOR
           MOVE WS-NIVEL-SOLIC    TO LMN-NIVEL
           MOVE SPACES            TO LMN-APROVADOR
           MOVE ZEROS             TO LMN-DT-DECISAO
           MOVE "P"               TO LMN-SITUACAO
           ADD 1 TO WS-QTD-LANCAMENTOS
           MOVE LMN-REGISTRO      TO WS-LMN-IMAGEM(WS-QTD-LANCAMENTOS)
           MOVE "S"               TO WS-LMN-ALTERADA
           DISPLAY "LANCAMENTO " LMN-NUMERO " REGISTRADO - AGUARDA "
                   "LIBERACAO DE OUTRO OPERADOR NIVEL 3."
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

       P260-MOSTRA-CONTAS.
      *>   O PLANO DE CONTAS QUE O RAZAO CONHECE E O DO GLMAPTB -
      *>   CADA CONTA APARECE UMA VEZ, NA PRIMEIRA LINHA QUE A USA.
           DISPLAY "CONTAS DO PLANO (GLMAPTB):"
           PERFORM VARYING WS-GLMAP-IDX FROM 1 BY 1
                   UNTIL WS-GLMAP-IDX > 38
               DISPLAY "  " WS-GLMAP-EVENTO(WS-GLMAP-IDX) "  D "
                       WS-GLMAP-DEBITO(WS-GLMAP-IDX) "  C "
                       WS-GLMAP-CREDITO(WS-GLMAP-IDX)
           END-PERFORM
           .

       P265-VALIDA-CONTA.
           MOVE "N" TO WS-CONTA-OK
           SET WS-GLMAP-IDX TO 1
           SEARCH WS-GLMAP-ITEM
               AT END
                   CONTINUE
               WHEN WS-GLMAP-DEBITO(WS-GLMAP-IDX) = WS-CONTA-VALIDAR
                 OR WS-GLMAP-CREDITO(WS-GLMAP-IDX) = WS-CONTA-VALIDAR
                   SET CONTA-MAPEADA TO TRUE
           END-SEARCH
           .

       P270-VERIFICA-CONTRATO.
           OPEN INPUT FIN-FILE
           MOVE WS-CONTRATO TO FIN-CONTRATO
           READ FIN-FILE
               INVALID KEY
                   MOVE "23" TO WS-FIN-STATUS
           END-READ
           CLOSE FIN-FILE
           .

       P300-LISTA-PENDENTES.
           MOVE ZEROS TO WS-QTD-LISTADAS
           DISPLAY "NUMERO DATA      DEBITO CREDITO            VALOR "
                   "CONTRATO OPERADOR"
           PERFORM VARYING WS-LMN-IDX FROM 1 BY 1
                   UNTIL WS-LMN-IDX > WS-QTD-LANCAMENTOS
               MOVE WS-LMN-IMAGEM(WS-LMN-IDX) TO LMN-REGISTRO
               IF LMN-PENDENTE
                   ADD 1 TO WS-QTD-LISTADAS
                   MOVE LMN-VALOR TO WS-VALOR-ED
                   DISPLAY LMN-NUMERO " " LMN-DATA "  "
                           LMN-CONTA-DEBITO "  " LMN-CONTA-CREDITO
                           "  " WS-VALOR-ED " " LMN-CONTRATO "   "
                           LMN-OPERADOR
                   DISPLAY "       " LMN-MOTIVO
               END-IF
           END-PERFORM
           DISPLAY "LANCAMENTOS PENDENTES DE LIBERACAO: "
                   WS-QTD-LISTADAS
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
               DISPLAY "APROVADOR (NIVEL 3): "
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

       P400-DECIDE-PENDENTE.
           PERFORM P300-LISTA-PENDENTES
           IF WS-QTD-LISTADAS = ZEROS
               GO TO P400-SAIDA
           END-IF
           IF LANCAMENTOS-TRANSBORDOU
               DISPLAY "TABELA CHEIA - DECISAO NAO PODE SER "
                       "REGISTRADA NESTA SESSAO."
               GO TO P400-SAIDA
           END-IF
           DISPLAY "NUMERO DO LANCAMENTO: "
           ACCEPT WS-ITEM
           MOVE ZEROS TO WS-LMN-ACHOU
           PERFORM VARYING WS-LMN-IDX FROM 1 BY 1
                   UNTIL WS-LMN-IDX > WS-QTD-LANCAMENTOS
                      OR WS-LMN-ACHOU > ZEROS
               MOVE WS-LMN-IMAGEM(WS-LMN-IDX) TO LMN-REGISTRO
               IF LMN-NUMERO = WS-ITEM
                   MOVE WS-LMN-IDX TO WS-LMN-ACHOU
               END-IF
           END-PERFORM
           IF WS-LMN-ACHOU = ZEROS
               DISPLAY "LANCAMENTO NAO ENCONTRADO."
               GO TO P400-SAIDA
           END-IF
           MOVE WS-LMN-IMAGEM(WS-LMN-ACHOU) TO LMN-REGISTRO
           IF NOT LMN-PENDENTE
               DISPLAY "LANCAMENTO NAO ESTA PENDENTE."
               GO TO P400-SAIDA
           END-IF

           PERFORM P350-IDENTIFICA-APROVADOR
           IF NOT SUPERVISOR-VALIDO
               DISPLAY "APROVADOR INVALIDO OU SEM NIVEL 3 - "
                       "DECISAO NAO REGISTRADA."
               GO TO P400-SAIDA
           END-IF
           IF WS-APROVADOR = LMN-OPERADOR
               DISPLAY "QUEM REGISTROU O LANCAMENTO NAO PODE "
                       "LIBERA-LO - DECISAO NAO REGISTRADA."
               GO TO P400-SAIDA
           END-IF

           MOVE LMN-VALOR TO WS-VALOR-ED
           DISPLAY "D " LMN-CONTA-DEBITO "  C " LMN-CONTA-CREDITO
                   "  VALOR " WS-VALOR-ED "  CONTRATO " LMN-CONTRATO
           DISPLAY "MOTIVO: " LMN-MOTIVO
           DISPLAY "L = LIBERAR, R = RECUSAR: "
           ACCEPT WS-DECISAO
           EVALUATE WS-DECISAO
               WHEN "L"
      *>           A COMPETENCIA PODE TER SIDO FECHADA ENTRE O
      *>           REGISTRO E A LIBERACAO - O LANCAMENTO CONTINUA
      *>           PENDENTE ATE A REABERTURA.
                   PERFORM P055-VERIFICA-PERIODO
                   IF COMPETENCIA-FECHADA
                       DISPLAY "LANCAMENTO CONTINUA PENDENTE."
                       GO TO P400-SAIDA
                   END-IF
                   MOVE WS-APROVADOR TO LMN-APROVADOR
                   MOVE WS-DATA-HOJE TO LMN-DT-DECISAO
                   MOVE "L"          TO LMN-SITUACAO
                   MOVE LMN-REGISTRO TO WS-LMN-IMAGEM(WS-LMN-ACHOU)
                   MOVE "S"          TO WS-LMN-ALTERADA
                   PERFORM P650-POSTA-CONTABIL
                   IF LMN-CONTRATO NOT = ZEROS
                       MOVE "LANC-MAN" TO WS-EVT-TIPO
                       PERFORM P900-GRAVA-EVENTO
                   END-IF
                   DISPLAY "LANCAMENTO " LMN-NUMERO " LIBERADO NO "
                           "CONTABIL.DAT."
               WHEN "R"
                   DISPLAY "OBSERVACAO DA RECUSA: "
                   ACCEPT WS-OBS
                   MOVE WS-APROVADOR TO LMN-APROVADOR
                   MOVE WS-DATA-HOJE TO LMN-DT-DECISAO
                   MOVE "R"          TO LMN-SITUACAO
                   MOVE WS-OBS       TO LMN-OBS-DECISAO
                   MOVE LMN-REGISTRO TO WS-LMN-IMAGEM(WS-LMN-ACHOU)
                   MOVE "S"          TO WS-LMN-ALTERADA
                   IF LMN-CONTRATO NOT = ZEROS
                       MOVE "LANC-REC" TO WS-EVT-TIPO
                       PERFORM P900-GRAVA-EVENTO
                   END-IF
                   DISPLAY "LANCAMENTO RECUSADO."
               WHEN OTHER
                   DISPLAY "DECISAO INVALIDA - NADA ALTERADO."
           END-EVALUATE
           .
       P400-SAIDA.
           EXIT.

       P500-LISTA-CONTRATO.
           DISPLAY "CONTRATO: "
           ACCEPT WS-CONTRATO
           MOVE ZEROS TO WS-QTD-LISTADAS
           DISPLAY "NUMERO DATA      DEBITO CREDITO            VALOR "
                   "SIT OPERADOR APROVADOR DECISAO"
           PERFORM VARYING WS-LMN-IDX FROM 1 BY 1
                   UNTIL WS-LMN-IDX > WS-QTD-LANCAMENTOS
               MOVE WS-LMN-IMAGEM(WS-LMN-IDX) TO LMN-REGISTRO
               IF LMN-CONTRATO = WS-CONTRATO
                   ADD 1 TO WS-QTD-LISTADAS
                   MOVE LMN-VALOR TO WS-VALOR-ED
                   DISPLAY LMN-NUMERO " " LMN-DATA "  "
                           LMN-CONTA-DEBITO "  " LMN-CONTA-CREDITO
                           "  " WS-VALOR-ED "  " LMN-SITUACAO "  "
                           LMN-OPERADOR " " LMN-APROVADOR "  "
                           LMN-DT-DECISAO
                   DISPLAY "       " LMN-MOTIVO
               END-IF
           END-PERFORM
           DISPLAY "LANCAMENTOS DO CONTRATO: " WS-QTD-LISTADAS
           .

       P650-POSTA-CONTABIL.
      *>   VAI DIRETO AO FEED DO DIA E AO ACUMULADO, COMO OS DEMAIS
      *>   LANCAMENTOS DIRETOS - O glExtract PRESERVA O EVENTO MANUAL
      *>   NA REGRAVACAO DA NOITE E NAO O COPIA DE NOVO.
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
           MOVE "D"               TO CTB-TIPO
           MOVE WS-DATA-HOJE      TO CTB-DATA
           MOVE "MANUAL  "        TO CTB-EVENTO
           MOVE LMN-CONTA-DEBITO  TO CTB-CONTA-DEBITO
           MOVE LMN-CONTA-CREDITO TO CTB-CONTA-CREDITO
           MOVE LMN-VALOR         TO CTB-VALOR
           MOVE LMN-CONTRATO      TO CTB-CONTRATO
      *>   CORRECAO SEM CONTRATO VAI PARA OS LIVROS DA EMPRESA DA
      *>   SESSAO DE QUEM LIBERA (NO CONSOLIDADO, A 01).
           IF CTB-CONTRATO = ZEROS
               MOVE "S"      TO EMU-FUNCAO
           ELSE
               MOVE "C"      TO EMU-FUNCAO
           END-IF
           MOVE CTB-CONTRATO TO EMU-CONTRATO
           CALL "empUtil" USING EMU-PARAMETROS
           IF EMU-EMPRESA = ZEROS
               MOVE 1        TO EMU-EMPRESA
           END-IF
           MOVE EMU-EMPRESA  TO CTB-EMPRESA
           WRITE CTB-REGISTRO
           MOVE CTB-REGISTRO TO CTH-LINHA
           WRITE CTH-LINHA
           CLOSE CTB-FILE
           CLOSE CTH-FILE
           .

       P800-REGRAVA-LANCAMENTOS.
      *>   REGRAVAR A PARTIR DE UMA TABELA CHEIA TRUNCARIA O
      *>   CADASTRO - NESSE CASO ELE FICA COMO ESTA.
           IF WS-LMN-ALTERADA NOT = "S" OR LANCAMENTOS-TRANSBORDOU
               GO TO P800-SAIDA
           END-IF
           OPEN OUTPUT LMN-FILE
           PERFORM VARYING WS-LMN-IDX FROM 1 BY 1
                   UNTIL WS-LMN-IDX > WS-QTD-LANCAMENTOS
               MOVE WS-LMN-IMAGEM(WS-LMN-IDX) TO LMN-REGISTRO
               WRITE LMN-REGISTRO
           END-PERFORM
           CLOSE LMN-FILE
           .
       P800-SAIDA.
           EXIT.

       P900-GRAVA-EVENTO.
           MOVE LMN-CONTRATO TO WS-EVT-CONTRATO
           MOVE LMN-VALOR    TO WS-EVT-VALOR
           MOVE SPACES       TO WS-EVT-DETALHE
           STRING "LANCTO MANUAL " LMN-NUMERO " D "
                  LMN-CONTA-DEBITO
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

       END PROGRAM lancMan.

      ******************************************************************
      * Author:
      * Date:
      * Purpose: Service-fee desk (TARITEM.DAT) - the client's fee
      *          items raised by the programs that gave a service
      *          (tarifaUtil):
      *          1 - list the client's fees, pending and settled;
      *          2 - receive the pending fees at the counter, one or
      *              all of them: each one is posted to CONTABIL.DAT
      *              as TARIFA and counted in the operator's cashier
      *              closeout (caixaFec);
      *          3 - waive a pending fee under a level-3
      *              supervisor's code (not the operator's own).
      *          A pending fee not paid here goes with the next
      *          boleto of the contract and is taken from the
      *          surplus of that payment by the nightly tarifaCob.
      *          Returned-cheque fees are received at the cheque
      *          desk (cheque, option 5), which keeps the cheque
      *          register in step. The consultation is recorded in
      *          the access log (acessoUtil, ACESSO.DAT).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. tarifa.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT TIT-FILE ASSIGN TO "TARITEM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TIT-STATUS.

               SELECT OPE-FILE ASSIGN TO "OPERADOR.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPE-STATUS.

               SELECT OPS-FILE ASSIGN TO "OPERSESS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPS-STATUS.

               SELECT CTB-FILE ASSIGN TO "CONTABIL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CTB-STATUS.

               SELECT CTH-FILE ASSIGN TO "CONTABHIS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CTH-STATUS.

               SELECT PER-FILE ASSIGN TO "PERIODO.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TIT-FILE.
           COPY TITFD.

       FD  OPE-FILE.
           COPY OPEFD.

       FD  OPS-FILE.
           COPY OPSFD.

       FD  CTB-FILE.
           COPY CTBFD.

       FD  CTH-FILE.
       01  CTH-LINHA           PIC X(47).

       FD  PER-FILE.
           COPY PERFD.

       WORKING-STORAGE SECTION.
           COPY TAVSRV.
           COPY GLMAPTB.

       01  WS-VARIAVEIS.
           03  WS-TIT-STATUS       PIC XX.
           03  WS-OPE-STATUS       PIC XX.
           03  WS-OPS-STATUS       PIC XX.
           03  WS-CTB-STATUS       PIC XX.
           03  WS-CTH-STATUS       PIC XX.
           03  WS-PER-STATUS       PIC XX.
           03  WS-PER-EOF          PIC X.
               88  FIM-PERIODOS       VALUE "S".
           03  WS-COMPETENCIA-MOV  PIC 9(6).
           03  WS-PERIODO-FECHADO  PIC X.
               88  COMPETENCIA-FECHADA VALUE "S".
           03  WS-TIT-EOF          PIC X.
               88  FIM-ITENS          VALUE "S".
           03  WS-OPE-EOF          PIC X.
               88  FIM-OPERADORES     VALUE "S".
           03  WS-OPCAO            PIC 9.
           03  WS-DATA-HOJE        PIC 9(8).
           03  WS-OPERADOR         PIC X(08).
           03  WS-OPERADOR-SESSAO  PIC X(08).
           03  WS-COD-CLIENTE-INF  PIC 9(05).
           03  WS-ID-INF           PIC 9(08).
           03  WS-CONFIRMA         PIC X.
           03  WS-QTD-CLIENTE      PIC 9(04).
           03  WS-QTD-PENDENTES    PIC 9(04).
           03  WS-QTD-RECEBIDAS    PIC 9(04).
           03  WS-TOT-PENDENTE     PIC 9(08)V99.
           03  WS-TOT-RECEBIDO     PIC 9(08)V99.
           03  WS-SRV-IDX          PIC 9(02).
           03  WS-SRV-DESCRICAO    PIC X(25).
           03  WS-SITUACAO-DESC    PIC X(10).
           03  WS-SUPERVISOR       PIC X(08).
           03  WS-SENHA-SUP        PIC X(08).
           03  WS-HASH-SUP         PIC 9(08).
           03  WS-SUP-VALIDO       PIC X.
               88  SUPERVISOR-VALIDO  VALUE "S".
           03  WS-ACS-PROGRAMA     PIC X(10) VALUE "tarifa".
           03  WS-VALOR-ED         PIC Z.ZZ9,99.
           03  WS-TOTAL-ED         PIC ZZ.ZZZ.ZZ9,99.

      *>   TARITEM.DAT INTEIRO EM MEMORIA - O RECEBIMENTO E A
      *>   ISENCAO ALTERAM LINHAS E O ARQUIVO E REGRAVADO NO FIM.
       01  WS-QTD-ITENS            PIC 9(05) VALUE ZEROS.
       01  WS-TIT-CHEIA            PIC X VALUE "N".
           88  ITENS-TRANSBORDOU      VALUE "S".
       01  WS-TIT-ALTERADO         PIC X VALUE "N".
       01  WS-TABELA-ITENS.
           03  WS-TIT-ITEM OCCURS 0 TO 20000 TIMES
                           DEPENDING ON WS-QTD-ITENS.
               05  WS-TIT-IMAGEM   PIC X(72).
       77  WS-TIT-IDX              PIC 9(05).
       77  WS-TIT-ACHOU            PIC 9(05).

       01  WS-EVENTO.
           03  WS-EVT-TIPO         PIC X(10) VALUE "TARIFA".
           03  WS-EVT-VALOR        PIC 9(08)V99 VALUE ZEROS.
           03  WS-EVT-DETALHE      PIC X(30).

           COPY EMPLK.

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
           PERFORM P100-CARREGA-ITENS

           DISPLAY "=============================================="
           DISPLAY "     TARIFAS AVULSAS - BALCAO"
           DISPLAY "=============================================="
           DISPLAY "1 - TARIFAS DO CLIENTE"
           DISPLAY "2 - RECEBER TARIFAS PENDENTES NO CAIXA"
           DISPLAY "3 - ISENTAR TARIFA PENDENTE"
           DISPLAY "ESCOLHA UMA OPCAO: "
           ACCEPT WS-OPCAO
           IF WS-OPCAO < 1 OR WS-OPCAO > 3
               DISPLAY "OPCAO INVALIDA"
               GOBACK
           END-IF

           DISPLAY "INFORME O CODIGO DO CLIENTE: "
           ACCEPT WS-COD-CLIENTE-INF
           CALL "acessoUtil" USING WS-COD-CLIENTE-INF WS-ACS-PROGRAMA
                                   WS-OPERADOR
           PERFORM P200-LISTA-CLIENTE

           EVALUATE WS-OPCAO
               WHEN 2
                   PERFORM P300-RECEBE THRU P300-SAIDA
               WHEN 3
                   PERFORM P400-ISENTA THRU P400-SAIDA
           END-EVALUATE

           PERFORM P800-REGRAVA-ITENS THRU P800-SAIDA
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

       P040-VERIFICA-PERIODO.
      *>   COMPETENCIA FECHADA PELO CONTROLE MENSAL (PERIODO.DAT)
      *>   NAO RECEBE LANCAMENTO DATADO DENTRO DELA.
           MOVE WS-DATA-HOJE(1:6) TO WS-COMPETENCIA-MOV
           MOVE "N" TO WS-PERIODO-FECHADO
           MOVE "N" TO WS-PER-EOF
           OPEN INPUT PER-FILE
           IF WS-PER-STATUS = "00"
               PERFORM P041-LE-PERIODO
               PERFORM UNTIL FIM-PERIODOS
                   IF PER-COMPETENCIA = WS-COMPETENCIA-MOV
                      AND PER-FECHADA
                       SET COMPETENCIA-FECHADA TO TRUE
                   END-IF
                   PERFORM P041-LE-PERIODO
               END-PERFORM
               CLOSE PER-FILE
           END-IF
           .

       P041-LE-PERIODO.
           READ PER-FILE
               AT END SET FIM-PERIODOS TO TRUE
           END-READ
           .

       P100-CARREGA-ITENS.
           MOVE ZEROS TO WS-QTD-ITENS
           MOVE "N" TO WS-TIT-CHEIA
           MOVE "N" TO WS-TIT-EOF
           OPEN INPUT TIT-FILE
           IF WS-TIT-STATUS = "00"
               PERFORM P110-LE-ITEM
               PERFORM UNTIL FIM-ITENS OR ITENS-TRANSBORDOU
                   IF WS-QTD-ITENS = 20000
                       SET ITENS-TRANSBORDOU TO TRUE
                   ELSE
                       ADD 1 TO WS-QTD-ITENS
                       MOVE TIT-REGISTRO
                           TO WS-TIT-IMAGEM(WS-QTD-ITENS)
                       PERFORM P110-LE-ITEM
                   END-IF
               END-PERFORM
               CLOSE TIT-FILE
           END-IF
           .

       P110-LE-ITEM.
           READ TIT-FILE
               AT END SET FIM-ITENS TO TRUE
           END-READ
           .

       P200-LISTA-CLIENTE.
           MOVE ZEROS TO WS-QTD-CLIENTE WS-QTD-PENDENTES
                         WS-TOT-PENDENTE
           DISPLAY "NUMERO   CONTRATO SERVICO                    "
                   "LANCADA        VALOR SITUACAO"
           PERFORM VARYING WS-TIT-IDX FROM 1 BY 1
                   UNTIL WS-TIT-IDX > WS-QTD-ITENS
               MOVE WS-TIT-IMAGEM(WS-TIT-IDX) TO TIT-REGISTRO
               IF TIT-COD-CLIENTE = WS-COD-CLIENTE-INF
                   ADD 1 TO WS-QTD-CLIENTE
                   PERFORM P210-DESCREVE-ITEM
                   MOVE TIT-VALOR TO WS-VALOR-ED
                   DISPLAY TIT-ID " " TIT-CONTRATO "   "
                           WS-SRV-DESCRICAO " " TIT-DT-LANCAMENTO
                           " " WS-VALOR-ED " " WS-SITUACAO-DESC
                   IF TIT-PENDENTE
                       ADD 1 TO WS-QTD-PENDENTES
                       ADD TIT-VALOR TO WS-TOT-PENDENTE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-QTD-CLIENTE = ZEROS
               DISPLAY "CLIENTE " WS-COD-CLIENTE-INF
                       " SEM TARIFAS LANCADAS."
           ELSE
               MOVE WS-TOT-PENDENTE TO WS-TOTAL-ED
               DISPLAY "TARIFAS PENDENTES....: " WS-QTD-PENDENTES
                       " - " WS-TOTAL-ED
           END-IF
           .

       P210-DESCREVE-ITEM.
           MOVE "SERVICO DESCONHECIDO" TO WS-SRV-DESCRICAO
           PERFORM VARYING WS-SRV-IDX FROM 1 BY 1
                   UNTIL WS-SRV-IDX > WS-SRV-QTD
               IF WS-SRV-CODIGO(WS-SRV-IDX) = TIT-SERVICO
                   MOVE WS-SRV-NOME(WS-SRV-IDX) TO WS-SRV-DESCRICAO
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN TIT-PENDENTE
                   MOVE "PENDENTE"   TO WS-SITUACAO-DESC
               WHEN TIT-PAGA-BALCAO
                   MOVE "PAGA CAIXA" TO WS-SITUACAO-DESC
               WHEN TIT-ABATIDA-SALDO
                   MOVE "PAGA PARC." TO WS-SITUACAO-DESC
               WHEN TIT-ISENTA
                   MOVE "ISENTA"     TO WS-SITUACAO-DESC
               WHEN OTHER
                   MOVE TIT-SITUACAO TO WS-SITUACAO-DESC
           END-EVALUATE
           .

       P300-RECEBE.
           IF WS-QTD-PENDENTES = ZEROS
               DISPLAY "NENHUMA TARIFA PENDENTE PARA RECEBER."
               GO TO P300-SAIDA
           END-IF
           IF ITENS-TRANSBORDOU
               DISPLAY "CADASTRO DE TARIFAS CHEIO NA MEMORIA - "
                       "RECEBIMENTO NAO PERMITIDO."
               GO TO P300-SAIDA
           END-IF
           PERFORM P040-VERIFICA-PERIODO
           IF COMPETENCIA-FECHADA
               DISPLAY "COMPETENCIA " WS-COMPETENCIA-MOV " JA FECHADA "
                       "PELA CONTABILIDADE - RECEBIMENTO NAO "
                       "PERMITIDO."
               GO TO P300-SAIDA
           END-IF
           DISPLAY "NUMERO DA TARIFA (0 = TODAS AS PENDENTES): "
           ACCEPT WS-ID-INF
           MOVE ZEROS TO WS-QTD-RECEBIDAS WS-TOT-RECEBIDO
      *>   A TARIFA DE CHEQUE DEVOLVIDO SO E RECEBIDA NA CUSTODIA,
      *>   QUE BAIXA TAMBEM O CHEQUE.
           PERFORM VARYING WS-TIT-IDX FROM 1 BY 1
                   UNTIL WS-TIT-IDX > WS-QTD-ITENS
               MOVE WS-TIT-IMAGEM(WS-TIT-IDX) TO TIT-REGISTRO
               IF TIT-COD-CLIENTE = WS-COD-CLIENTE-INF
                  AND TIT-PENDENTE
                  AND (WS-ID-INF = ZEROS OR TIT-ID = WS-ID-INF)
                   IF TIT-SERVICO = "CD"
                       DISPLAY "TARIFA " TIT-ID " E DE CHEQUE "
                               "DEVOLVIDO - RECEBA NA CUSTODIA DE "
                               "CHEQUES (OPCAO 5)."
                   ELSE
                       ADD 1 TO WS-QTD-RECEBIDAS
                       ADD TIT-VALOR TO WS-TOT-RECEBIDO
                   END-IF
               END-IF
           END-PERFORM
           IF WS-QTD-RECEBIDAS = ZEROS
               DISPLAY "NENHUMA TARIFA A RECEBER NESTA OPERACAO."
               GO TO P300-SAIDA
           END-IF
           MOVE WS-TOT-RECEBIDO TO WS-TOTAL-ED
           DISPLAY "TARIFAS A RECEBER....: " WS-QTD-RECEBIDAS
                   " - " WS-TOTAL-ED
           DISPLAY "CONFIRMA O RECEBIMENTO NO CAIXA? (S/N): "
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "RECEBIMENTO CANCELADO."
               GO TO P300-SAIDA
           END-IF

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
           PERFORM VARYING WS-TIT-IDX FROM 1 BY 1
                   UNTIL WS-TIT-IDX > WS-QTD-ITENS
               MOVE WS-TIT-IMAGEM(WS-TIT-IDX) TO TIT-REGISTRO
               IF TIT-COD-CLIENTE = WS-COD-CLIENTE-INF
                  AND TIT-PENDENTE
                  AND TIT-SERVICO NOT = "CD"
                  AND (WS-ID-INF = ZEROS OR TIT-ID = WS-ID-INF)
                   SET TIT-PAGA-BALCAO TO TRUE
                   MOVE WS-DATA-HOJE TO TIT-DT-BAIXA
                   MOVE WS-OPERADOR  TO TIT-OPE-BAIXA
                   MOVE TIT-REGISTRO TO WS-TIT-IMAGEM(WS-TIT-IDX)
                   MOVE "S" TO WS-TIT-ALTERADO
                   PERFORM P350-POSTA-CONTABIL
                   IF TIT-CONTRATO NOT = ZEROS
                       MOVE TIT-VALOR TO WS-EVT-VALOR
                       MOVE SPACES TO WS-EVT-DETALHE
                       STRING "TARIFA " TIT-SERVICO " PAGA NO CAIXA "
                              TIT-ID
                              DELIMITED BY SIZE INTO WS-EVT-DETALHE
                       CALL "evtUtil" USING TIT-CONTRATO WS-EVT-TIPO
                                            WS-EVT-VALOR WS-OPERADOR
                                            WS-EVT-DETALHE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE CTB-FILE
           CLOSE CTH-FILE
           DISPLAY "TARIFAS RECEBIDAS....: " WS-QTD-RECEBIDAS
                   " - " WS-TOTAL-ED
           .
       P300-SAIDA.
           EXIT.

       P350-POSTA-CONTABIL.
           SET WS-GLMAP-IDX TO 1
           SEARCH WS-GLMAP-ITEM
               AT END
                   DISPLAY "EVENTO TARIFA SEM MAPA CONTABIL - "
                           "LANCAMENTO NAO GERADO"
               WHEN WS-GLMAP-EVENTO(WS-GLMAP-IDX) = "TARIFA  "
                   MOVE "D"             TO CTB-TIPO
                   MOVE WS-DATA-HOJE    TO CTB-DATA
                   MOVE "TARIFA  "      TO CTB-EVENTO
                   MOVE WS-GLMAP-DEBITO(WS-GLMAP-IDX)
                       TO CTB-CONTA-DEBITO
                   MOVE WS-GLMAP-CREDITO(WS-GLMAP-IDX)
                       TO CTB-CONTA-CREDITO
                   MOVE TIT-VALOR       TO CTB-VALOR
                   MOVE TIT-CONTRATO    TO CTB-CONTRATO
      *>           TARIFA DO CLIENTE SEM CONTRATO FICA NA EMPRESA DA
      *>           SESSAO QUE A RECEBEU.
                   IF TIT-CONTRATO = ZEROS
                       MOVE "S"          TO EMU-FUNCAO
                       CALL "empUtil" USING EMU-PARAMETROS
                       MOVE EMU-EMPRESA  TO CTB-EMPRESA
                   ELSE
                       MOVE "C"          TO EMU-FUNCAO
                       MOVE CTB-CONTRATO TO EMU-CONTRATO
                       CALL "empUtil" USING EMU-PARAMETROS
                       MOVE EMU-EMPRESA  TO CTB-EMPRESA
                   END-IF
                   WRITE CTB-REGISTRO
                   MOVE CTB-REGISTRO TO CTH-LINHA
                   WRITE CTH-LINHA
           END-SEARCH
           .

       P400-ISENTA.
           IF WS-QTD-PENDENTES = ZEROS
               DISPLAY "NENHUMA TARIFA PENDENTE PARA ISENTAR."
               GO TO P400-SAIDA
           END-IF
           IF ITENS-TRANSBORDOU
               DISPLAY "CADASTRO DE TARIFAS CHEIO NA MEMORIA - "
                       "ISENCAO NAO PERMITIDA."
               GO TO P400-SAIDA
           END-IF
           DISPLAY "NUMERO DA TARIFA A ISENTAR: "
           ACCEPT WS-ID-INF
           MOVE ZEROS TO WS-TIT-ACHOU
           PERFORM VARYING WS-TIT-IDX FROM 1 BY 1
                   UNTIL WS-TIT-IDX > WS-QTD-ITENS
               MOVE WS-TIT-IMAGEM(WS-TIT-IDX) TO TIT-REGISTRO
               IF TIT-ID = WS-ID-INF
                  AND TIT-COD-CLIENTE = WS-COD-CLIENTE-INF
                  AND TIT-PENDENTE
                   MOVE WS-TIT-IDX TO WS-TIT-ACHOU
               END-IF
           END-PERFORM
           IF WS-TIT-ACHOU = ZEROS
               DISPLAY "TARIFA PENDENTE " WS-ID-INF
                       " NAO ENCONTRADA PARA O CLIENTE."
               GO TO P400-SAIDA
           END-IF
      *>   A ISENCAO E DE SUPERVISOR NIVEL 3, E NAO DO PROPRIO
      *>   OPERADOR QUE ATENDE O CLIENTE.
           DISPLAY "SUPERVISOR: "
           ACCEPT WS-SUPERVISOR
           DISPLAY "SENHA: "
           ACCEPT WS-SENHA-SUP
           PERFORM P450-VALIDA-SUPERVISOR
           IF NOT SUPERVISOR-VALIDO OR WS-SUPERVISOR = WS-OPERADOR
               DISPLAY "ISENCAO EXIGE SUPERVISOR (NIVEL 3) DIFERENTE "
                       "DO OPERADOR - NAO REALIZADA."
               GO TO P400-SAIDA
           END-IF
           MOVE WS-TIT-IMAGEM(WS-TIT-ACHOU) TO TIT-REGISTRO
           SET TIT-ISENTA TO TRUE
           MOVE WS-DATA-HOJE  TO TIT-DT-BAIXA
           MOVE WS-SUPERVISOR TO TIT-OPE-BAIXA
           MOVE TIT-REGISTRO TO WS-TIT-IMAGEM(WS-TIT-ACHOU)
           MOVE "S" TO WS-TIT-ALTERADO
           IF TIT-CONTRATO NOT = ZEROS
               MOVE TIT-VALOR TO WS-EVT-VALOR
               MOVE SPACES TO WS-EVT-DETALHE
               STRING "TARIFA " TIT-SERVICO " ISENTA " TIT-ID
                      DELIMITED BY SIZE INTO WS-EVT-DETALHE
               CALL "evtUtil" USING TIT-CONTRATO WS-EVT-TIPO
                                    WS-EVT-VALOR WS-SUPERVISOR
                                    WS-EVT-DETALHE
           END-IF
           DISPLAY "TARIFA " TIT-ID " ISENTA POR " WS-SUPERVISOR
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

       P800-REGRAVA-ITENS.
      *>   REGRAVAR A PARTIR DE UMA TABELA CHEIA TRUNCARIA O
      *>   ARQUIVO - NESSE CASO ELE FICA COMO ESTA.
           IF WS-TIT-ALTERADO NOT = "S" OR ITENS-TRANSBORDOU
               GO TO P800-SAIDA
           END-IF
           OPEN OUTPUT TIT-FILE
           PERFORM VARYING WS-TIT-IDX FROM 1 BY 1
                   UNTIL WS-TIT-IDX > WS-QTD-ITENS
               MOVE WS-TIT-IMAGEM(WS-TIT-IDX) TO TIT-REGISTRO
               WRITE TIT-REGISTRO
           END-PERFORM
           CLOSE TIT-FILE
           .
       P800-SAIDA.
           EXIT.

       END PROGRAM tarifa.

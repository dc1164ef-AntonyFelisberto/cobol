      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly anti-money-laundering (PLD) monitor of the
      *          counter receipts. Reads the recent PAGHIST.DAT rows
      *          posted by a person (never BANCO) whose drawer is
      *          already closed on CAIXAFEC.DAT - cash counted at the
      *          counter - groups the rows of one receipt (the lump-
      *          sum allocation writes M and P rows with the same
      *          time) and looks for three patterns: a single receipt
      *          at or above the SYSPARM cash limit, several receipts
      *          from the same client just under the limit inside a
      *          few days (fracionamento), and a quitacao on
      *          LIQUIDAC.LOG shortly after the contract was booked.
      *          Each case goes once to the compliance queue
      *          PLDFILA.DAT as pending; the review and the COAF
      *          communication file live in pldRev.cbl.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. pldMon.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT HIST-FILE ASSIGN TO "PAGHIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HIST-STATUS.

               SELECT FEC-FILE ASSIGN TO "CAIXAFEC.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FEC-STATUS.

               SELECT LIQ-FILE ASSIGN TO "LIQUIDAC.LOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LIQ-STATUS.

               SELECT FIN-FILE ASSIGN TO "FINMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FIN-CONTRATO
                   ALTERNATE RECORD KEY IS FIN-COD-CLIENTE
                       WITH DUPLICATES
                   FILE STATUS IS WS-FIN-STATUS.

               SELECT PLD-FILE ASSIGN TO "PLDFILA.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PLD-STATUS.

               SELECT BAT-FILE ASSIGN TO "BATCHSUM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BAT-STATUS.

               SELECT SYSPARM-FILE ASSIGN TO "SYSPARM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SYSPARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HIST-FILE.
           COPY PAGHFD.

       FD  FEC-FILE.
           COPY CXFD.

       FD  LIQ-FILE.
           COPY LIQFD.

       FD  FIN-FILE.
           COPY FINFD.

       FD  PLD-FILE.
           COPY PLDFD.

       FD  BAT-FILE.
           COPY BATSUM.

       FD  SYSPARM-FILE.
           COPY SYSPARMF.

       WORKING-STORAGE SECTION.
           COPY SYSPARM.
       01  WS-SYSPARM-STATUS   PIC XX VALUE SPACES.

       01  WS-VARIAVEIS.
           03  WS-HIST-STATUS      PIC XX.
           03  WS-FEC-STATUS       PIC XX.
           03  WS-LIQ-STATUS       PIC XX.
           03  WS-FIN-STATUS       PIC XX.
           03  WS-PLD-STATUS       PIC XX.
           03  WS-BAT-STATUS       PIC XX.
           03  WS-HIST-EOF         PIC X VALUE "N".
               88  FIM-HISTORICO      VALUE "S".
           03  WS-FEC-EOF          PIC X VALUE "N".
               88  FIM-FECHAMENTOS    VALUE "S".
           03  WS-LIQ-EOF          PIC X VALUE "N".
               88  FIM-LIQUIDACOES    VALUE "S".
           03  WS-PLD-EOF          PIC X VALUE "N".
               88  FIM-FILA           VALUE "S".
           03  WS-DATA-HOJE        PIC 9(8).
           03  WS-DIA-HOJE         PIC 9(07).
           03  WS-DIA-CORTE        PIC 9(07).
           03  WS-DATA-CORTE       PIC 9(8).
           03  WS-DIA-OPERACAO     PIC 9(07).
           03  WS-DIAS-DECORRIDOS  PIC S9(07).
           03  WS-VALOR-FAIXA      PIC 9(10)V99.
           03  WS-ULT-PROTOCOLO    PIC 9(06) VALUE ZEROS.
           03  WS-FEC-IDX          PIC 9(04).
           03  WS-FEC-ACHADO       PIC X.
               88  CAIXA-FECHADO      VALUE "S".
           03  WS-CHV-IDX          PIC 9(05).
           03  WS-CHV-ACHADA       PIC X.
               88  CASO-JA-NA-FILA    VALUE "S".
           03  WS-FRA-IDX          PIC 9(04).
           03  WS-FRA-JDX          PIC 9(04).
           03  WS-FRA-QTD          PIC 9(03).
           03  WS-FRA-SOMA         PIC 9(10)V99.
           03  WS-LIDOS            PIC 9(06) VALUE ZEROS.
           03  WS-TOTAL-RECEBIMENTOS PIC 9(06) VALUE ZEROS.
           03  WS-TOTAL-VALOR-UNICO PIC 9(05) VALUE ZEROS.
           03  WS-TOTAL-FRACIONADOS PIC 9(05) VALUE ZEROS.
           03  WS-TOTAL-QUITACOES  PIC 9(05) VALUE ZEROS.
           03  WS-TOTAL-REPETIDOS  PIC 9(05) VALUE ZEROS.

      *>   RECEBIMENTO EM MONTAGEM: AS LINHAS M E P DE UM MESMO
      *>   RECEBIMENTO AVULSO SAEM EM SEQUENCIA COM A MESMA HORA.
       01  WS-RECEBIMENTO.
           03  WS-REC-ABERTO       PIC X VALUE "N".
               88  RECEBIMENTO-ABERTO VALUE "S".
           03  WS-REC-CONTRATO     PIC 9(06).
           03  WS-REC-CLIENTE      PIC X(20).
           03  WS-REC-DATA         PIC 9(8).
           03  WS-REC-HORA         PIC 9(8).
           03  WS-REC-OPERADOR     PIC X(08).
           03  WS-REC-VALOR        PIC 9(10)V99.
           03  WS-REC-COD-CLIENTE  PIC 9(05).

      *>   CASO CANDIDATO A FILA (MONTADO ANTES DO P700).
       01  WS-CASO.
           03  WS-CASO-TIPO        PIC X(01).
           03  WS-CASO-COD-CLIENTE PIC 9(05).
           03  WS-CASO-CLIENTE     PIC X(20).
           03  WS-CASO-CONTRATO    PIC 9(06).
           03  WS-CASO-DT-OPERACAO PIC 9(8).
           03  WS-CASO-VALOR       PIC 9(10)V99.
           03  WS-CASO-QTD         PIC 9(03).
           03  WS-CASO-OPERADOR    PIC X(08).

       01  WS-QTD-FECHAMENTOS      PIC 9(04) VALUE ZEROS.
       01  WS-TABELA-FECHAMENTOS.
           03  WS-FEC-ITEM OCCURS 0 TO 3000 TIMES
                           DEPENDING ON WS-QTD-FECHAMENTOS.
               05  WS-FEC-TAB-OPERADOR PIC X(08).
               05  WS-FEC-TAB-DATA     PIC 9(8).

      *>   CHAVES DOS CASOS JA NA FILA - O MONITOR RODA TODA NOITE
      *>   SOBRE O MES CORRIDO E NAO PODE REPETIR O MESMO CASO.
       01  WS-QTD-CHAVES           PIC 9(05) VALUE ZEROS.
       01  WS-TABELA-CHAVES.
           03  WS-CHV-ITEM OCCURS 0 TO 20000 TIMES
                           DEPENDING ON WS-QTD-CHAVES.
               05  WS-CHV-TIPO         PIC X(01).
               05  WS-CHV-COD-CLIENTE  PIC 9(05).
               05  WS-CHV-CONTRATO     PIC 9(06).
               05  WS-CHV-DT-OPERACAO  PIC 9(8).

      *>   RECEBIMENTOS LOGO ABAIXO DO LIMITE, CANDIDATOS A
      *>   FRACIONAMENTO.
       01  WS-QTD-FRACOES          PIC 9(04) VALUE ZEROS.
       01  WS-TABELA-FRACOES.
           03  WS-FRA-ITEM OCCURS 0 TO 3000 TIMES
                           DEPENDING ON WS-QTD-FRACOES.
               05  WS-FRA-COD-CLIENTE  PIC 9(05).
               05  WS-FRA-CLIENTE      PIC X(20).
               05  WS-FRA-CONTRATO     PIC 9(06).
               05  WS-FRA-DATA         PIC 9(8).
               05  WS-FRA-DIA          PIC 9(07).
               05  WS-FRA-VALOR        PIC 9(10)V99.
               05  WS-FRA-OPERADOR     PIC X(08).
               05  WS-FRA-USADO        PIC X(01).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM P050-LE-PARAMETROS-SISTEMA

      *>   O MES CORRIDO BASTA: O QUE E MAIS ANTIGO JA FOI VISTO PELAS
      *>   NOITES ANTERIORES (E A FILA NAO DEIXA REPETIR).
           COMPUTE WS-DIA-HOJE = FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
           COMPUTE WS-DIA-CORTE = WS-DIA-HOJE - 31
                                - WS-SYS-PLD-DIAS-JANELA
           COMPUTE WS-DATA-CORTE =
                   FUNCTION DATE-OF-INTEGER(WS-DIA-CORTE)
           COMPUTE WS-VALOR-FAIXA =
                   WS-SYS-LIM-ESPECIE
                   * (100 - WS-SYS-PLD-PCT-FAIXA) / 100

           PERFORM P100-CARREGA-FILA
           PERFORM P150-CARREGA-FECHAMENTOS

           OPEN INPUT FIN-FILE
           IF WS-FIN-STATUS NOT = "00"
               DISPLAY "FINMAST.DAT INDISPONIVEL - STATUS "
                       WS-FIN-STATUS " - MONITOR PLD ABORTADO."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN EXTEND PLD-FILE
           IF WS-PLD-STATUS = "35"
               OPEN OUTPUT PLD-FILE
               CLOSE PLD-FILE
               OPEN EXTEND PLD-FILE
           END-IF

           PERFORM P200-VARRE-RECEBIMENTOS THRU P200-SAIDA
           PERFORM P300-AVALIA-FRACIONAMENTO
           PERFORM P400-VARRE-QUITACOES THRU P400-SAIDA

           CLOSE PLD-FILE
           CLOSE FIN-FILE

           PERFORM P930-GRAVA-RESUMO

           DISPLAY "MONITOR PLD - RECEBIMENTOS DE BALCAO ANALISADOS: "
                   WS-TOTAL-RECEBIMENTOS
           DISPLAY "  VALOR UNICO ACIMA DO LIMITE......: "
                   WS-TOTAL-VALOR-UNICO
           DISPLAY "  FRACIONAMENTO ABAIXO DO LIMITE...: "
                   WS-TOTAL-FRACIONADOS
           DISPLAY "  QUITACAO LOGO APOS A CONTRATACAO.: "
                   WS-TOTAL-QUITACOES
           DISPLAY "  CASOS JA NA FILA (IGNORADOS).....: "
                   WS-TOTAL-REPETIDOS
           GOBACK.

       P050-LE-PARAMETROS-SISTEMA.
           OPEN INPUT SYSPARM-FILE
           IF WS-SYSPARM-STATUS = "00"
               READ SYSPARM-FILE
                   NOT AT END
                       IF SYS-PARM-LIM-ESPECIE IS NUMERIC
                          AND SYS-PARM-LIM-ESPECIE > ZEROS
                           MOVE SYS-PARM-LIM-ESPECIE
                               TO WS-SYS-LIM-ESPECIE
                       END-IF
                       IF SYS-PARM-PLD-DIAS-JANELA IS NUMERIC
                          AND SYS-PARM-PLD-DIAS-JANELA > ZEROS
                           MOVE SYS-PARM-PLD-DIAS-JANELA
                               TO WS-SYS-PLD-DIAS-JANELA
                       END-IF
                       IF SYS-PARM-PLD-PCT-FAIXA IS NUMERIC
                          AND SYS-PARM-PLD-PCT-FAIXA > ZEROS
                           MOVE SYS-PARM-PLD-PCT-FAIXA
                               TO WS-SYS-PLD-PCT-FAIXA
                       END-IF
                       IF SYS-PARM-PLD-QTD-FRACOES IS NUMERIC
                          AND SYS-PARM-PLD-QTD-FRACOES > ZEROS
                           MOVE SYS-PARM-PLD-QTD-FRACOES
                               TO WS-SYS-PLD-QTD-FRACOES
                       END-IF
                       IF SYS-PARM-PLD-DIAS-QUITACAO IS NUMERIC
                          AND SYS-PARM-PLD-DIAS-QUITACAO > ZEROS
                           MOVE SYS-PARM-PLD-DIAS-QUITACAO
                               TO WS-SYS-PLD-DIAS-QUITACAO
                       END-IF
               END-READ
               CLOSE SYSPARM-FILE
           END-IF
           .

       P100-CARREGA-FILA.
           MOVE "N" TO WS-PLD-EOF
           OPEN INPUT PLD-FILE
           IF WS-PLD-STATUS = "00"
               PERFORM P110-LE-FILA
               PERFORM UNTIL FIM-FILA
                   IF PLD-PROTOCOLO IS NUMERIC
                      AND PLD-PROTOCOLO > WS-ULT-PROTOCOLO
                       MOVE PLD-PROTOCOLO TO WS-ULT-PROTOCOLO
                   END-IF
                   IF WS-QTD-CHAVES < 20000
                       ADD 1 TO WS-QTD-CHAVES
                       MOVE PLD-TIPO
                           TO WS-CHV-TIPO(WS-QTD-CHAVES)
                       MOVE PLD-COD-CLIENTE
                           TO WS-CHV-COD-CLIENTE(WS-QTD-CHAVES)
                       MOVE PLD-CONTRATO
                           TO WS-CHV-CONTRATO(WS-QTD-CHAVES)
                       MOVE PLD-DT-OPERACAO
                           TO WS-CHV-DT-OPERACAO(WS-QTD-CHAVES)
                   END-IF
                   PERFORM P110-LE-FILA
               END-PERFORM
               CLOSE PLD-FILE
           END-IF
           .

       P110-LE-FILA.
           READ PLD-FILE
               AT END SET FIM-FILA TO TRUE
           END-READ
           .

       P150-CARREGA-FECHAMENTOS.
      *>   SO CONTA DINHEIRO DE GAVETA JA CONFERIDA: O CAIXA AINDA
      *>   ABERTO FICA PARA A NOITE EM QUE FOR FECHADO.
           MOVE "N" TO WS-FEC-EOF
           OPEN INPUT FEC-FILE
           IF WS-FEC-STATUS = "00"
               PERFORM P160-LE-FECHAMENTO
               PERFORM UNTIL FIM-FECHAMENTOS
                   IF FEC-DATA >= WS-DATA-CORTE
                      AND WS-QTD-FECHAMENTOS < 3000
                       ADD 1 TO WS-QTD-FECHAMENTOS
                       MOVE FEC-OPERADOR
                           TO WS-FEC-TAB-OPERADOR(WS-QTD-FECHAMENTOS)
                       MOVE FEC-DATA
                           TO WS-FEC-TAB-DATA(WS-QTD-FECHAMENTOS)
                   END-IF
                   PERFORM P160-LE-FECHAMENTO
               END-PERFORM
               CLOSE FEC-FILE
           END-IF
           .

       P160-LE-FECHAMENTO.
           READ FEC-FILE
               AT END SET FIM-FECHAMENTOS TO TRUE
           END-READ
           .

       P200-VARRE-RECEBIMENTOS.
           MOVE "N" TO WS-HIST-EOF
           MOVE "N" TO WS-REC-ABERTO
           OPEN INPUT HIST-FILE
           IF WS-HIST-STATUS NOT = "00"
               GO TO P200-SAIDA
           END-IF
           PERFORM P210-LE-PAGAMENTO
           PERFORM UNTIL FIM-HISTORICO
               ADD 1 TO WS-LIDOS
               PERFORM P220-FILTRA-LINHA THRU P220-SAIDA
               PERFORM P210-LE-PAGAMENTO
           END-PERFORM
           CLOSE HIST-FILE
           IF RECEBIMENTO-ABERTO
               PERFORM P250-AVALIA-RECEBIMENTO THRU P250-SAIDA
           END-IF
           .
       P200-SAIDA.
           EXIT.

       P210-LE-PAGAMENTO.
           READ HIST-FILE
               AT END SET FIM-HISTORICO TO TRUE
           END-READ
           .

       P220-FILTRA-LINHA.
      *>   ESTORNO NAO E ENTRADA DE DINHEIRO; RETORNO BANCARIO,
      *>   CREDITO PIX, DESCONTO EM FOLHA E DEPOSITO DE CHEQUE
      *>   PRE-DATADO NAO PASSAM PELO BALCAO.
           IF PAGH-TIPO NOT = "P" AND PAGH-TIPO NOT = "M"
              AND PAGH-TIPO NOT = "A"
               GO TO P220-SAIDA
           END-IF
           IF PAGH-OPERADOR = "BANCO" OR PAGH-OPERADOR = "PIX"
              OR PAGH-OPERADOR = "CONSIG" OR PAGH-OPERADOR = "CHEQUE"
              OR PAGH-OPERADOR = SPACES
               GO TO P220-SAIDA
           END-IF
           IF PAGH-DATA < WS-DATA-CORTE
               GO TO P220-SAIDA
           END-IF
           MOVE "N" TO WS-FEC-ACHADO
           PERFORM VARYING WS-FEC-IDX FROM 1 BY 1
                   UNTIL WS-FEC-IDX > WS-QTD-FECHAMENTOS
                      OR CAIXA-FECHADO
               IF WS-FEC-TAB-OPERADOR(WS-FEC-IDX) = PAGH-OPERADOR
                  AND WS-FEC-TAB-DATA(WS-FEC-IDX) = PAGH-DATA
                   SET CAIXA-FECHADO TO TRUE
               END-IF
           END-PERFORM
           IF NOT CAIXA-FECHADO
               GO TO P220-SAIDA
           END-IF

           IF RECEBIMENTO-ABERTO
              AND (PAGH-CONTRATO NOT = WS-REC-CONTRATO
                   OR PAGH-DATA NOT = WS-REC-DATA
                   OR PAGH-HORA NOT = WS-REC-HORA
                   OR PAGH-OPERADOR NOT = WS-REC-OPERADOR)
               PERFORM P250-AVALIA-RECEBIMENTO THRU P250-SAIDA
           END-IF
           IF NOT RECEBIMENTO-ABERTO
               SET RECEBIMENTO-ABERTO TO TRUE
               MOVE PAGH-CONTRATO  TO WS-REC-CONTRATO
               MOVE PAGH-CLIENTE   TO WS-REC-CLIENTE
               MOVE PAGH-DATA      TO WS-REC-DATA
               MOVE PAGH-HORA      TO WS-REC-HORA
               MOVE PAGH-OPERADOR  TO WS-REC-OPERADOR
               MOVE ZEROS          TO WS-REC-VALOR
           END-IF
           ADD PAGH-VALOR TO WS-REC-VALOR
           .
       P220-SAIDA.
           EXIT.

       P250-AVALIA-RECEBIMENTO.
           MOVE "N" TO WS-REC-ABERTO
           ADD 1 TO WS-TOTAL-RECEBIMENTOS
           MOVE WS-REC-CONTRATO TO FIN-CONTRATO
           READ FIN-FILE
               INVALID KEY
                   MOVE ZEROS TO WS-REC-COD-CLIENTE
               NOT INVALID KEY
                   MOVE FIN-COD-CLIENTE TO WS-REC-COD-CLIENTE
           END-READ

           IF WS-REC-VALOR >= WS-SYS-LIM-ESPECIE
               MOVE "V"                TO WS-CASO-TIPO
               MOVE WS-REC-COD-CLIENTE TO WS-CASO-COD-CLIENTE
               MOVE WS-REC-CLIENTE     TO WS-CASO-CLIENTE
               MOVE WS-REC-CONTRATO    TO WS-CASO-CONTRATO
               MOVE WS-REC-DATA        TO WS-CASO-DT-OPERACAO
               MOVE WS-REC-VALOR       TO WS-CASO-VALOR
               MOVE 1                  TO WS-CASO-QTD
               MOVE WS-REC-OPERADOR    TO WS-CASO-OPERADOR
               PERFORM P700-INCLUI-FILA THRU P700-SAIDA
               GO TO P250-SAIDA
           END-IF

      *>   SEM CODIGO DE CLIENTE NAO HA COMO JUNTAR AS FRACOES.
           IF WS-REC-VALOR < WS-VALOR-FAIXA
              OR WS-REC-COD-CLIENTE = ZEROS
               GO TO P250-SAIDA
           END-IF
           IF WS-QTD-FRACOES = 3000
               DISPLAY "TABELA DE FRACOES CHEIA - ANALISE DE "
                       "FRACIONAMENTO TRUNCADA"
               GO TO P250-SAIDA
           END-IF
           ADD 1 TO WS-QTD-FRACOES
           MOVE WS-REC-COD-CLIENTE TO WS-FRA-COD-CLIENTE(WS-QTD-FRACOES)
           MOVE WS-REC-CLIENTE     TO WS-FRA-CLIENTE(WS-QTD-FRACOES)
           MOVE WS-REC-CONTRATO    TO WS-FRA-CONTRATO(WS-QTD-FRACOES)
           MOVE WS-REC-DATA        TO WS-FRA-DATA(WS-QTD-FRACOES)
           COMPUTE WS-FRA-DIA(WS-QTD-FRACOES) =
                   FUNCTION INTEGER-OF-DATE(WS-REC-DATA)
           MOVE WS-REC-VALOR       TO WS-FRA-VALOR(WS-QTD-FRACOES)
           MOVE WS-REC-OPERADOR    TO WS-FRA-OPERADOR(WS-QTD-FRACOES)
           MOVE "N"                TO WS-FRA-USADO(WS-QTD-FRACOES)
           .
       P250-SAIDA.
           EXIT.

       P300-AVALIA-FRACIONAMENTO.
      *>   CADA RECEBIMENTO AINDA LIVRE ABRE UMA JANELA DE N DIAS;
      *>   OS DO MESMO CLIENTE DENTRO DELA SOMAM. ATINGIDA A
      *>   QUANTIDADE, A JANELA VIRA UM CASO E SEUS RECEBIMENTOS NAO
      *>   ABREM NEM ENTRAM EM OUTRA.
           PERFORM VARYING WS-FRA-IDX FROM 1 BY 1
                   UNTIL WS-FRA-IDX > WS-QTD-FRACOES
               IF WS-FRA-USADO(WS-FRA-IDX) = "N"
                   PERFORM P310-MONTA-JANELA THRU P310-SAIDA
               END-IF
           END-PERFORM
           .

       P310-MONTA-JANELA.
           MOVE ZEROS TO WS-FRA-QTD
           MOVE ZEROS TO WS-FRA-SOMA
           PERFORM VARYING WS-FRA-JDX FROM 1 BY 1
                   UNTIL WS-FRA-JDX > WS-QTD-FRACOES
               IF WS-FRA-USADO(WS-FRA-JDX) = "N"
                  AND WS-FRA-COD-CLIENTE(WS-FRA-JDX) =
                      WS-FRA-COD-CLIENTE(WS-FRA-IDX)
                  AND WS-FRA-DIA(WS-FRA-JDX) >=
                      WS-FRA-DIA(WS-FRA-IDX)
                  AND WS-FRA-DIA(WS-FRA-JDX) <
                      WS-FRA-DIA(WS-FRA-IDX) + WS-SYS-PLD-DIAS-JANELA
                   ADD 1 TO WS-FRA-QTD
                   ADD WS-FRA-VALOR(WS-FRA-JDX) TO WS-FRA-SOMA
               END-IF
           END-PERFORM
           IF WS-FRA-QTD < WS-SYS-PLD-QTD-FRACOES
               GO TO P310-SAIDA
           END-IF

           PERFORM VARYING WS-FRA-JDX FROM 1 BY 1
                   UNTIL WS-FRA-JDX > WS-QTD-FRACOES
               IF WS-FRA-USADO(WS-FRA-JDX) = "N"
                  AND WS-FRA-COD-CLIENTE(WS-FRA-JDX) =
                      WS-FRA-COD-CLIENTE(WS-FRA-IDX)
                  AND WS-FRA-DIA(WS-FRA-JDX) >=
                      WS-FRA-DIA(WS-FRA-IDX)
                  AND WS-FRA-DIA(WS-FRA-JDX) <
                      WS-FRA-DIA(WS-FRA-IDX) + WS-SYS-PLD-DIAS-JANELA
                   MOVE "S" TO WS-FRA-USADO(WS-FRA-JDX)
               END-IF
           END-PERFORM

           MOVE "F"                          TO WS-CASO-TIPO
           MOVE WS-FRA-COD-CLIENTE(WS-FRA-IDX) TO WS-CASO-COD-CLIENTE
           MOVE WS-FRA-CLIENTE(WS-FRA-IDX)   TO WS-CASO-CLIENTE
           MOVE WS-FRA-CONTRATO(WS-FRA-IDX)  TO WS-CASO-CONTRATO
           MOVE WS-FRA-DATA(WS-FRA-IDX)      TO WS-CASO-DT-OPERACAO
           MOVE WS-FRA-SOMA                  TO WS-CASO-VALOR
           MOVE WS-FRA-QTD                   TO WS-CASO-QTD
           MOVE WS-FRA-OPERADOR(WS-FRA-IDX)  TO WS-CASO-OPERADOR
           PERFORM P700-INCLUI-FILA THRU P700-SAIDA
           .
       P310-SAIDA.
           EXIT.

       P400-VARRE-QUITACOES.
      *>   A QUITACAO ANTECIPADA E RECEBIDA NO BALCAO (payoff) E NAO
      *>   PASSA PELO PAGHIST - VEM DO LOG DE LIQUIDACOES. A
      *>   INDENIZACAO DO SEGURO (OBITO) E A QUITACAO DE CAMPANHA
      *>   PAGA NO BANCO (QUITBCO) TEM CODIGO PROPRIO E NAO ENTRAM.
           MOVE "N" TO WS-LIQ-EOF
           OPEN INPUT LIQ-FILE
           IF WS-LIQ-STATUS NOT = "00"
               GO TO P400-SAIDA
           END-IF
           PERFORM P410-LE-LIQUIDACAO
           PERFORM UNTIL FIM-LIQUIDACOES
               IF LIQ-EVENTO = "QUITACAO"
                  AND LIQ-DATA >= WS-DATA-CORTE
                   PERFORM P420-AVALIA-QUITACAO THRU P420-SAIDA
               END-IF
               PERFORM P410-LE-LIQUIDACAO
           END-PERFORM
           CLOSE LIQ-FILE
           .
       P400-SAIDA.
           EXIT.

       P410-LE-LIQUIDACAO.
           READ LIQ-FILE
               AT END SET FIM-LIQUIDACOES TO TRUE
           END-READ
           .

       P420-AVALIA-QUITACAO.
           MOVE LIQ-CONTRATO TO FIN-CONTRATO
           READ FIN-FILE
               INVALID KEY
                   GO TO P420-SAIDA
           END-READ
           IF FIN-DT-CONTRATO NOT NUMERIC
              OR FIN-DT-CONTRATO = ZEROS
               GO TO P420-SAIDA
           END-IF
           COMPUTE WS-DIA-OPERACAO = FUNCTION INTEGER-OF-DATE(LIQ-DATA)
           COMPUTE WS-DIAS-DECORRIDOS = WS-DIA-OPERACAO
                   - FUNCTION INTEGER-OF-DATE(FIN-DT-CONTRATO)
           IF WS-DIAS-DECORRIDOS > WS-SYS-PLD-DIAS-QUITACAO
               GO TO P420-SAIDA
           END-IF
           MOVE "Q"             TO WS-CASO-TIPO
           MOVE FIN-COD-CLIENTE TO WS-CASO-COD-CLIENTE
           MOVE LIQ-CLIENTE     TO WS-CASO-CLIENTE
           MOVE LIQ-CONTRATO    TO WS-CASO-CONTRATO
           MOVE LIQ-DATA        TO WS-CASO-DT-OPERACAO
           MOVE LIQ-VALOR       TO WS-CASO-VALOR
           MOVE 1               TO WS-CASO-QTD
           MOVE "BALCAO"        TO WS-CASO-OPERADOR
           PERFORM P700-INCLUI-FILA THRU P700-SAIDA
           .
       P420-SAIDA.
           EXIT.

       P700-INCLUI-FILA.
           MOVE "N" TO WS-CHV-ACHADA
           PERFORM VARYING WS-CHV-IDX FROM 1 BY 1
                   UNTIL WS-CHV-IDX > WS-QTD-CHAVES
                      OR CASO-JA-NA-FILA
               IF WS-CHV-TIPO(WS-CHV-IDX) = WS-CASO-TIPO
                  AND WS-CHV-COD-CLIENTE(WS-CHV-IDX) =
                      WS-CASO-COD-CLIENTE
                  AND WS-CHV-CONTRATO(WS-CHV-IDX) = WS-CASO-CONTRATO
                  AND WS-CHV-DT-OPERACAO(WS-CHV-IDX) =
                      WS-CASO-DT-OPERACAO
                   SET CASO-JA-NA-FILA TO TRUE
               END-IF
           END-PERFORM
           IF CASO-JA-NA-FILA
               ADD 1 TO WS-TOTAL-REPETIDOS
               GO TO P700-SAIDA
           END-IF

           ADD 1 TO WS-ULT-PROTOCOLO
           MOVE WS-ULT-PROTOCOLO     TO PLD-PROTOCOLO
           MOVE WS-DATA-HOJE         TO PLD-DATA
           MOVE WS-CASO-TIPO         TO PLD-TIPO
           MOVE WS-CASO-COD-CLIENTE  TO PLD-COD-CLIENTE
           MOVE WS-CASO-CLIENTE      TO PLD-CLIENTE
           MOVE WS-CASO-CONTRATO     TO PLD-CONTRATO
           MOVE WS-CASO-DT-OPERACAO  TO PLD-DT-OPERACAO
           MOVE WS-CASO-VALOR        TO PLD-VALOR
           MOVE WS-CASO-QTD          TO PLD-QTD-OPERACOES
           MOVE WS-CASO-OPERADOR     TO PLD-OPERADOR
           MOVE "P"                  TO PLD-SITUACAO
           MOVE SPACES               TO PLD-REVISOR
           MOVE ZEROS                TO PLD-DT-REVISAO
           MOVE SPACES               TO PLD-JUSTIFICATIVA
           MOVE ZEROS                TO PLD-DT-COMUNICACAO
           MOVE ZEROS                TO PLD-LOTE
           WRITE PLD-REGISTRO

           IF WS-QTD-CHAVES < 20000
               ADD 1 TO WS-QTD-CHAVES
               MOVE WS-CASO-TIPO        TO WS-CHV-TIPO(WS-QTD-CHAVES)
               MOVE WS-CASO-COD-CLIENTE
                   TO WS-CHV-COD-CLIENTE(WS-QTD-CHAVES)
               MOVE WS-CASO-CONTRATO
                   TO WS-CHV-CONTRATO(WS-QTD-CHAVES)
               MOVE WS-CASO-DT-OPERACAO
                   TO WS-CHV-DT-OPERACAO(WS-QTD-CHAVES)
           END-IF

           EVALUATE WS-CASO-TIPO
               WHEN "V"
                   ADD 1 TO WS-TOTAL-VALOR-UNICO
               WHEN "F"
                   ADD 1 TO WS-TOTAL-FRACIONADOS
               WHEN "Q"
                   ADD 1 TO WS-TOTAL-QUITACOES
           END-EVALUATE
           DISPLAY "CASO PLD " PLD-PROTOCOLO " TIPO " PLD-TIPO " "
                   PLD-CLIENTE " CONTRATO " PLD-CONTRATO " "
                   PLD-VALOR
           .
       P700-SAIDA.
           EXIT.

       P930-GRAVA-RESUMO.
           OPEN EXTEND BAT-FILE
           IF WS-BAT-STATUS = "35"
               OPEN OUTPUT BAT-FILE
               CLOSE BAT-FILE
               OPEN EXTEND BAT-FILE
           END-IF

           MOVE "PLDMON"         TO BAT-PROGRAMA
           ACCEPT BAT-DATA FROM DATE YYYYMMDD
           ACCEPT BAT-HORA FROM TIME
           MOVE WS-LIDOS         TO BAT-LIDOS
           COMPUTE BAT-PROCESSADOS = WS-TOTAL-VALOR-UNICO
                   + WS-TOTAL-FRACIONADOS + WS-TOTAL-QUITACOES
           MOVE ZEROS            TO BAT-REJEITADOS
           WRITE BAT-REGISTRO

           CLOSE BAT-FILE
           .

       END PROGRAM pldMon.

      ******************************************************************
      * Author:
      * Date:
      * Purpose: Post-dated cheque custody desk (CHEQUE.DAT) - the
      *          register that replaces the drawer of store cheques
      *          and the paper deposit list:
      *          1 - receive the client's cheques into custody, one
      *              per parcela still open on the contract, with the
      *              issuing bank, agencia, conta, cheque number,
      *              amount and good-for date; the custody numbers go
      *              on a receipt for the client;
      *          2 - list the cheques held for a contract;
      *          3 - hand a cheque not yet deposited back to the
      *              client (restituido);
      *          4 - register a cheque the bank returned (alinea from
      *              CHQMOT.cpy): the money the deposit posted is
      *              reversed like a counter estorno - PAGMAST.DAT
      *              walks back, one PAGHIST.DAT E row per parcela
      *              touched, PAGAUDIT.DAT rows, and the part that had
      *              gone to CREDSALD.DAT comes off as a D row - the
      *              bank debit goes to MOVBCO.DAT, the returned-
      *              cheque fee (service CD of the fee table through
      *              tarifaUtil, SYSPARM CHQ-TARIFA-DEV when the table
      *              has none in force) is charged on the cheque and
      *              raised as a fee item on TARITEM.DAT, and the
      *              contract goes into the collections workqueue
      *              (COBCART.DAT);
      *          5 - receive the returned-cheque fee at the counter,
      *              posted to CONTABIL.DAT as TARIFA and counted in
      *              the operator's cashier closeout (caixaFec); the
      *              fee item is settled with it.
      *          The daily deposit of the cheques that fall due is
      *          chequeDep.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. cheque.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CHQ-FILE ASSIGN TO "CHEQUE.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CHQ-STATUS.

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

               SELECT AUDP-FILE ASSIGN TO "PAGAUDIT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AUDP-STATUS.

               SELECT CRS-FILE ASSIGN TO "CREDSALD.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CRS-STATUS.

               SELECT WQ-FILE ASSIGN TO "COBCART.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-WQ-STATUS.

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

               SELECT SYSPARM-FILE ASSIGN TO "SYSPARM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SYSPARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHQ-FILE.
           COPY CHQFD.

       FD  FIN-FILE.
           COPY FINFD.

       FD  PAG-FILE.
           COPY PAGTOFD.

       FD  HIST-FILE.
           COPY PAGHFD.

       FD  AUDP-FILE.
           COPY AUDFD.

       FD  CRS-FILE.
           COPY CRSFD.

       FD  WQ-FILE.
           COPY WQFD.

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

       FD  SYSPARM-FILE.
           COPY SYSPARMF.

       WORKING-STORAGE SECTION.
           COPY SYSPARM.
       01  WS-SYSPARM-STATUS   PIC XX VALUE SPACES.

           COPY CHQMOT.
           COPY GLMAPTB.

       01  WS-VARIAVEIS.
           03  WS-CHQ-STATUS       PIC XX.
           03  WS-FIN-STATUS       PIC XX.
           03  WS-PAG-STATUS       PIC XX.
           03  WS-HIST-STATUS      PIC XX.
           03  WS-AUDP-STATUS      PIC XX.
           03  WS-CRS-STATUS       PIC XX.
           03  WS-WQ-STATUS        PIC XX.
           03  WS-OPE-STATUS       PIC XX.
           03  WS-OPS-STATUS       PIC XX.
           03  WS-PER-STATUS       PIC XX.
           03  WS-CTB-STATUS       PIC XX.
           03  WS-CTH-STATUS       PIC XX.
           03  WS-CHQ-EOF          PIC X.
               88  FIM-CHEQUES        VALUE "S".
           03  WS-WQ-EOF           PIC X.
               88  FIM-CARTEIRA       VALUE "S".
           03  WS-OPE-EOF          PIC X.
               88  FIM-OPERADORES     VALUE "S".
           03  WS-PER-EOF          PIC X.
               88  FIM-PERIODOS       VALUE "S".
           03  WS-OPCAO            PIC 9.
           03  WS-DATA-HOJE        PIC 9(8).
           03  WS-HORA-AGORA       PIC 9(8).
           03  WS-OPERADOR         PIC X(08).
           03  WS-OPERADOR-SESSAO  PIC X(08).
           03  WS-COD-CLIENTE-INF  PIC 9(05).
           03  WS-CONTRATO-INF     PIC 9(06).
           03  WS-QTD-CONTRATOS    PIC 999.
           03  WS-CONTRATO-ACHADO  PIC 9(06).
           03  WS-ULT-PAGA         PIC 999.
           03  WS-PARCIAL-PAGO     PIC 9(06)V99.
           03  WS-QTD-CHEQUES      PIC 99.
           03  WS-QTD-RECEBIDOS    PIC 99.
           03  WS-TOT-CUSTODIA     PIC 9(08)V99.
           03  WS-PARCELA          PIC 999.
           03  WS-PARCELA-OK       PIC X.
               88  PARCELA-VALIDA     VALUE "S".
           03  WS-BANCO            PIC 9(03).
           03  WS-AGENCIA          PIC 9(05).
           03  WS-CONTA            PIC 9(10).
           03  WS-NUMERO           PIC 9(06).
           03  WS-VALOR-CHEQUE     PIC 9(06)V99.
           03  WS-VALOR-SUGERIDO   PIC 9(06)V99.
           03  WS-BOM-PARA         PIC 9(8).
           03  WS-ULT-ID           PIC 9(07).
           03  WS-ID-INF           PIC 9(07).
           03  WS-CONFIRMA         PIC X.
           03  WS-ALINEA           PIC 9(02).
           03  WS-ALN-IDX          PIC 9(02).
           03  WS-ALN-ACHOU        PIC 9(02).
           03  WS-VALOR-ESTORNAR   PIC 9(06)V99.
           03  WS-VALOR-PASSO      PIC 9(06)V99.
           03  WS-PARCELA-PASSO    PIC 999.
           03  WS-ULT-PARC-ANTES   PIC 999.
           03  WS-PARCIAL-ANTES    PIC 9(06)V99.
           03  WS-QTD-ESTORNADAS   PIC 999.
           03  WS-NAO-ESTORNADO    PIC 9(06)V99.
           03  WS-AUD-ANTES-ED     PIC ZZZZZ9,99.
           03  WS-AUD-DEPOIS-ED    PIC ZZZZZ9,99.
           03  WS-COMPETENCIA-MOV  PIC 9(6).
           03  WS-PERIODO-FECHADO  PIC X.
               88  COMPETENCIA-FECHADA VALUE "S".
           03  WS-SUPERVISOR       PIC X(08).
           03  WS-SENHA-SUP        PIC X(08).
           03  WS-HASH-SUP         PIC 9(08).
           03  WS-SUP-VALIDO       PIC X.
               88  SUPERVISOR-VALIDO  VALUE "S".
           03  WS-JAN-PROGRAMA     PIC X(16) VALUE "cheque".
           03  WS-JAN-LIBERADO     PIC X.
           03  WS-NA-CARTEIRA      PIC X.
               88  JA-EM-COBRANCA     VALUE "S".
           03  WS-COL-IDX          PIC 9(02).
           03  WS-MENOR-CARGA      PIC 9(04).
           03  WS-MENOR-IDX        PIC 9(02).
           03  WS-COBRADOR         PIC X(08).
           03  WS-TARIFA-DEV       PIC 9(04)V99.
           03  WS-SITUACAO-DESC    PIC X(12).
           03  WS-VALOR-ED         PIC ZZZ.ZZ9,99.
           03  WS-VALOR-ED2        PIC ZZZ.ZZ9,99.
           03  WS-TOTAL-ED         PIC Z.ZZZ.ZZ9,99.

      *>   CHEQUE.DAT INTEIRO EM MEMORIA - A CUSTODIA, A RESTITUICAO
      *>   E A DEVOLUCAO ALTERAM LINHAS E O ARQUIVO E REGRAVADO NO
      *>   FIM.
       01  WS-QTD-CUSTODIA         PIC 9(05) VALUE ZEROS.
       01  WS-CHQ-CHEIA            PIC X VALUE "N".
           88  CHEQUES-TRANSBORDOU    VALUE "S".
       01  WS-CHQ-ALTERADO         PIC X VALUE "N".
       01  WS-TABELA-CHEQUES.
           03  WS-CHQ-ITEM OCCURS 0 TO 20000 TIMES
                           DEPENDING ON WS-QTD-CUSTODIA.
               05  WS-CHQ-IMAGEM   PIC X(155).
       77  WS-CHQ-IDX              PIC 9(05).
       77  WS-CHQ-ACHOU            PIC 9(05).

      *>   COBRADORES (NIVEL 2+) E QUANTOS CASOS CADA UM TEM HOJE NA
      *>   CARTEIRA - O CONTRATO DO CHEQUE DEVOLVIDO VAI PARA QUEM
      *>   TIVER MENOS, COMO NA DISTRIBUICAO DA NOITE (cobWork).
       01  WS-QTD-COLETORES        PIC 9(02) VALUE ZEROS.
       01  WS-TABELA-COLETORES.
           03  WS-COL-ITEM OCCURS 20 TIMES.
               05  WS-COL-OPERADOR PIC X(08).
               05  WS-COL-CARGA    PIC 9(04).

       01  WS-EVENTO.
           03  WS-EVT-TIPO         PIC X(10).
           03  WS-EVT-VALOR        PIC 9(08)V99 VALUE ZEROS.
           03  WS-EVT-DETALHE      PIC X(30).

       01  WS-MVB-PARAMETROS.
           03  WS-MVB-TIPO         PIC X(01) VALUE "D".
           03  WS-MVB-VALOR        PIC 9(10)V99.
           03  WS-MVB-ORIGEM       PIC X(08) VALUE "CHQDEV".
           03  WS-MVB-REFERENCIA   PIC X(30).

           COPY EMPLK.
           COPY TAVLK.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-DATA-HOJE  FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA FROM TIME
           MOVE "N" TO WS-CHQ-ALTERADO
           PERFORM P045-LE-OPERADOR-SESSAO
           IF WS-OPERADOR-SESSAO = "DIRETO"
               DISPLAY "INFORME O OPERADOR: "
               ACCEPT WS-OPERADOR
           ELSE
               MOVE WS-OPERADOR-SESSAO TO WS-OPERADOR
           END-IF
           PERFORM P050-LE-PARAMETROS-SISTEMA
           PERFORM P100-CARREGA-CHEQUES

           DISPLAY "=============================================="
           DISPLAY "     CUSTODIA DE CHEQUES PRE-DATADOS"
           DISPLAY "=============================================="
           DISPLAY "1 - RECEBER CHEQUES EM CUSTODIA"
           DISPLAY "2 - CHEQUES DO CONTRATO"
           DISPLAY "3 - RESTITUIR CHEQUE AO CLIENTE"
           DISPLAY "4 - REGISTRAR CHEQUE DEVOLVIDO PELO BANCO"
           DISPLAY "5 - RECEBER TARIFA DE CHEQUE DEVOLVIDO"
           DISPLAY "ESCOLHA UMA OPCAO: "
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM P200-RECEBE-CUSTODIA THRU P200-SAIDA
               WHEN 2
                   PERFORM P300-LISTA-CONTRATO
               WHEN 3
                   PERFORM P400-RESTITUI THRU P400-SAIDA
               WHEN 4
                   PERFORM P500-DEVOLUCAO THRU P500-SAIDA
               WHEN 5
                   PERFORM P600-RECEBE-TARIFA THRU P600-SAIDA
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE

           PERFORM P800-REGRAVA-CHEQUES THRU P800-SAIDA
           GOBACK.

       P050-LE-PARAMETROS-SISTEMA.
           OPEN INPUT SYSPARM-FILE
           IF WS-SYSPARM-STATUS = "00"
               READ SYSPARM-FILE
                   NOT AT END
                       IF SYS-PARM-CHQ-TARIFA-DEV IS NUMERIC
                           MOVE SYS-PARM-CHQ-TARIFA-DEV
                               TO WS-SYS-CHQ-TARIFA-DEV
                       END-IF
               END-READ
               CLOSE SYSPARM-FILE
           END-IF
           MOVE WS-SYS-CHQ-TARIFA-DEV TO WS-TARIFA-DEV
           .

       P100-CARREGA-CHEQUES.
           MOVE ZEROS TO WS-QTD-CUSTODIA
           MOVE ZEROS TO WS-ULT-ID
           MOVE "N" TO WS-CHQ-CHEIA
           MOVE "N" TO WS-CHQ-EOF
           OPEN INPUT CHQ-FILE
           IF WS-CHQ-STATUS = "00"
               PERFORM P110-LE-CHEQUE
               PERFORM UNTIL FIM-CHEQUES OR CHEQUES-TRANSBORDOU
                   IF WS-QTD-CUSTODIA = 20000
                       SET CHEQUES-TRANSBORDOU TO TRUE
                   ELSE
                       ADD 1 TO WS-QTD-CUSTODIA
                       MOVE CHQ-REGISTRO
                           TO WS-CHQ-IMAGEM(WS-QTD-CUSTODIA)
                       IF CHQ-ID > WS-ULT-ID
                           MOVE CHQ-ID TO WS-ULT-ID
                       END-IF
                       PERFORM P110-LE-CHEQUE
                   END-IF
               END-PERFORM
               CLOSE CHQ-FILE
           END-IF
           IF CHEQUES-TRANSBORDOU
               DISPLAY "CADASTRO DE CHEQUES CHEIO - O ARQUIVO NAO "
                       "SERA REGRAVADO NESTA SESSAO."
           END-IF
           .

       P110-LE-CHEQUE.
           READ CHQ-FILE
               AT END SET FIM-CHEQUES TO TRUE
           END-READ
           .

       P200-RECEBE-CUSTODIA.
           IF CHEQUES-TRANSBORDOU OR WS-QTD-CUSTODIA = 20000
               DISPLAY "TABELA DE CHEQUES CHEIA - CUSTODIA NAO PODE "
                       "SER REGISTRADA NESTA SESSAO."
               GO TO P200-SAIDA
           END-IF
           OPEN INPUT FIN-FILE
           DISPLAY "INFORME O CODIGO DO CLIENTE: "
           ACCEPT WS-COD-CLIENTE-INF
           PERFORM P030-SELECIONA-CONTRATO THRU P030-SAIDA
           IF WS-CONTRATO-ACHADO = ZEROS
               CLOSE FIN-FILE
               GO TO P200-SAIDA
           END-IF

      *>   O QUE JA FOI PAGO VEM DO PAGMAST - SO PARCELA AINDA
      *>   ABERTA RECEBE CHEQUE.
           MOVE ZEROS TO WS-ULT-PAGA
           MOVE ZEROS TO WS-PARCIAL-PAGO
           OPEN INPUT PAG-FILE
           IF WS-PAG-STATUS = "00"
               MOVE FIN-CONTRATO TO PAG-CONTRATO
               READ PAG-FILE
                   NOT INVALID KEY
                       MOVE PAG-ULT-PARCELA-PAGA   TO WS-ULT-PAGA
                       MOVE PAG-VALOR-PARCIAL-PAGO TO WS-PARCIAL-PAGO
               END-READ
               CLOSE PAG-FILE
           END-IF

           IF WS-ULT-PAGA >= FIN-NUM-PARCELAS
               DISPLAY "CONTRATO SEM PARCELAS EM ABERTO."
               CLOSE FIN-FILE
               GO TO P200-SAIDA
           END-IF

           DISPLAY "CONTRATO " FIN-CONTRATO " - " FIN-CLIENTE
           DISPLAY "PARCELAS PAGAS: " WS-ULT-PAGA " DE "
                   FIN-NUM-PARCELAS
           DISPLAY "QUANTOS CHEQUES SERAO DEIXADOS EM CUSTODIA? "
           ACCEPT WS-QTD-CHEQUES
           MOVE ZEROS TO WS-QTD-RECEBIDOS
           MOVE ZEROS TO WS-TOT-CUSTODIA
           PERFORM P210-RECEBE-CHEQUE
                   UNTIL WS-QTD-RECEBIDOS = WS-QTD-CHEQUES
                      OR WS-QTD-CUSTODIA = 20000
           CLOSE FIN-FILE

           IF WS-QTD-RECEBIDOS > ZEROS
               MOVE "S" TO WS-CHQ-ALTERADO
               PERFORM P250-IMPRIME-COMPROVANTE
           END-IF
           .
       P200-SAIDA.
           EXIT.

       P210-RECEBE-CHEQUE.
           DISPLAY "----------------------------------------------"
           DISPLAY "PARCELA PAGA POR ESTE CHEQUE: "
           ACCEPT WS-PARCELA
           PERFORM P220-VALIDA-PARCELA
           PERFORM UNTIL PARCELA-VALIDA
               DISPLAY "INFORME OUTRA PARCELA: "
               ACCEPT WS-PARCELA
               PERFORM P220-VALIDA-PARCELA
           END-PERFORM

           DISPLAY "BANCO (3 DIGITOS): "
           ACCEPT WS-BANCO
           DISPLAY "AGENCIA: "
           ACCEPT WS-AGENCIA
           DISPLAY "CONTA: "
           ACCEPT WS-CONTA
           DISPLAY "NUMERO DO CHEQUE: "
           ACCEPT WS-NUMERO

           IF WS-PARCELA = WS-ULT-PAGA + 1
               COMPUTE WS-VALOR-SUGERIDO =
                       FIN-PARCELAS(WS-PARCELA) - WS-PARCIAL-PAGO
           ELSE
               MOVE FIN-PARCELAS(WS-PARCELA) TO WS-VALOR-SUGERIDO
           END-IF
           MOVE WS-VALOR-SUGERIDO TO WS-VALOR-ED
           DISPLAY "VALOR DO CHEQUE (0 = " WS-VALOR-ED "): "
           ACCEPT WS-VALOR-CHEQUE
           IF WS-VALOR-CHEQUE = ZEROS
               MOVE WS-VALOR-SUGERIDO TO WS-VALOR-CHEQUE
           END-IF

           DISPLAY "BOM PARA (AAAAMMDD): "
           ACCEPT WS-BOM-PARA
           PERFORM UNTIL WS-BOM-PARA >= WS-DATA-HOJE
                     AND WS-BOM-PARA(5:2) >= "01"
                     AND WS-BOM-PARA(5:2) <= "12"
                     AND WS-BOM-PARA(7:2) >= "01"
                     AND WS-BOM-PARA(7:2) <= "31"
               DISPLAY "DATA INVALIDA OU JA PASSADA. BOM PARA "
                       "(AAAAMMDD): "
               ACCEPT WS-BOM-PARA
           END-PERFORM

           ADD 1 TO WS-ULT-ID
           INITIALIZE CHQ-REGISTRO
           MOVE WS-ULT-ID         TO CHQ-ID
           MOVE FIN-CONTRATO      TO CHQ-CONTRATO
           MOVE WS-PARCELA        TO CHQ-PARCELA
           MOVE FIN-COD-CLIENTE   TO CHQ-COD-CLIENTE
           MOVE FIN-CLIENTE       TO CHQ-CLIENTE
           MOVE WS-BANCO          TO CHQ-BANCO
           MOVE WS-AGENCIA        TO CHQ-AGENCIA
           MOVE WS-CONTA          TO CHQ-CONTA
           MOVE WS-NUMERO         TO CHQ-NUMERO
           MOVE WS-VALOR-CHEQUE   TO CHQ-VALOR
           MOVE WS-BOM-PARA       TO CHQ-DT-BOM-PARA
           MOVE WS-DATA-HOJE      TO CHQ-DT-CUSTODIA
           MOVE WS-OPERADOR       TO CHQ-OPERADOR
           SET CHQ-EM-CUSTODIA    TO TRUE
           MOVE SPACES            TO CHQ-OPE-DEVOLUCAO
           MOVE SPACES            TO CHQ-TARIFA-SIT
           MOVE SPACES            TO CHQ-OPE-TARIFA
           ADD 1 TO WS-QTD-CUSTODIA
           MOVE CHQ-REGISTRO TO WS-CHQ-IMAGEM(WS-QTD-CUSTODIA)
           ADD 1 TO WS-QTD-RECEBIDOS
           ADD WS-VALOR-CHEQUE TO WS-TOT-CUSTODIA

           MOVE "CHQCUST"   TO WS-EVT-TIPO
           MOVE WS-VALOR-CHEQUE TO WS-EVT-VALOR
           MOVE SPACES TO WS-EVT-DETALHE
           STRING "CHEQUE " WS-ULT-ID " PARC " WS-PARCELA
                  " BP " WS-BOM-PARA
                  DELIMITED BY SIZE INTO WS-EVT-DETALHE
           PERFORM P900-GRAVA-EVENTO
           DISPLAY "CHEQUE EM CUSTODIA SOB O NUMERO " WS-ULT-ID
           .

       P220-VALIDA-PARCELA.
      *>   PARCELA AINDA ABERTA, DENTRO DO PRAZO DO CONTRATO E SEM
      *>   OUTRO CHEQUE EM CUSTODIA PARA ELA.
           MOVE "S" TO WS-PARCELA-OK
           IF WS-PARCELA <= WS-ULT-PAGA
              OR WS-PARCELA > FIN-NUM-PARCELAS
               MOVE "N" TO WS-PARCELA-OK
               DISPLAY "PARCELA " WS-PARCELA " JA PAGA OU FORA DO "
                       "CONTRATO (ABERTAS: " WS-ULT-PAGA " + 1 A "
                       FIN-NUM-PARCELAS ")."
           ELSE
               PERFORM VARYING WS-CHQ-IDX FROM 1 BY 1
                       UNTIL WS-CHQ-IDX > WS-QTD-CUSTODIA
                   MOVE WS-CHQ-IMAGEM(WS-CHQ-IDX) TO CHQ-REGISTRO
                   IF CHQ-CONTRATO = FIN-CONTRATO
                      AND CHQ-PARCELA = WS-PARCELA
                      AND CHQ-EM-CUSTODIA
                       MOVE "N" TO WS-PARCELA-OK
                       DISPLAY "PARCELA " WS-PARCELA " JA TEM O "
                               "CHEQUE " CHQ-ID " EM CUSTODIA."
                   END-IF
               END-PERFORM
           END-IF
           .

       P250-IMPRIME-COMPROVANTE.
           DISPLAY "=============================================="
           DISPLAY "     COMPROVANTE DE CUSTODIA DE CHEQUES"
           DISPLAY "=============================================="
           DISPLAY "CONTRATO.............: " FIN-CONTRATO
           DISPLAY "CLIENTE..............: " FIN-CLIENTE
           DISPLAY "DATA.................: " WS-DATA-HOJE
           DISPLAY "CUSTODIA  PARC BCO NUMERO  BOM PARA        VALOR"
           PERFORM VARYING WS-CHQ-IDX FROM 1 BY 1
                   UNTIL WS-CHQ-IDX > WS-QTD-CUSTODIA
               MOVE WS-CHQ-IMAGEM(WS-CHQ-IDX) TO CHQ-REGISTRO
               IF CHQ-CONTRATO = FIN-CONTRATO
                  AND CHQ-DT-CUSTODIA = WS-DATA-HOJE
                  AND CHQ-EM-CUSTODIA
                  AND CHQ-OPERADOR = WS-OPERADOR
                   MOVE CHQ-VALOR TO WS-VALOR-ED
                   DISPLAY CHQ-ID "  " CHQ-PARCELA " " CHQ-BANCO " "
                           CHQ-NUMERO "  " CHQ-DT-BOM-PARA " "
                           WS-VALOR-ED
               END-IF
           END-PERFORM
           MOVE WS-TOT-CUSTODIA TO WS-TOTAL-ED
           DISPLAY "TOTAL EM CUSTODIA NESTA OPERACAO: " WS-TOTAL-ED
           DISPLAY "OPERADOR.............: " WS-OPERADOR
           DISPLAY "=============================================="
           .

       P300-LISTA-CONTRATO.
           DISPLAY "INFORME O NUMERO DO CONTRATO: "
           ACCEPT WS-CONTRATO-INF
           MOVE ZEROS TO WS-QTD-RECEBIDOS
           DISPLAY "CUSTODIA  PARC BCO NUMERO  BOM PARA        VALOR"
                   " SITUACAO"
           PERFORM VARYING WS-CHQ-IDX FROM 1 BY 1
                   UNTIL WS-CHQ-IDX > WS-QTD-CUSTODIA
               MOVE WS-CHQ-IMAGEM(WS-CHQ-IDX) TO CHQ-REGISTRO
               IF CHQ-CONTRATO = WS-CONTRATO-INF
                   ADD 1 TO WS-QTD-RECEBIDOS
                   PERFORM P310-DESCREVE-SITUACAO
                   MOVE CHQ-VALOR TO WS-VALOR-ED
                   DISPLAY CHQ-ID "  " CHQ-PARCELA " " CHQ-BANCO " "
                           CHQ-NUMERO "  " CHQ-DT-BOM-PARA " "
                           WS-VALOR-ED " " WS-SITUACAO-DESC
                   IF CHQ-DEVOLVIDO
                       MOVE CHQ-VALOR-TARIFA TO WS-VALOR-ED2
                       DISPLAY "         DEVOLVIDO EM "
                               CHQ-DT-DEVOLUCAO " ALINEA "
                               CHQ-ALINEA " TARIFA " WS-VALOR-ED2
                               " (" CHQ-TARIFA-SIT ")"
                   END-IF
               END-IF
           END-PERFORM
           IF WS-QTD-RECEBIDOS = ZEROS
               DISPLAY "NENHUM CHEQUE REGISTRADO PARA O CONTRATO."
           END-IF
           .

       P310-DESCREVE-SITUACAO.
           EVALUATE TRUE
               WHEN CHQ-EM-CUSTODIA
                   MOVE "EM CUSTODIA" TO WS-SITUACAO-DESC
               WHEN CHQ-DEPOSITADO
                   MOVE "DEPOSITADO"  TO WS-SITUACAO-DESC
               WHEN CHQ-DEVOLVIDO
                   MOVE "DEVOLVIDO"   TO WS-SITUACAO-DESC
               WHEN CHQ-RESTITUIDO
                   MOVE "RESTITUIDO"  TO WS-SITUACAO-DESC
               WHEN OTHER
                   MOVE SPACES        TO WS-SITUACAO-DESC
           END-EVALUATE
           .

       P320-LOCALIZA-CHEQUE.
           MOVE ZEROS TO WS-CHQ-ACHOU
           PERFORM VARYING WS-CHQ-IDX FROM 1 BY 1
                   UNTIL WS-CHQ-IDX > WS-QTD-CUSTODIA
                      OR WS-CHQ-ACHOU > ZEROS
               MOVE WS-CHQ-IMAGEM(WS-CHQ-IDX) TO CHQ-REGISTRO
               IF CHQ-ID = WS-ID-INF
                   MOVE WS-CHQ-IDX TO WS-CHQ-ACHOU
               END-IF
           END-PERFORM
           IF WS-CHQ-ACHOU > ZEROS
               MOVE WS-CHQ-IMAGEM(WS-CHQ-ACHOU) TO CHQ-REGISTRO
               PERFORM P310-DESCREVE-SITUACAO
               MOVE CHQ-VALOR TO WS-VALOR-ED
               DISPLAY "CHEQUE " CHQ-ID " CONTRATO " CHQ-CONTRATO
                       " PARC " CHQ-PARCELA " " CHQ-CLIENTE
               DISPLAY "BANCO " CHQ-BANCO " AG " CHQ-AGENCIA
                       " CONTA " CHQ-CONTA " NUM " CHQ-NUMERO
               DISPLAY "VALOR " WS-VALOR-ED " BOM PARA "
                       CHQ-DT-BOM-PARA " - " WS-SITUACAO-DESC
           ELSE
               DISPLAY "CHEQUE " WS-ID-INF " NAO ENCONTRADO."
           END-IF
           .

       P400-RESTITUI.
      *>   SO CHEQUE AINDA NA GAVETA VOLTA PARA O CLIENTE - O JA
      *>   DEPOSITADO ESTA NO BANCO.
           DISPLAY "NUMERO DE CUSTODIA DO CHEQUE: "
           ACCEPT WS-ID-INF
           PERFORM P320-LOCALIZA-CHEQUE
           IF WS-CHQ-ACHOU = ZEROS
               GO TO P400-SAIDA
           END-IF
           IF NOT CHQ-EM-CUSTODIA
               DISPLAY "CHEQUE NAO ESTA EM CUSTODIA - NAO PODE SER "
                       "RESTITUIDO."
               GO TO P400-SAIDA
           END-IF
           DISPLAY "CONFIRMA A RESTITUICAO AO CLIENTE? (S/N): "
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "RESTITUICAO CANCELADA."
               GO TO P400-SAIDA
           END-IF
           SET CHQ-RESTITUIDO  TO TRUE
           MOVE WS-DATA-HOJE   TO CHQ-DT-DEVOLUCAO
           MOVE WS-OPERADOR    TO CHQ-OPE-DEVOLUCAO
           MOVE CHQ-REGISTRO   TO WS-CHQ-IMAGEM(WS-CHQ-ACHOU)
           MOVE "S" TO WS-CHQ-ALTERADO

           MOVE "CHQREST"  TO WS-EVT-TIPO
           MOVE CHQ-VALOR  TO WS-EVT-VALOR
           MOVE SPACES TO WS-EVT-DETALHE
           STRING "CHEQUE " CHQ-ID " RESTITUIDO"
                  DELIMITED BY SIZE INTO WS-EVT-DETALHE
           PERFORM P900-GRAVA-EVENTO
           DISPLAY "CHEQUE " CHQ-ID " RESTITUIDO AO CLIENTE."
           .
       P400-SAIDA.
           EXIT.

       P500-DEVOLUCAO.
           DISPLAY "NUMERO DE CUSTODIA DO CHEQUE DEVOLVIDO: "
           ACCEPT WS-ID-INF
           PERFORM P320-LOCALIZA-CHEQUE
           IF WS-CHQ-ACHOU = ZEROS
               GO TO P500-SAIDA
           END-IF
           IF NOT CHQ-DEPOSITADO
               DISPLAY "SO CHEQUE DEPOSITADO PODE SER DEVOLVIDO "
                       "PELO BANCO."
               GO TO P500-SAIDA
           END-IF

           PERFORM P510-MOSTRA-ALINEAS
           DISPLAY "ALINEA DA DEVOLUCAO: "
           ACCEPT WS-ALINEA
           PERFORM P515-VALIDA-ALINEA

      *>   O ESTORNO MEXE NO PAGMAST - FORA DA JANELA DO BATCH E COM
      *>   A COMPETENCIA DE HOJE ABERTA (OU LIBERADA PELO SUPERVISOR)
      *>   COMO NO ESTORNO DO CAIXA.
           CALL "janelaUtil" USING WS-JAN-PROGRAMA WS-JAN-LIBERADO
           IF WS-JAN-LIBERADO NOT = "S"
               GO TO P500-SAIDA
           END-IF
           PERFORM P055-VERIFICA-PERIODO
           IF COMPETENCIA-FECHADA AND NOT SUPERVISOR-VALIDO
               DISPLAY "SUPERVISOR INVALIDO - LANCAMENTO NAO "
                       "PERMITIDO NA COMPETENCIA FECHADA."
               GO TO P500-SAIDA
           END-IF

           OPEN INPUT FIN-FILE
           MOVE CHQ-CONTRATO TO FIN-CONTRATO
           READ FIN-FILE
               INVALID KEY
                   DISPLAY "CONTRATO NAO ENCONTRADO: " CHQ-CONTRATO
                   CLOSE FIN-FILE
                   GO TO P500-SAIDA
           END-READ

           OPEN I-O PAG-FILE
           MOVE CHQ-CONTRATO TO PAG-CONTRATO
           READ PAG-FILE WITH LOCK
               INVALID KEY
                   MOVE "23" TO WS-PAG-STATUS
           END-READ
           IF WS-PAG-STATUS = "51" OR WS-PAG-STATUS = "99"
               DISPLAY "CONTRATO EM USO POR OUTRO OPERADOR - "
                       "TENTE NOVAMENTE."
               CLOSE PAG-FILE
               CLOSE FIN-FILE
               GO TO P500-SAIDA
           END-IF
           IF WS-PAG-STATUS NOT = "00"
               DISPLAY "CONTRATO SEM STATUS DE PAGAMENTO - "
                       "DEVOLUCAO NAO REGISTRADA."
               CLOSE PAG-FILE
               CLOSE FIN-FILE
               GO TO P500-SAIDA
           END-IF

           OPEN EXTEND HIST-FILE
           IF WS-HIST-STATUS = "35"
               OPEN OUTPUT HIST-FILE
               CLOSE HIST-FILE
               OPEN EXTEND HIST-FILE
           END-IF

      *>   O DEPOSITO LEVOU O VALOR DO CHEQUE PARA AS PARCELAS EM
      *>   SEQUENCIA E O QUE SOBROU PARA O SALDO CREDOR - A
      *>   DEVOLUCAO DESFAZ NA ORDEM INVERSA: A SOBRA SAI DO SALDO
      *>   CREDOR E O RESTANTE VOLTA DAS PARCELAS MAIS RECENTES
      *>   PARA TRAS, UMA LINHA DE ESTORNO POR PARCELA TOCADA. O
      *>   ESTORNO SAI COM OPERADOR CHEQUE, COMO O DEPOSITO - NAO E
      *>   DINHEIRO DA GAVETA; QUEM REGISTROU FICA NA AUDITORIA.
           MOVE PAG-ULT-PARCELA-PAGA   TO WS-ULT-PARC-ANTES
           MOVE PAG-VALOR-PARCIAL-PAGO TO WS-PARCIAL-ANTES
           MOVE ZEROS TO WS-QTD-ESTORNADAS
           MOVE ZEROS TO WS-NAO-ESTORNADO
           COMPUTE WS-VALOR-ESTORNAR =
                   CHQ-VALOR - CHQ-VALOR-CREDITO
           PERFORM P520-ESTORNA-PASSO
                   UNTIL WS-VALOR-ESTORNAR = ZEROS

           REWRITE PAG-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR PAGAMENTO: " WS-PAG-STATUS
           END-REWRITE
           MOVE PAG-ULT-PARCELA-PAGA   TO WS-ULT-PAGA
           MOVE PAG-VALOR-PARCIAL-PAGO TO WS-PARCIAL-PAGO
           CLOSE HIST-FILE
           CLOSE PAG-FILE
           PERFORM P530-GRAVA-AUDITORIA

           IF CHQ-VALOR-CREDITO > ZEROS
               PERFORM P540-ESTORNA-CREDITO
           END-IF

           SET CHQ-DEVOLVIDO    TO TRUE
           MOVE WS-DATA-HOJE    TO CHQ-DT-DEVOLUCAO
           MOVE WS-ALINEA       TO CHQ-ALINEA
           MOVE WS-OPERADOR     TO CHQ-OPE-DEVOLUCAO
           PERFORM P560-LANCA-TARIFA
           IF CHQ-VALOR-TARIFA > ZEROS
               SET CHQ-TARIFA-PENDENTE TO TRUE
           ELSE
               MOVE SPACES TO CHQ-TARIFA-SIT
           END-IF
           MOVE CHQ-REGISTRO TO WS-CHQ-IMAGEM(WS-CHQ-ACHOU)
           MOVE "S" TO WS-CHQ-ALTERADO

      *>   O BANCO DEBITA O CHEQUE DEVOLVIDO NA CONTA DA EMPRESA.
           MOVE CHQ-VALOR TO WS-MVB-VALOR
           MOVE SPACES TO WS-MVB-REFERENCIA
           STRING "CHEQUE DEVOLVIDO " CHQ-ID
                  DELIMITED BY SIZE INTO WS-MVB-REFERENCIA
           CALL "movBcoUtil" USING WS-DATA-HOJE WS-MVB-TIPO
                                   WS-MVB-VALOR WS-MVB-ORIGEM
                                   WS-MVB-REFERENCIA

           MOVE "CHQDEVOL"  TO WS-EVT-TIPO
           MOVE CHQ-VALOR   TO WS-EVT-VALOR
           MOVE SPACES TO WS-EVT-DETALHE
           STRING "CHEQUE " CHQ-ID " ALINEA " WS-ALINEA
                  DELIMITED BY SIZE INTO WS-EVT-DETALHE
           PERFORM P900-GRAVA-EVENTO

           PERFORM P550-INCLUI-COBRANCA THRU P550-SAIDA
           CLOSE FIN-FILE

           DISPLAY "=============================================="
           DISPLAY "CHEQUE DEVOLVIDO - CONTRATO " CHQ-CONTRATO
           DISPLAY "PARCELAS ESTORNADAS..: " WS-QTD-ESTORNADAS
           DISPLAY "ULTIMA PARCELA PAGA..: " WS-ULT-PAGA
           DISPLAY "SALDO PARCIAL ATUAL..: " WS-PARCIAL-PAGO
           IF WS-NAO-ESTORNADO > ZEROS
               DISPLAY "VALOR SEM PARCELA A ESTORNAR: "
                       WS-NAO-ESTORNADO " - VERIFICAR COM A "
                       "CONTABILIDADE."
           END-IF
           MOVE CHQ-VALOR-TARIFA TO WS-VALOR-ED
           DISPLAY "TARIFA DE DEVOLUCAO..: " WS-VALOR-ED
           DISPLAY "COBRANCA.............: " WS-COBRADOR
           DISPLAY "=============================================="
           .
       P500-SAIDA.
           EXIT.

       P510-MOSTRA-ALINEAS.
           PERFORM VARYING WS-ALN-IDX FROM 1 BY 1
                   UNTIL WS-ALN-IDX > WS-ALN-QTD
               DISPLAY "  " WS-ALN-CODIGO(WS-ALN-IDX) " - "
                       WS-ALN-NOME(WS-ALN-IDX)
           END-PERFORM
           .

       P515-VALIDA-ALINEA.
      *>   ALINEA FORA DA TABELA VAI COMO 99 (OUTROS).
           MOVE ZEROS TO WS-ALN-ACHOU
           PERFORM VARYING WS-ALN-IDX FROM 1 BY 1
                   UNTIL WS-ALN-IDX > WS-ALN-QTD
               IF WS-ALN-CODIGO(WS-ALN-IDX) = WS-ALINEA
                   MOVE WS-ALN-IDX TO WS-ALN-ACHOU
               END-IF
           END-PERFORM
           IF WS-ALN-ACHOU = ZEROS
               MOVE 99 TO WS-ALINEA
               DISPLAY "ALINEA NAO TABELADA - REGISTRADA COMO 99."
           END-IF
           .

       P520-ESTORNA-PASSO.
           EVALUATE TRUE
               WHEN PAG-VALOR-PARCIAL-PAGO > ZEROS
                   COMPUTE WS-PARCELA-PASSO =
                           PAG-ULT-PARCELA-PAGA + 1
                   IF PAG-VALOR-PARCIAL-PAGO < WS-VALOR-ESTORNAR
                       MOVE PAG-VALOR-PARCIAL-PAGO TO WS-VALOR-PASSO
                   ELSE
                       MOVE WS-VALOR-ESTORNAR      TO WS-VALOR-PASSO
                   END-IF
                   SUBTRACT WS-VALOR-PASSO FROM PAG-VALOR-PARCIAL-PAGO
               WHEN PAG-ULT-PARCELA-PAGA > ZEROS
                   MOVE PAG-ULT-PARCELA-PAGA TO WS-PARCELA-PASSO
                   SUBTRACT 1 FROM PAG-ULT-PARCELA-PAGA
                   MOVE FIN-PARCELAS(WS-PARCELA-PASSO)
                       TO PAG-VALOR-PARCIAL-PAGO
                   IF PAG-VALOR-PARCIAL-PAGO < WS-VALOR-ESTORNAR
                       MOVE PAG-VALOR-PARCIAL-PAGO TO WS-VALOR-PASSO
                   ELSE
                       MOVE WS-VALOR-ESTORNAR      TO WS-VALOR-PASSO
                   END-IF
                   SUBTRACT WS-VALOR-PASSO FROM PAG-VALOR-PARCIAL-PAGO
               WHEN OTHER
                   MOVE WS-VALOR-ESTORNAR TO WS-NAO-ESTORNADO
                   MOVE ZEROS TO WS-VALOR-PASSO
           END-EVALUATE
           IF WS-VALOR-PASSO > ZEROS
               MOVE PAG-CONTRATO     TO PAGH-CONTRATO
               MOVE "E"              TO PAGH-TIPO
               MOVE PAG-CLIENTE      TO PAGH-CLIENTE
               MOVE WS-PARCELA-PASSO TO PAGH-PARCELA
               ACCEPT PAGH-DATA FROM DATE YYYYMMDD
               ACCEPT PAGH-HORA FROM TIME
               MOVE WS-VALOR-PASSO   TO PAGH-VALOR
               MOVE "CHEQUE"         TO PAGH-OPERADOR
               WRITE PAGH-REGISTRO
               ADD 1 TO WS-QTD-ESTORNADAS
               SUBTRACT WS-VALOR-PASSO FROM WS-VALOR-ESTORNAR
           ELSE
               MOVE ZEROS TO WS-VALOR-ESTORNAR
           END-IF
           .

       P530-GRAVA-AUDITORIA.
           OPEN EXTEND AUDP-FILE
           IF WS-AUDP-STATUS = "35"
               OPEN OUTPUT AUDP-FILE
               CLOSE AUDP-FILE
               OPEN EXTEND AUDP-FILE
           END-IF

           MOVE FIN-COD-CLIENTE TO AUD-CODIGO
           MOVE "CHQDEVOL"      TO AUD-OPERACAO
           MOVE "ULT-PARC"      TO AUD-CAMPO
           MOVE WS-ULT-PARC-ANTES TO WS-AUD-ANTES-ED
           MOVE WS-AUD-ANTES-ED TO AUD-VALOR-ANTES
           MOVE WS-ULT-PAGA TO WS-AUD-DEPOIS-ED
           MOVE WS-AUD-DEPOIS-ED TO AUD-VALOR-DEPOIS
           ACCEPT AUD-DATA FROM DATE YYYYMMDD
           ACCEPT AUD-HORA FROM TIME
           MOVE WS-OPERADOR TO AUD-OPERADOR
           WRITE AUD-REGISTRO

           MOVE "PARCIAL"       TO AUD-CAMPO
           MOVE WS-PARCIAL-ANTES TO WS-AUD-ANTES-ED
           MOVE WS-AUD-ANTES-ED TO AUD-VALOR-ANTES
           MOVE WS-PARCIAL-PAGO TO WS-AUD-DEPOIS-ED
           MOVE WS-AUD-DEPOIS-ED TO AUD-VALOR-DEPOIS
           WRITE AUD-REGISTRO

           CLOSE AUDP-FILE
           .

       P540-ESTORNA-CREDITO.
      *>   A SOBRA DO CHEQUE QUE FOI PARA O SALDO CREDOR SAI COMO
      *>   LINHA D - O SALDO DO CLIENTE E SEMPRE C MENOS O RESTO.
           OPEN EXTEND CRS-FILE
           IF WS-CRS-STATUS = "35"
               OPEN OUTPUT CRS-FILE
               CLOSE CRS-FILE
               OPEN EXTEND CRS-FILE
           END-IF
           MOVE CHQ-COD-CLIENTE   TO CRS-COD-CLIENTE
           MOVE CHQ-CLIENTE       TO CRS-CLIENTE
           MOVE CHQ-CONTRATO      TO CRS-CONTRATO
           MOVE CHQ-PARCELA       TO CRS-PARCELA
           SET CRS-DEVOLVIDO      TO TRUE
           MOVE CHQ-VALOR-CREDITO TO CRS-VALOR
           MOVE WS-DATA-HOJE      TO CRS-DATA
           ACCEPT CRS-HORA FROM TIME
           MOVE WS-OPERADOR       TO CRS-OPERADOR
           MOVE "CHQDEV"          TO CRS-ORIGEM
           WRITE CRS-REGISTRO
           CLOSE CRS-FILE
           .

       P550-INCLUI-COBRANCA.
      *>   O CONTRATO ENTRA NA CARTEIRA DE COBRANCA NA HORA, COM O
      *>   COBRADOR DE MENOS CASOS; SE JA TEM DONO, FICA COM ELE. A
      *>   DISTRIBUICAO DA NOITE (cobWork) MANTEM O CASO ENQUANTO A
      *>   PARCELA ESTIVER EM ATRASO.
           MOVE SPACES TO WS-COBRADOR
           MOVE "N"    TO WS-NA-CARTEIRA
           PERFORM P560-CARREGA-COLETORES
           MOVE "N" TO WS-WQ-EOF
           OPEN INPUT WQ-FILE
           IF WS-WQ-STATUS = "00"
               PERFORM P570-LE-CARTEIRA
               PERFORM UNTIL FIM-CARTEIRA
                   IF WQ-CONTRATO = CHQ-CONTRATO
                       SET JA-EM-COBRANCA TO TRUE
                       MOVE WQ-OPERADOR TO WS-COBRADOR
                   END-IF
                   PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                           UNTIL WS-COL-IDX > WS-QTD-COLETORES
                       IF WS-COL-OPERADOR(WS-COL-IDX) = WQ-OPERADOR
                           ADD 1 TO WS-COL-CARGA(WS-COL-IDX)
                       END-IF
                   END-PERFORM
                   PERFORM P570-LE-CARTEIRA
               END-PERFORM
               CLOSE WQ-FILE
           END-IF
           IF JA-EM-COBRANCA
               GO TO P550-SAIDA
           END-IF
           IF WS-QTD-COLETORES = ZEROS
               MOVE "SEM DONO" TO WS-COBRADOR
               DISPLAY "NENHUM OPERADOR NIVEL 2+ CADASTRADO - "
                       "CONTRATO FICA PARA A DISTRIBUICAO DA NOITE."
               GO TO P550-SAIDA
           END-IF

           MOVE 9999 TO WS-MENOR-CARGA
           MOVE 1    TO WS-MENOR-IDX
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                   UNTIL WS-COL-IDX > WS-QTD-COLETORES
               IF WS-COL-CARGA(WS-COL-IDX) < WS-MENOR-CARGA
                   MOVE WS-COL-CARGA(WS-COL-IDX) TO WS-MENOR-CARGA
                   MOVE WS-COL-IDX               TO WS-MENOR-IDX
               END-IF
           END-PERFORM
           MOVE WS-COL-OPERADOR(WS-MENOR-IDX) TO WS-COBRADOR

           OPEN EXTEND WQ-FILE
           IF WS-WQ-STATUS = "35"
               OPEN OUTPUT WQ-FILE
               CLOSE WQ-FILE
               OPEN EXTEND WQ-FILE
           END-IF
           MOVE CHQ-CONTRATO TO WQ-CONTRATO
           MOVE CHQ-CLIENTE  TO WQ-CLIENTE
           MOVE WS-COBRADOR  TO WQ-OPERADOR
           MOVE WS-DATA-HOJE TO WQ-DT-ATRIBUICAO
           WRITE WQ-REGISTRO
           CLOSE WQ-FILE
           .
       P550-SAIDA.
           EXIT.

       P560-CARREGA-COLETORES.
           MOVE ZEROS TO WS-QTD-COLETORES
           MOVE "N" TO WS-OPE-EOF
           OPEN INPUT OPE-FILE
           IF WS-OPE-STATUS = "00"
               PERFORM P058-LE-OPERADOR
               PERFORM UNTIL FIM-OPERADORES
                       OR WS-QTD-COLETORES = 20
                   IF OPE-NIVEL >= 2
                      AND NOT OPE-CONTA-BLOQUEADA
                       ADD 1 TO WS-QTD-COLETORES
                       MOVE OPE-CODIGO
                           TO WS-COL-OPERADOR(WS-QTD-COLETORES)
                       MOVE ZEROS
                           TO WS-COL-CARGA(WS-QTD-COLETORES)
                   END-IF
                   PERFORM P058-LE-OPERADOR
               END-PERFORM
               CLOSE OPE-FILE
           END-IF
           .

       P570-LE-CARTEIRA.
           READ WQ-FILE
               AT END SET FIM-CARTEIRA TO TRUE
           END-READ
           .

       P560-LANCA-TARIFA.
      *>   A TARIFA VEM DA TABELA DE TARIFAS (SERVICO CD); SEM
      *>   VIGENCIA NA TABELA VALE A DO SYSPARM. O ITEM LANCADO NO
      *>   TARITEM.DAT E BAIXADO JUNTO NA OPCAO 5.
           MOVE "V"  TO TRU-FUNCAO
           MOVE "CD" TO TRU-SERVICO
           CALL "tarifaUtil" USING TRU-PARAMETROS
           IF NOT TRU-OK
               MOVE WS-TARIFA-DEV TO TRU-VALOR
           END-IF
           MOVE TRU-VALOR TO CHQ-VALOR-TARIFA
           IF CHQ-VALOR-TARIFA > ZEROS
               MOVE "L"             TO TRU-FUNCAO
               MOVE CHQ-CONTRATO    TO TRU-CONTRATO
               MOVE CHQ-COD-CLIENTE TO TRU-COD-CLIENTE
               MOVE WS-OPERADOR     TO TRU-OPERADOR
               MOVE CHQ-ID          TO TRU-REFERENCIA
               CALL "tarifaUtil" USING TRU-PARAMETROS
               IF TRU-OK
                   MOVE TRU-VALOR TO CHQ-VALOR-TARIFA
               END-IF
           END-IF
           .

       P600-RECEBE-TARIFA.
           DISPLAY "NUMERO DE CUSTODIA DO CHEQUE DEVOLVIDO: "
           ACCEPT WS-ID-INF
           PERFORM P320-LOCALIZA-CHEQUE
           IF WS-CHQ-ACHOU = ZEROS
               GO TO P600-SAIDA
           END-IF
           IF NOT CHQ-DEVOLVIDO OR NOT CHQ-TARIFA-PENDENTE
               DISPLAY "CHEQUE SEM TARIFA DE DEVOLUCAO PENDENTE."
               GO TO P600-SAIDA
           END-IF
           MOVE CHQ-VALOR-TARIFA TO WS-VALOR-ED
           DISPLAY "TARIFA DE CHEQUE DEVOLVIDO: " WS-VALOR-ED
           DISPLAY "CONFIRMA O RECEBIMENTO NO CAIXA? (S/N): "
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "RECEBIMENTO CANCELADO."
               GO TO P600-SAIDA
           END-IF
           SET CHQ-TARIFA-RECEBIDA TO TRUE
           MOVE WS-DATA-HOJE TO CHQ-DT-TARIFA
           MOVE WS-OPERADOR  TO CHQ-OPE-TARIFA
           MOVE CHQ-REGISTRO TO WS-CHQ-IMAGEM(WS-CHQ-ACHOU)
           MOVE "S" TO WS-CHQ-ALTERADO
           PERFORM P650-POSTA-CONTABIL
           MOVE "B"          TO TRU-FUNCAO
           MOVE CHQ-CONTRATO TO TRU-CONTRATO
           MOVE CHQ-ID       TO TRU-REFERENCIA
           MOVE WS-OPERADOR  TO TRU-OPERADOR
           CALL "tarifaUtil" USING TRU-PARAMETROS

           MOVE "TARIFA"         TO WS-EVT-TIPO
           MOVE CHQ-VALOR-TARIFA TO WS-EVT-VALOR
           MOVE SPACES TO WS-EVT-DETALHE
           STRING "TARIFA CHEQUE DEVOLVIDO " CHQ-ID
                  DELIMITED BY SIZE INTO WS-EVT-DETALHE
           PERFORM P900-GRAVA-EVENTO
           DISPLAY "TARIFA RECEBIDA - CHEQUE " CHQ-ID
                   " CONTRATO " CHQ-CONTRATO
           .
       P600-SAIDA.
           EXIT.

       P650-POSTA-CONTABIL.
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
                   MOVE CHQ-VALOR-TARIFA TO CTB-VALOR
                   MOVE CHQ-CONTRATO    TO CTB-CONTRATO
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

       P800-REGRAVA-CHEQUES.
      *>   REGRAVAR A PARTIR DE UMA TABELA CHEIA TRUNCARIA O
      *>   CADASTRO - NESSE CASO ELE FICA COMO ESTA.
           IF WS-CHQ-ALTERADO NOT = "S" OR CHEQUES-TRANSBORDOU
               GO TO P800-SAIDA
           END-IF
           OPEN OUTPUT CHQ-FILE
           PERFORM VARYING WS-CHQ-IDX FROM 1 BY 1
                   UNTIL WS-CHQ-IDX > WS-QTD-CUSTODIA
               MOVE WS-CHQ-IMAGEM(WS-CHQ-IDX) TO CHQ-REGISTRO
               WRITE CHQ-REGISTRO
           END-PERFORM
           CLOSE CHQ-FILE
           .
       P800-SAIDA.
           EXIT.

       P900-GRAVA-EVENTO.
           CALL "evtUtil" USING CHQ-CONTRATO WS-EVT-TIPO
                                WS-EVT-VALOR WS-OPERADOR
                                WS-EVT-DETALHE
           .

       P030-SELECIONA-CONTRATO.
           MOVE ZEROS TO WS-QTD-CONTRATOS
           MOVE ZEROS TO WS-CONTRATO-ACHADO
      *>   OS CONTRATOS DO CLIENTE SAEM PELA CHAVE ALTERNATIVA DO
      *>   FINMAST (FIN-COD-CLIENTE).
           MOVE WS-COD-CLIENTE-INF TO FIN-COD-CLIENTE
           START FIN-FILE KEY IS EQUAL TO FIN-COD-CLIENTE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "00" TO WS-FIN-STATUS
                   PERFORM P035-LISTA-CONTRATOS
                           UNTIL WS-FIN-STATUS NOT = "00"
           END-START

           IF WS-QTD-CONTRATOS = ZEROS
               DISPLAY "CONTRATO NAO ENCONTRADO PARA: "
                       WS-COD-CLIENTE-INF
               GO TO P030-SAIDA
           END-IF

           IF WS-QTD-CONTRATOS = 1
               MOVE WS-CONTRATO-ACHADO TO WS-CONTRATO-INF
           ELSE
               DISPLAY "CLIENTE COM " WS-QTD-CONTRATOS " CONTRATOS. "
                       "INFORME O NUMERO DO CONTRATO: "
               ACCEPT WS-CONTRATO-INF
           END-IF
           MOVE ZEROS TO WS-CONTRATO-ACHADO

           MOVE WS-CONTRATO-INF TO FIN-CONTRATO
           READ FIN-FILE
               INVALID KEY
                   DISPLAY "CONTRATO NAO ENCONTRADO: " WS-CONTRATO-INF
                   GO TO P030-SAIDA
           END-READ
           IF FIN-COD-CLIENTE NOT = WS-COD-CLIENTE-INF
               DISPLAY "CONTRATO " WS-CONTRATO-INF
                       " NAO PERTENCE AO CLIENTE INFORMADO."
               GO TO P030-SAIDA
           END-IF
      *>   CHEQUE SO PARA CONTRATO QUE AINDA RECEBE NO NOSSO CAIXA.
           IF FIN-CEDIDO
               DISPLAY "CONTRATO " WS-CONTRATO-INF " FOI CEDIDO - "
                       "DIRIJA O CLIENTE AO CESSIONARIO."
               GO TO P030-SAIDA
           END-IF
           IF NOT FIN-ATIVO
               DISPLAY "CONTRATO " WS-CONTRATO-INF " NAO ESTA ATIVO "
                       "(SITUACAO " FIN-SITUACAO ") - CUSTODIA "
                       "NAO PERMITIDA."
               GO TO P030-SAIDA
           END-IF
           MOVE FIN-CONTRATO TO WS-CONTRATO-ACHADO
           .
       P030-SAIDA.
           EXIT.

       P035-LISTA-CONTRATOS.
           READ FIN-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-FIN-STATUS
               NOT AT END
                   IF FIN-COD-CLIENTE = WS-COD-CLIENTE-INF
                       MOVE "00" TO WS-FIN-STATUS
                       ADD 1 TO WS-QTD-CONTRATOS
                       MOVE FIN-CONTRATO TO WS-CONTRATO-ACHADO
                       DISPLAY "  CONTRATO " FIN-CONTRATO
                               "  OBJETO: " FIN-OBJETO
                               "  DATA: " FIN-DT-CONTRATO
                   ELSE
                       MOVE "10" TO WS-FIN-STATUS
                   END-IF
           END-READ
           .

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

       P055-VERIFICA-PERIODO.
      *>   COMPETENCIA FECHADA PELO CONTROLE MENSAL (PERIODO.DAT)
      *>   NAO RECEBE LANCAMENTO - SO COM LIBERACAO DE SUPERVISOR
      *>   NIVEL 3 NA HORA.
           MOVE WS-DATA-HOJE(1:6) TO WS-COMPETENCIA-MOV
           MOVE "N" TO WS-PERIODO-FECHADO
           MOVE "N" TO WS-SUP-VALIDO
           MOVE "N" TO WS-PER-EOF
           OPEN INPUT PER-FILE
           IF WS-PER-STATUS = "00"
               PERFORM P056-LE-PERIODO
               PERFORM UNTIL FIM-PERIODOS
                   IF PER-COMPETENCIA = WS-COMPETENCIA-MOV
                      AND PER-FECHADA
                       SET COMPETENCIA-FECHADA TO TRUE
                   END-IF
                   PERFORM P056-LE-PERIODO
               END-PERFORM
               CLOSE PER-FILE
           END-IF
           IF COMPETENCIA-FECHADA
               DISPLAY "COMPETENCIA " WS-COMPETENCIA-MOV " JA FECHADA "
                       "PELA CONTABILIDADE - LANCAMENTO EXIGE "
                       "LIBERACAO DE SUPERVISOR (NIVEL 3)."
               DISPLAY "SUPERVISOR: "
               ACCEPT WS-SUPERVISOR
               DISPLAY "SENHA: "
               ACCEPT WS-SENHA-SUP
               PERFORM P057-VALIDA-SUPERVISOR
           END-IF
           .

       P056-LE-PERIODO.
           READ PER-FILE
               AT END SET FIM-PERIODOS TO TRUE
           END-READ
           .

       P057-VALIDA-SUPERVISOR.
           MOVE "N" TO WS-SUP-VALIDO
           MOVE "N" TO WS-OPE-EOF
           CALL "senhaUtil" USING WS-SENHA-SUP WS-HASH-SUP
           OPEN INPUT OPE-FILE
           IF WS-OPE-STATUS = "00"
               PERFORM P058-LE-OPERADOR
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
                   PERFORM P058-LE-OPERADOR
               END-PERFORM
               CLOSE OPE-FILE
           END-IF
           .

       P058-LE-OPERADOR.
           READ OPE-FILE
               AT END SET FIM-OPERADORES TO TRUE
           END-READ
           .

       END PROGRAM cheque.

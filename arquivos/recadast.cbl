      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly recadastramento (know-your-customer refresh)
      *          run - on the first stream of each month goes through
      *          the active clients of CUSTMAST.DAT and lists on
      *          RECADAST.RPT every one whose registration data was
      *          last changed or confirmed (CAD-DT-ATUALIZACAO, stamped
      *          by custMenu and custBatch) more than SYSPARM
      *          RCD-MESES-GERAL months ago - RCD-MESES-REDUZ for
      *          pessoa juridica and for clients whose open balance in
      *          the nightly position (POSWORK.DAT) reaches
      *          RCD-EXPOSICAO. Each outdated client gets one open
      *          request on RECADCTL.DAT with the deadline
      *          RCD-DIAS-CARENCIA days ahead; the refresh letter and
      *          message go out through cartas and notifica, and after
      *          the deadline loanBatch refuses new contracts until the
      *          data is refreshed. Requests of clients brought up to
      *          date (or gone from the register) are dropped. On the
      *          other nights of the month the step passes straight
      *          through (RUNCTL.DAT).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. recadast.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CAD-FILE ASSIGN TO "CUSTMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CAD-CODIGO
                   ALTERNATE RECORD KEY IS CAD-CPF-CNPJ
                       WITH DUPLICATES
                   FILE STATUS IS WS-CAD-STATUS.

               SELECT PWK-FILE ASSIGN TO "POSWORK.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PWK-STATUS.

               SELECT RCD-FILE ASSIGN TO "RECADCTL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RCD-STATUS.

               SELECT SYSPARM-FILE ASSIGN TO "SYSPARM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SYSPARM-STATUS.

               SELECT RUN-FILE ASSIGN TO "RUNCTL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUN-STATUS.

               SELECT RPT-FILE ASSIGN TO "RECADAST.RPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAD-FILE.
           COPY CADFD.

       FD  PWK-FILE.
           COPY PWKFD.

       FD  RCD-FILE.
           COPY RCDFD.

       FD  SYSPARM-FILE.
           COPY SYSPARMF.

       FD  RUN-FILE.
           COPY RUNFD.

       FD  RPT-FILE.
       01  RPT-LINHA           PIC X(100).

       WORKING-STORAGE SECTION.
           COPY RPTHDR.
           COPY SYSPARM.
       01  WS-SYSPARM-STATUS   PIC XX VALUE SPACES.

       01  WS-VARIAVEIS.
           03  WS-CAD-STATUS       PIC XX.
           03  WS-PWK-STATUS       PIC XX.
           03  WS-RCD-STATUS       PIC XX.
           03  WS-RUN-STATUS       PIC XX.
           03  WS-RPT-STATUS       PIC XX.
           03  WS-PWK-EOF          PIC X.
               88  FIM-POSICAO        VALUE "S".
           03  WS-RCD-EOF          PIC X.
               88  FIM-PEDIDOS        VALUE "S".
           03  WS-RUN-EOF          PIC X.
               88  FIM-RUN-CONTROL    VALUE "S".
           03  WS-JA-RODOU         PIC X VALUE "N".
               88  MES-JA-PROCESSADO  VALUE "S".
           03  WS-DATA-HOJE        PIC 9(8).
           03  WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
               05  WS-DH-AAAA      PIC 9(4).
               05  WS-DH-MM        PIC 9(2).
               05  WS-DH-DD        PIC 9(2).
           03  WS-MES-HOJE         PIC 9(6).
           03  WS-MES-RUN          PIC 9(6).
           03  WS-TOTAL-MESES      PIC 9(6).
           03  WS-RESTO-MESES      PIC 9(2).
           03  WS-CORTE-GERAL      PIC 9(8).
           03  WS-CORTE-REDUZIDO   PIC 9(8).
           03  WS-CORTE-CALC       PIC 9(8).
           03  WS-CORTE-CALC-R REDEFINES WS-CORTE-CALC.
               05  WS-CC-AAAA      PIC 9(4).
               05  WS-CC-MM        PIC 9(2).
               05  WS-CC-DD        PIC 9(2).
           03  WS-MESES-LIMITE     PIC 9(3).
           03  WS-DT-LIMITE        PIC 9(8).
           03  WS-DT-ATUALIZACAO   PIC 9(8).
           03  WS-CORTE-CLIENTE    PIC 9(8).
           03  WS-CRITERIO         PIC X(01).
           03  WS-EXPOSICAO        PIC 9(09)V99.
           03  WS-EXPOSICAO-LIM    PIC 9(09)V99.
           03  WS-EXPOSICAO-EDIT   PIC ZZZ.ZZZ.ZZ9,99.
           03  WS-SITUACAO-PEDIDO  PIC X(16).
           03  WS-QTD-ATIVOS       PIC 9(06) VALUE ZEROS.
           03  WS-QTD-NOVOS        PIC 9(06) VALUE ZEROS.
           03  WS-QTD-PENDENTES    PIC 9(06) VALUE ZEROS.
           03  WS-QTD-VENCIDOS     PIC 9(06) VALUE ZEROS.
           03  WS-QTD-ATENDIDOS    PIC 9(06) VALUE ZEROS.
           03  WS-LINHA-EDIT       PIC X(100).

      *>   SALDO EM ABERTO DE CADA CLIENTE NA POSICAO DA NOITE.
       01  WS-QTD-CLIENTES         PIC 9(05) VALUE ZEROS.
       01  WS-CLI-CHEIA            PIC X VALUE "N".
           88  CLIENTES-TRANSBORDOU   VALUE "S".
       01  WS-TABELA-CLIENTES.
           03  WS-CLI-ITEM OCCURS 0 TO 20000 TIMES
                           DEPENDING ON WS-QTD-CLIENTES.
               05  WS-CLI-CODIGO   PIC 9(05).
               05  WS-CLI-SALDO    PIC 9(09)V99.
       77  WS-CLI-IDX              PIC 9(05).
       77  WS-CLI-ACHOU            PIC 9(05).

      *>   PEDIDOS EM ABERTO (RECADCTL.DAT, NA ORDEM DO CODIGO) E OS
      *>   QUE CONTINUAM ABERTOS DEPOIS DESTA RODADA.
       01  WS-QTD-PEDIDOS          PIC 9(05) VALUE ZEROS.
       01  WS-PED-CHEIA            PIC X VALUE "N".
           88  PEDIDOS-TRANSBORDOU    VALUE "S".
       01  WS-TABELA-PEDIDOS.
           03  WS-PED-ITEM OCCURS 0 TO 20000 TIMES
                           DEPENDING ON WS-QTD-PEDIDOS.
               05  WS-PED-IMAGEM   PIC X(48).
       77  WS-PED-IDX              PIC 9(05).
       77  WS-PED-ACHOU            PIC 9(05).

       01  WS-QTD-NOVA             PIC 9(05) VALUE ZEROS.
       01  WS-TABELA-NOVA.
           03  WS-NOV-ITEM OCCURS 0 TO 20000 TIMES
                           DEPENDING ON WS-QTD-NOVA.
               05  WS-NOV-IMAGEM   PIC X(48).
       77  WS-NOV-IDX              PIC 9(05).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-DATA-HOJE(1:6) TO WS-MES-HOJE

           PERFORM P030-VERIFICA-MES
           IF MES-JA-PROCESSADO
               DISPLAY "RECADASTRAMENTO DE " WS-MES-HOJE " JA "
                       "PROCESSADO - NADA A FAZER NESTA NOITE."
               GOBACK
           END-IF

           PERFORM P050-LE-PARAMETROS-SISTEMA
           PERFORM P060-CALCULA-CORTES

           DISPLAY "=============================================="
           DISPLAY "   RECADASTRAMENTO DE CLIENTES - " WS-DATA-HOJE
           DISPLAY "   CORTE GERAL " WS-CORTE-GERAL
                   "  REDUZIDO " WS-CORTE-REDUZIDO
           DISPLAY "=============================================="

           PERFORM P100-CARREGA-EXPOSICAO
           IF CLIENTES-TRANSBORDOU
               DISPLAY "POSWORK.DAT ACIMA DE 20000 CLIENTES - "
                       "RECADASTRAMENTO NAO REALIZADO."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM P150-CARREGA-PEDIDOS
           IF PEDIDOS-TRANSBORDOU
               DISPLAY "RECADCTL.DAT ACIMA DE 20000 PEDIDOS - "
                       "RECADASTRAMENTO NAO REALIZADO."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE "E" TO RUN-SITUACAO
           PERFORM P097-GRAVA-RUN-CONTROL
           PERFORM P300-CABECALHO

           OPEN INPUT CAD-FILE
           IF WS-CAD-STATUS NOT = "00"
               DISPLAY "CUSTMAST.DAT INDISPONIVEL - STATUS "
                       WS-CAD-STATUS
               CLOSE RPT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 1 TO WS-PED-IDX
           MOVE LOW-VALUES TO CAD-CODIGO
           START CAD-FILE KEY IS NOT LESS THAN CAD-CODIGO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM P200-PROCESSA-CLIENTE
                           UNTIL WS-CAD-STATUS NOT = "00"
                              OR PEDIDOS-TRANSBORDOU
           END-START
           CLOSE CAD-FILE

           IF PEDIDOS-TRANSBORDOU
               DISPLAY "MAIS DE 20000 PEDIDOS EM ABERTO - "
                       "RECADCTL.DAT NAO REGRAVADO."
               CLOSE RPT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM P800-REGRAVA-PEDIDOS
           PERFORM P500-RODAPE
           MOVE "C" TO RUN-SITUACAO
           PERFORM P097-GRAVA-RUN-CONTROL

           DISPLAY "CLIENTES ATIVOS VERIFICADOS: " WS-QTD-ATIVOS
           DISPLAY "PEDIDOS NOVOS..............: " WS-QTD-NOVOS
           DISPLAY "PEDIDOS NO PRAZO...........: " WS-QTD-PENDENTES
           DISPLAY "PRAZO VENCIDO (SEM CREDITO): " WS-QTD-VENCIDOS
           DISPLAY "PEDIDOS ATENDIDOS/BAIXADOS.: " WS-QTD-ATENDIDOS
           DISPLAY "=============================================="
           GOBACK.

       P030-VERIFICA-MES.
      *>   RODA UMA VEZ POR MES: A PRIMEIRA NOITE DO MES QUE O
      *>   COMPLETAR GRAVA O C NO RUNCTL E AS DEMAIS SO PASSAM.
           MOVE "N" TO WS-JA-RODOU
           MOVE "N" TO WS-RUN-EOF
           OPEN INPUT RUN-FILE
           IF WS-RUN-STATUS = "00"
               PERFORM P035-LE-RUN-CONTROL
               PERFORM UNTIL FIM-RUN-CONTROL
                   IF RUN-PROGRAMA = "RECADAST"
                      AND RUN-SITUACAO = "C"
                       COMPUTE WS-MES-RUN = RUN-DATA / 100
                       IF WS-MES-RUN = WS-MES-HOJE
                           SET MES-JA-PROCESSADO TO TRUE
                       END-IF
                   END-IF
                   PERFORM P035-LE-RUN-CONTROL
               END-PERFORM
               CLOSE RUN-FILE
           END-IF
           .

       P035-LE-RUN-CONTROL.
           READ RUN-FILE
               AT END SET FIM-RUN-CONTROL TO TRUE
           END-READ
           .

       P097-GRAVA-RUN-CONTROL.
           OPEN EXTEND RUN-FILE
           IF WS-RUN-STATUS = "35"
               OPEN OUTPUT RUN-FILE
               CLOSE RUN-FILE
               OPEN EXTEND RUN-FILE
           END-IF
           MOVE "RECADAST"   TO RUN-PROGRAMA
           MOVE WS-DATA-HOJE TO RUN-DATA
           ACCEPT RUN-HORA FROM TIME
           WRITE RUN-REGISTRO
           CLOSE RUN-FILE
           .

       P050-LE-PARAMETROS-SISTEMA.
           OPEN INPUT SYSPARM-FILE
           IF WS-SYSPARM-STATUS = "00"
               READ SYSPARM-FILE
                   NOT AT END
                       IF SYS-PARM-RCD-MESES-GERAL IS NUMERIC
                          AND SYS-PARM-RCD-MESES-GERAL > ZEROS
                           MOVE SYS-PARM-RCD-MESES-GERAL
                               TO WS-SYS-RCD-MESES-GERAL
                       END-IF
                       IF SYS-PARM-RCD-MESES-REDUZ IS NUMERIC
                          AND SYS-PARM-RCD-MESES-REDUZ > ZEROS
                           MOVE SYS-PARM-RCD-MESES-REDUZ
                               TO WS-SYS-RCD-MESES-REDUZ
                       END-IF
                       IF SYS-PARM-RCD-EXPOSICAO IS NUMERIC
                          AND SYS-PARM-RCD-EXPOSICAO > ZEROS
                           MOVE SYS-PARM-RCD-EXPOSICAO
                               TO WS-SYS-RCD-EXPOSICAO
                       END-IF
                       IF SYS-PARM-RCD-DIAS-CARENCIA IS NUMERIC
                          AND SYS-PARM-RCD-DIAS-CARENCIA > ZEROS
                           MOVE SYS-PARM-RCD-DIAS-CARENCIA
                               TO WS-SYS-RCD-DIAS-CARENCIA
                       END-IF
               END-READ
               CLOSE SYSPARM-FILE
           END-IF
           MOVE WS-SYS-RCD-EXPOSICAO TO WS-EXPOSICAO-LIM
           .

       P060-CALCULA-CORTES.
      *>   DATA DE CORTE = HOJE MENOS N MESES; QUEM FOI ATUALIZADO
      *>   ANTES DELA ESTA DESATUALIZADO. O DIA FICA O DE HOJE - A
      *>   COMPARACAO E SO NUMERICA, NAO PRECISA SER DATA VALIDA.
           MOVE WS-SYS-RCD-MESES-GERAL TO WS-MESES-LIMITE
           PERFORM P065-SUBTRAI-MESES
           MOVE WS-CORTE-CALC TO WS-CORTE-GERAL
           MOVE WS-SYS-RCD-MESES-REDUZ TO WS-MESES-LIMITE
           PERFORM P065-SUBTRAI-MESES
           MOVE WS-CORTE-CALC TO WS-CORTE-REDUZIDO
           COMPUTE WS-DT-LIMITE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                   + WS-SYS-RCD-DIAS-CARENCIA)
           .

       P065-SUBTRAI-MESES.
           COMPUTE WS-TOTAL-MESES = WS-DH-AAAA * 12 + WS-DH-MM - 1
                                  - WS-MESES-LIMITE
           DIVIDE WS-TOTAL-MESES BY 12 GIVING WS-CC-AAAA
                  REMAINDER WS-RESTO-MESES
           COMPUTE WS-CC-MM = WS-RESTO-MESES + 1
           MOVE WS-DH-DD TO WS-CC-DD
           .

       P100-CARREGA-EXPOSICAO.
           MOVE "N" TO WS-PWK-EOF
           OPEN INPUT PWK-FILE
           IF WS-PWK-STATUS NOT = "00"
      *>       SEM A POSICAO NAO HA EXPOSICAO - TODO MUNDO CAIRIA NO
      *>       PRAZO GERAL. ABORTA COMO OS DEMAIS CONSUMIDORES.
               DISPLAY "POSICAO DA NOITE (POSWORK.DAT) AUSENTE - "
                       "RODE O posWork ANTES DO RECADASTRAMENTO."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM P110-LE-POSICAO
           PERFORM UNTIL FIM-POSICAO OR CLIENTES-TRANSBORDOU
               PERFORM P120-ACUMULA-EXPOSICAO
               PERFORM P110-LE-POSICAO
           END-PERFORM
           CLOSE PWK-FILE
           .

       P110-LE-POSICAO.
           READ PWK-FILE
               AT END SET FIM-POSICAO TO TRUE
           END-READ
           .

       P120-ACUMULA-EXPOSICAO.
           MOVE ZEROS TO WS-CLI-ACHOU
           PERFORM VARYING WS-CLI-IDX FROM 1 BY 1
                   UNTIL WS-CLI-IDX > WS-QTD-CLIENTES
                      OR WS-CLI-ACHOU > ZEROS
               IF WS-CLI-CODIGO(WS-CLI-IDX) = PWK-COD-CLIENTE
                   MOVE WS-CLI-IDX TO WS-CLI-ACHOU
               END-IF
           END-PERFORM
           IF WS-CLI-ACHOU = ZEROS
               IF WS-QTD-CLIENTES = 20000
                   SET CLIENTES-TRANSBORDOU TO TRUE
               ELSE
                   ADD 1 TO WS-QTD-CLIENTES
                   MOVE WS-QTD-CLIENTES TO WS-CLI-ACHOU
                   MOVE PWK-COD-CLIENTE
                       TO WS-CLI-CODIGO(WS-CLI-ACHOU)
                   MOVE ZEROS TO WS-CLI-SALDO(WS-CLI-ACHOU)
               END-IF
           END-IF
           IF WS-CLI-ACHOU > ZEROS
               ADD PWK-VALOR-PENDENTE TO WS-CLI-SALDO(WS-CLI-ACHOU)
           END-IF
           .

       P150-CARREGA-PEDIDOS.
           MOVE "N" TO WS-RCD-EOF
           OPEN INPUT RCD-FILE
           IF WS-RCD-STATUS = "00"
               PERFORM P160-LE-PEDIDO
               PERFORM UNTIL FIM-PEDIDOS OR PEDIDOS-TRANSBORDOU
                   IF WS-QTD-PEDIDOS = 20000
                       SET PEDIDOS-TRANSBORDOU TO TRUE
                   ELSE
                       ADD 1 TO WS-QTD-PEDIDOS
                       MOVE RCD-REGISTRO
                           TO WS-PED-IMAGEM(WS-QTD-PEDIDOS)
                       PERFORM P160-LE-PEDIDO
                   END-IF
               END-PERFORM
               CLOSE RCD-FILE
           END-IF
           .

       P160-LE-PEDIDO.
           READ RCD-FILE
               AT END SET FIM-PEDIDOS TO TRUE
           END-READ
           .

       P200-PROCESSA-CLIENTE.
           READ CAD-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-CAD-STATUS
               NOT AT END
                   PERFORM P210-LOCALIZA-PEDIDO
                   IF CAD-ATIVO
                       ADD 1 TO WS-QTD-ATIVOS
                       PERFORM P250-AVALIA-CLIENTE
                   ELSE
                       IF WS-PED-ACHOU > ZEROS
                           ADD 1 TO WS-QTD-ATENDIDOS
                       END-IF
                   END-IF
           END-READ
           .

       P210-LOCALIZA-PEDIDO.
      *>   OS PEDIDOS ESTAO NA ORDEM DO CODIGO, COMO O CADASTRO: O
      *>   PONTEIRO SO AVANCA. PEDIDO DE CODIGO QUE SAIU DO CADASTRO
      *>   FICA PARA TRAS E NAO E REGRAVADO.
           MOVE ZEROS TO WS-PED-ACHOU
           PERFORM UNTIL WS-PED-IDX > WS-QTD-PEDIDOS
                      OR WS-PED-ACHOU > ZEROS
               MOVE WS-PED-IMAGEM(WS-PED-IDX) TO RCD-REGISTRO
               IF RCD-COD-CLIENTE > CAD-CODIGO
                   EXIT PERFORM
               END-IF
               IF RCD-COD-CLIENTE = CAD-CODIGO
                   MOVE WS-PED-IDX TO WS-PED-ACHOU
               ELSE
                   ADD 1 TO WS-QTD-ATENDIDOS
               END-IF
               ADD 1 TO WS-PED-IDX
           END-PERFORM
           .

       P250-AVALIA-CLIENTE.
           IF CAD-DT-ATUALIZACAO IS NUMERIC
               MOVE CAD-DT-ATUALIZACAO TO WS-DT-ATUALIZACAO
           ELSE
               MOVE ZEROS TO WS-DT-ATUALIZACAO
           END-IF
           MOVE ZEROS TO WS-EXPOSICAO
           PERFORM VARYING WS-CLI-IDX FROM 1 BY 1
                   UNTIL WS-CLI-IDX > WS-QTD-CLIENTES
               IF WS-CLI-CODIGO(WS-CLI-IDX) = CAD-CODIGO
                   MOVE WS-CLI-SALDO(WS-CLI-IDX) TO WS-EXPOSICAO
               END-IF
           END-PERFORM
      *>   PJ E CLIENTE DE EXPOSICAO ALTA TEM O PRAZO REDUZIDO.
           EVALUATE TRUE
               WHEN CAD-PESSOA-JURIDICA
                   MOVE "J" TO WS-CRITERIO
                   MOVE WS-CORTE-REDUZIDO TO WS-CORTE-CLIENTE
               WHEN WS-EXPOSICAO >= WS-EXPOSICAO-LIM
                    AND WS-EXPOSICAO > ZEROS
                   MOVE "E" TO WS-CRITERIO
                   MOVE WS-CORTE-REDUZIDO TO WS-CORTE-CLIENTE
               WHEN OTHER
                   MOVE "G" TO WS-CRITERIO
                   MOVE WS-CORTE-GERAL TO WS-CORTE-CLIENTE
           END-EVALUATE

           IF WS-DT-ATUALIZACAO < WS-CORTE-CLIENTE
               IF WS-PED-ACHOU > ZEROS
                   MOVE WS-PED-IMAGEM(WS-PED-ACHOU) TO RCD-REGISTRO
                   IF RCD-DT-LIMITE < WS-DATA-HOJE
                       MOVE "PRAZO VENCIDO" TO WS-SITUACAO-PEDIDO
                       ADD 1 TO WS-QTD-VENCIDOS
                   ELSE
                       MOVE "AGUARDANDO" TO WS-SITUACAO-PEDIDO
                       ADD 1 TO WS-QTD-PENDENTES
                   END-IF
               ELSE
                   PERFORM P260-ABRE-PEDIDO
                   MOVE "PEDIDO NOVO" TO WS-SITUACAO-PEDIDO
                   ADD 1 TO WS-QTD-NOVOS
               END-IF
               PERFORM P270-GUARDA-PEDIDO
               IF NOT PEDIDOS-TRANSBORDOU
                   PERFORM P400-IMPRIME-CLIENTE
               END-IF
           ELSE
               IF WS-PED-ACHOU > ZEROS
                   ADD 1 TO WS-QTD-ATENDIDOS
               END-IF
           END-IF
           .

       P260-ABRE-PEDIDO.
           MOVE CAD-CODIGO        TO RCD-COD-CLIENTE
           MOVE WS-DATA-HOJE      TO RCD-DT-PEDIDO
           MOVE WS-DT-LIMITE      TO RCD-DT-LIMITE
           MOVE WS-DT-ATUALIZACAO TO RCD-DT-BASE
           MOVE WS-CRITERIO       TO RCD-CRITERIO
           SET RCD-CARTA-PENDENTE TO TRUE
           MOVE ZEROS             TO RCD-DT-CARTA
           SET RCD-MENSAGEM-PENDENTE TO TRUE
           MOVE ZEROS             TO RCD-DT-MENSAGEM
           .

       P270-GUARDA-PEDIDO.
           IF WS-QTD-NOVA = 20000
               SET PEDIDOS-TRANSBORDOU TO TRUE
           ELSE
               ADD 1 TO WS-QTD-NOVA
               MOVE RCD-REGISTRO TO WS-NOV-IMAGEM(WS-QTD-NOVA)
           END-IF
           .

       P300-CABECALHO.
           MOVE "RECADAST" TO WS-RPT-PROGRAMA
           MOVE WS-DATA-HOJE TO WS-RPT-DATA
           ACCEPT WS-RPT-HORA FROM TIME
           MOVE 1 TO WS-RPT-PAGINA
           MOVE ZEROS TO WS-RPT-TOTAL-REGISTROS
           OPEN OUTPUT RPT-FILE
           MOVE SPACES TO WS-LINHA-EDIT
           STRING "PROGRAMA: " WS-RPT-PROGRAMA
                  "  DATA: " WS-RPT-DATA
                  "  HORA: " WS-RPT-HORA
                  "  PAGINA: " WS-RPT-PAGINA
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           STRING "RECADASTRAMENTO - CLIENTES COM CADASTRO "
                  "DESATUALIZADO  (G GERAL " WS-SYS-RCD-MESES-GERAL
                  " MESES, J/E " WS-SYS-RCD-MESES-REDUZ " MESES)"
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           PERFORM P590-ESCREVE-LINHA
           STRING "CODIG NOME            T C ATUALIZ.      "
                  "EXPOSICAO PEDIDO   LIMITE   SITUACAO"
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           .

       P400-IMPRIME-CLIENTE.
           MOVE WS-EXPOSICAO TO WS-EXPOSICAO-EDIT
           STRING CAD-CODIGO " " CAD-NOME " " CAD-TIPO-PESSOA " "
                  RCD-CRITERIO " " WS-DT-ATUALIZACAO " "
                  WS-EXPOSICAO-EDIT " " RCD-DT-PEDIDO " "
                  RCD-DT-LIMITE " " WS-SITUACAO-PEDIDO
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           ADD 1 TO WS-RPT-TOTAL-REGISTROS
           .

       P500-RODAPE.
           PERFORM P590-ESCREVE-LINHA
           STRING "CLIENTES ATIVOS VERIFICADOS: " WS-QTD-ATIVOS
                  "  PEDIDOS NOVOS: " WS-QTD-NOVOS
                  "  NO PRAZO: " WS-QTD-PENDENTES
                  "  PRAZO VENCIDO: " WS-QTD-VENCIDOS
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           STRING "PEDIDOS ATENDIDOS OU BAIXADOS: " WS-QTD-ATENDIDOS
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           STRING "FIM DO RELATORIO - PROGRAMA: " WS-RPT-PROGRAMA
                  "  PAGINA: " WS-RPT-PAGINA
                  "  TOTAL DE REGISTROS: " WS-RPT-TOTAL-REGISTROS
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           CLOSE RPT-FILE
           .

       P590-ESCREVE-LINHA.
           MOVE WS-LINHA-EDIT TO RPT-LINHA
           WRITE RPT-LINHA
           DISPLAY WS-LINHA-EDIT
           MOVE SPACES TO WS-LINHA-EDIT
           .

       P800-REGRAVA-PEDIDOS.
      *>   O ARQUIVO SAI NA ORDEM DO CADASTRO, SO COM OS PEDIDOS QUE
      *>   CONTINUAM EM ABERTO.
           OPEN OUTPUT RCD-FILE
           PERFORM VARYING WS-NOV-IDX FROM 1 BY 1
                   UNTIL WS-NOV-IDX > WS-QTD-NOVA
               MOVE WS-NOV-IMAGEM(WS-NOV-IDX) TO RCD-REGISTRO
               WRITE RCD-REGISTRO
           END-PERFORM
           CLOSE RCD-FILE
           .

       END PROGRAM recadast.

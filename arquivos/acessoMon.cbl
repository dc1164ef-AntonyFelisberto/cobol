      ******************************************************************
      * Author:
      * Date:
      * Purpose: Personal-data access monitoring report - over the
      *          access log ACESSO.DAT (written by acessoUtil each
      *          time an inquiry shows a customer's data) for the
      *          chosen period, lists first every consultation of a
      *          customer outside the operator's own branch (OPE-FILIAL
      *          on OPERADOR.DAT against CAD-FILIAL on CUSTMAST.DAT),
      *          then one line per operator and day with the number of
      *          consultations, flagged VOLUME above the SYSPARM daily
      *          limit (ACS-LIM-DIA), FILIAL when any of them was out
      *          of branch and SEM CADASTRO when the row carries no
      *          known operator (DIRETO - run outside the menu). Lets
      *          the data-protection officer answer who looked at a
      *          client's data and spot the operators to question.
      *          Written to ACESSOMON.RPT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. acessoMon.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ACS-FILE ASSIGN TO "ACESSO.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ACS-STATUS.

               SELECT OPE-FILE ASSIGN TO "OPERADOR.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPE-STATUS.

               SELECT CAD-FILE ASSIGN TO "CUSTMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CAD-CODIGO
                   ALTERNATE RECORD KEY IS CAD-CPF-CNPJ
                       WITH DUPLICATES
                   FILE STATUS IS WS-CAD-STATUS.

               SELECT SYSPARM-FILE ASSIGN TO "SYSPARM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SYSPARM-STATUS.

               SELECT RPT-FILE ASSIGN TO "ACESSOMON.RPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACS-FILE.
           COPY ACSFD.

       FD  OPE-FILE.
           COPY OPEFD.

       FD  CAD-FILE.
           COPY CADFD.

       FD  SYSPARM-FILE.
           COPY SYSPARMF.

       FD  RPT-FILE.
       01  RPT-LINHA               PIC X(132).

       WORKING-STORAGE SECTION.
           COPY RPTHDR.
           COPY SYSPARM.
       01  WS-SYSPARM-STATUS       PIC XX VALUE SPACES.

       01  WS-VARIAVEIS.
           03  WS-ACS-STATUS       PIC XX.
           03  WS-OPE-STATUS       PIC XX.
           03  WS-CAD-STATUS       PIC XX.
           03  WS-RPT-STATUS       PIC XX.
           03  WS-ACS-EOF          PIC X.
               88  FIM-ACESSOS        VALUE "S".
           03  WS-OPE-EOF          PIC X.
               88  FIM-OPERADORES     VALUE "S".
           03  WS-DATA-HOJE        PIC 9(8).
           03  WS-HORA-AGORA       PIC 9(8).
           03  WS-DATA-INICIAL     PIC 9(8).
           03  WS-DATA-FINAL       PIC 9(8).
           03  WS-IDX              PIC 9(04).
           03  WS-OPE-IDX          PIC 9(03).
           03  WS-OPE-ACHADO       PIC 9(03).
           03  WS-DIA-ACHADO       PIC 9(04).
           03  WS-FILIAL-OPE       PIC 9(02).
           03  WS-FILIAL-CLI       PIC 9(02).
           03  WS-NOME-OPE         PIC X(20).
           03  WS-OPE-PROCURADO    PIC X(08).
           03  WS-PTR              PIC 9(03).
           03  WS-QTD-LIDOS        PIC 9(07) VALUE ZEROS.
           03  WS-QTD-FORA         PIC 9(07) VALUE ZEROS.
           03  WS-QTD-ALERTAS      PIC 9(05) VALUE ZEROS.
           03  WS-TRANSBORDOU      PIC X VALUE "N".
               88  TABELA-TRANSBORDOU VALUE "S".

      *>   OPERADORES CADASTRADOS - CODIGO, NOME E FILIAL.
       01  WS-QTD-OPERADORES       PIC 9(03) VALUE ZEROS.
       01  WS-TABELA-OPERADORES.
           03  WS-OPE-ITEM OCCURS 200 TIMES.
               05  WS-OPE-CODIGO   PIC X(08).
               05  WS-OPE-NOME     PIC X(20).
               05  WS-OPE-FILIAL   PIC 9(02).

      *>   CONSULTAS POR OPERADOR E DIA NO PERIODO.
       01  WS-QTD-DIAS             PIC 9(04) VALUE ZEROS.
       01  WS-TABELA-DIAS.
           03  WS-DIA-ITEM OCCURS 2000 TIMES.
               05  WS-DIA-OPERADOR PIC X(08).
               05  WS-DIA-DATA     PIC 9(8).
               05  WS-DIA-QTD      PIC 9(05).
               05  WS-DIA-FORA     PIC 9(05).

       01  WS-LINHA-EDIT           PIC X(132).
       01  WS-LINHA-FORA.
           03  WS-FOR-DATA         PIC 9(8).
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-FOR-HORA         PIC X(08).
           03  FILLER              PIC X(02) VALUE SPACES.
           03  WS-FOR-OPERADOR     PIC X(08).
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-FOR-NOME         PIC X(20).
           03  FILLER              PIC X(02) VALUE SPACES.
           03  WS-FOR-FIL-OPE      PIC Z9.
           03  FILLER              PIC X(05) VALUE SPACES.
           03  WS-FOR-CLIENTE      PIC 9(05).
           03  FILLER              PIC X(03) VALUE SPACES.
           03  WS-FOR-FIL-CLI      PIC Z9.
           03  FILLER              PIC X(05) VALUE SPACES.
           03  WS-FOR-PROGRAMA     PIC X(10).

       01  WS-LINHA-DIA.
           03  WS-LDI-OPERADOR     PIC X(08).
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LDI-NOME         PIC X(20).
           03  FILLER              PIC X(02) VALUE SPACES.
           03  WS-LDI-FILIAL       PIC Z9.
           03  FILLER              PIC X(03) VALUE SPACES.
           03  WS-LDI-DATA         PIC 9(8).
           03  FILLER              PIC X(02) VALUE SPACES.
           03  WS-LDI-QTD          PIC ZZZZ9.
           03  FILLER              PIC X(03) VALUE SPACES.
           03  WS-LDI-FORA         PIC ZZZZ9.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  WS-LDI-ALERTA       PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *>   CHAMADO REPETIDAMENTE PELO MENU, O PROGRAMA FICA NO
      *>   ESTADO DA ULTIMA EXECUCAO - TABELAS E TOTAIS COMECAM
      *>   ZERADOS A CADA EMISSAO.
           MOVE ZEROS TO WS-QTD-OPERADORES WS-QTD-DIAS WS-QTD-LIDOS
                         WS-QTD-FORA WS-QTD-ALERTAS
           MOVE "N" TO WS-TRANSBORDOU
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA FROM TIME
           DISPLAY "DATA INICIAL (AAAAMMDD, 0 = HOJE): "
           ACCEPT WS-DATA-INICIAL
           IF WS-DATA-INICIAL = ZEROS
               MOVE WS-DATA-HOJE TO WS-DATA-INICIAL
           END-IF
           DISPLAY "DATA FINAL (AAAAMMDD, 0 = A MESMA): "
           ACCEPT WS-DATA-FINAL
           IF WS-DATA-FINAL = ZEROS
               MOVE WS-DATA-INICIAL TO WS-DATA-FINAL
           END-IF

           OPEN INPUT ACS-FILE
           IF WS-ACS-STATUS NOT = "00"
               DISPLAY "SEM LOG DE ACESSO (ACESSO.DAT) - NADA A "
                       "MONITORAR."
               GOBACK
           END-IF

           PERFORM P050-LE-PARAMETROS-SISTEMA
           PERFORM P060-CARREGA-OPERADORES
           OPEN INPUT CAD-FILE
           PERFORM P100-CABECALHO

           MOVE "N" TO WS-ACS-EOF
           PERFORM P210-LE-ACESSO
           PERFORM P200-TRATA-ACESSO THRU P200-SAIDA
                   UNTIL FIM-ACESSOS
           CLOSE ACS-FILE
           CLOSE CAD-FILE

           IF WS-QTD-FORA = ZEROS
               MOVE "  NENHUMA CONSULTA FORA DA FILIAL NO PERIODO."
                   TO WS-LINHA-EDIT
               PERFORM P590-ESCREVE-LINHA
           END-IF
           PERFORM P300-VOLUME-POR-DIA
           PERFORM P800-RODAPE
           CLOSE RPT-FILE
           DISPLAY "RELATORIO GRAVADO EM ACESSOMON.RPT"
           GOBACK.

       P050-LE-PARAMETROS-SISTEMA.
           OPEN INPUT SYSPARM-FILE
           IF WS-SYSPARM-STATUS = "00"
               READ SYSPARM-FILE
                   NOT AT END
                       IF SYS-PARM-ACS-LIM-DIA IS NUMERIC
                          AND SYS-PARM-ACS-LIM-DIA > ZEROS
                           MOVE SYS-PARM-ACS-LIM-DIA
                               TO WS-SYS-ACS-LIM-DIA
                       END-IF
               END-READ
               CLOSE SYSPARM-FILE
           END-IF
           .

       P060-CARREGA-OPERADORES.
           MOVE "N" TO WS-OPE-EOF
           OPEN INPUT OPE-FILE
           IF WS-OPE-STATUS NOT = "00"
               DISPLAY "AVISO: OPERADOR.DAT AUSENTE - FILIAL DO "
                       "OPERADOR NAO CONFERIDA."
           ELSE
               PERFORM P065-LE-OPERADOR
               PERFORM UNTIL FIM-OPERADORES
                   IF WS-QTD-OPERADORES < 200
                       ADD 1 TO WS-QTD-OPERADORES
                       MOVE OPE-CODIGO
                           TO WS-OPE-CODIGO(WS-QTD-OPERADORES)
                       MOVE OPE-NOME
                           TO WS-OPE-NOME(WS-QTD-OPERADORES)
                       MOVE OPE-FILIAL
                           TO WS-OPE-FILIAL(WS-QTD-OPERADORES)
                   END-IF
                   PERFORM P065-LE-OPERADOR
               END-PERFORM
               CLOSE OPE-FILE
           END-IF
           .

       P065-LE-OPERADOR.
           READ OPE-FILE
               AT END SET FIM-OPERADORES TO TRUE
           END-READ
           .

       P100-CABECALHO.
           MOVE "ACESSMON" TO WS-RPT-PROGRAMA
           MOVE WS-DATA-HOJE  TO WS-RPT-DATA
           MOVE WS-HORA-AGORA TO WS-RPT-HORA
           MOVE 1 TO WS-RPT-PAGINA
           OPEN OUTPUT RPT-FILE
           MOVE SPACES TO WS-LINHA-EDIT
           STRING "PROGRAMA: " WS-RPT-PROGRAMA
                  "  DATA: " WS-RPT-DATA
                  "  HORA: " WS-RPT-HORA
                  "  PAGINA: " WS-RPT-PAGINA
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           STRING "MONITORAMENTO DE ACESSO A DADOS PESSOAIS DE "
                  WS-DATA-INICIAL " A " WS-DATA-FINAL
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           PERFORM P590-ESCREVE-LINHA
           MOVE "CONSULTAS A CLIENTES DE OUTRA FILIAL"
               TO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           STRING "DATA     HORA      OPERADOR NOME                 "
                  "FIL.OP CLIENTE  FIL.CL  PROGRAMA"
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           .

       P200-TRATA-ACESSO.
           IF ACS-DATA < WS-DATA-INICIAL
              OR ACS-DATA > WS-DATA-FINAL
               PERFORM P210-LE-ACESSO
               GO TO P200-SAIDA
           END-IF
           ADD 1 TO WS-QTD-LIDOS

           MOVE ACS-OPERADOR TO WS-OPE-PROCURADO
           PERFORM P220-PROCURA-OPERADOR
           PERFORM P230-ACUMULA-DIA THRU P230-SAIDA

      *>   FILIAL ZERADA (OPERADOR SEM CADASTRO OU CLIENTE ANTIGO
      *>   SEM FILIAL) NAO SE COMPARA.
           MOVE ZEROS TO WS-FILIAL-CLI
           MOVE ACS-COD-CLIENTE TO CAD-CODIGO
           READ CAD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CAD-FILIAL TO WS-FILIAL-CLI
           END-READ
           IF WS-FILIAL-OPE NOT = ZEROS
              AND WS-FILIAL-CLI NOT = ZEROS
              AND WS-FILIAL-OPE NOT = WS-FILIAL-CLI
               ADD 1 TO WS-QTD-FORA
               IF WS-DIA-ACHADO NOT = ZEROS
                   ADD 1 TO WS-DIA-FORA(WS-DIA-ACHADO)
               END-IF
               MOVE ACS-DATA        TO WS-FOR-DATA
               STRING ACS-HORA(1:2) ":" ACS-HORA(3:2) ":"
                      ACS-HORA(5:2)
                      DELIMITED BY SIZE INTO WS-FOR-HORA
               MOVE ACS-OPERADOR    TO WS-FOR-OPERADOR
               MOVE WS-NOME-OPE     TO WS-FOR-NOME
               MOVE WS-FILIAL-OPE   TO WS-FOR-FIL-OPE
               MOVE ACS-COD-CLIENTE TO WS-FOR-CLIENTE
               MOVE WS-FILIAL-CLI   TO WS-FOR-FIL-CLI
               MOVE ACS-PROGRAMA    TO WS-FOR-PROGRAMA
               MOVE WS-LINHA-FORA   TO WS-LINHA-EDIT
               PERFORM P590-ESCREVE-LINHA
           END-IF
           PERFORM P210-LE-ACESSO
           .
       P200-SAIDA.
           EXIT.

       P210-LE-ACESSO.
           READ ACS-FILE
               AT END SET FIM-ACESSOS TO TRUE
           END-READ
           .

       P220-PROCURA-OPERADOR.
           MOVE ZEROS  TO WS-OPE-ACHADO
           MOVE ZEROS  TO WS-FILIAL-OPE
           MOVE SPACES TO WS-NOME-OPE
           PERFORM VARYING WS-OPE-IDX FROM 1 BY 1
                   UNTIL WS-OPE-IDX > WS-QTD-OPERADORES
                      OR WS-OPE-ACHADO NOT = ZEROS
               IF WS-OPE-CODIGO(WS-OPE-IDX) = WS-OPE-PROCURADO
                   MOVE WS-OPE-IDX TO WS-OPE-ACHADO
                   MOVE WS-OPE-FILIAL(WS-OPE-IDX) TO WS-FILIAL-OPE
                   MOVE WS-OPE-NOME(WS-OPE-IDX)   TO WS-NOME-OPE
               END-IF
           END-PERFORM
           .

       P230-ACUMULA-DIA.
           MOVE ZEROS TO WS-DIA-ACHADO
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-DIAS
                      OR WS-DIA-ACHADO NOT = ZEROS
               IF WS-DIA-OPERADOR(WS-IDX) = ACS-OPERADOR
                  AND WS-DIA-DATA(WS-IDX) = ACS-DATA
                   MOVE WS-IDX TO WS-DIA-ACHADO
               END-IF
           END-PERFORM
           IF WS-DIA-ACHADO = ZEROS
               IF WS-QTD-DIAS = 2000
                   SET TABELA-TRANSBORDOU TO TRUE
                   GO TO P230-SAIDA
               END-IF
               ADD 1 TO WS-QTD-DIAS
               MOVE WS-QTD-DIAS  TO WS-DIA-ACHADO
               MOVE ACS-OPERADOR TO WS-DIA-OPERADOR(WS-DIA-ACHADO)
               MOVE ACS-DATA     TO WS-DIA-DATA(WS-DIA-ACHADO)
               MOVE ZEROS        TO WS-DIA-QTD(WS-DIA-ACHADO)
               MOVE ZEROS        TO WS-DIA-FORA(WS-DIA-ACHADO)
           END-IF
           ADD 1 TO WS-DIA-QTD(WS-DIA-ACHADO)
           .
       P230-SAIDA.
           EXIT.

       P300-VOLUME-POR-DIA.
           PERFORM P590-ESCREVE-LINHA
           STRING "CONSULTAS POR OPERADOR E DIA - LIMITE DIARIO "
                  WS-SYS-ACS-LIM-DIA " CLIENTES (SYSPARM ACS-LIM-DIA)"
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           STRING "OPERADOR NOME                  FIL  DATA      "
                  "CONSULT  FORA FIL  ALERTA"
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-DIAS
               PERFORM P310-IMPRIME-DIA
           END-PERFORM
           IF TABELA-TRANSBORDOU
               STRING "AVISO: MAIS DE 2000 PARES OPERADOR/DIA NO "
                      "PERIODO - RESUMO TRUNCADO, REDUZA O PERIODO."
                      DELIMITED BY SIZE INTO WS-LINHA-EDIT
               PERFORM P590-ESCREVE-LINHA
           END-IF
           .

       P310-IMPRIME-DIA.
           MOVE WS-DIA-OPERADOR(WS-IDX) TO WS-OPE-PROCURADO
           PERFORM P220-PROCURA-OPERADOR
           MOVE WS-DIA-OPERADOR(WS-IDX) TO WS-LDI-OPERADOR
           MOVE WS-NOME-OPE             TO WS-LDI-NOME
           MOVE WS-FILIAL-OPE           TO WS-LDI-FILIAL
           MOVE WS-DIA-DATA(WS-IDX)     TO WS-LDI-DATA
           MOVE WS-DIA-QTD(WS-IDX)      TO WS-LDI-QTD
           MOVE WS-DIA-FORA(WS-IDX)     TO WS-LDI-FORA
           MOVE SPACES                  TO WS-LDI-ALERTA
           MOVE 1                       TO WS-PTR
           IF WS-OPE-ACHADO = ZEROS
               STRING "SEM CADASTRO " DELIMITED BY SIZE
                      INTO WS-LDI-ALERTA WITH POINTER WS-PTR
           END-IF
           IF WS-DIA-QTD(WS-IDX) > WS-SYS-ACS-LIM-DIA
               STRING "VOLUME " DELIMITED BY SIZE
                      INTO WS-LDI-ALERTA WITH POINTER WS-PTR
           END-IF
           IF WS-DIA-FORA(WS-IDX) > ZEROS
               STRING "FILIAL" DELIMITED BY SIZE
                      INTO WS-LDI-ALERTA WITH POINTER WS-PTR
           END-IF
           IF WS-LDI-ALERTA NOT = SPACES
               ADD 1 TO WS-QTD-ALERTAS
           END-IF
           MOVE WS-LINHA-DIA TO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           .

       P590-ESCREVE-LINHA.
           MOVE WS-LINHA-EDIT TO RPT-LINHA
           WRITE RPT-LINHA
           DISPLAY WS-LINHA-EDIT
           MOVE SPACES TO WS-LINHA-EDIT
           .

       P800-RODAPE.
           MOVE WS-QTD-LIDOS TO WS-RPT-TOTAL-REGISTROS
           PERFORM P590-ESCREVE-LINHA
           STRING "CONSULTAS NO PERIODO.......: " WS-QTD-LIDOS
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           STRING "FORA DA FILIAL DO OPERADOR.: " WS-QTD-FORA
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           STRING "OPERADOR/DIA COM ALERTA....: " WS-QTD-ALERTAS
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           STRING "FIM DO RELATORIO - PROGRAMA: " WS-RPT-PROGRAMA
                  "  PAGINA: " WS-RPT-PAGINA
                  "  TOTAL DE REGISTROS: " WS-RPT-TOTAL-REGISTROS
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           .

       END PROGRAM acessoMon.

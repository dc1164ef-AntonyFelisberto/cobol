      ******************************************************************
      * Author:
      * Date:
      * Purpose: Operator activity and after-hours access report -
      *          reads together the logs that carry the operator
      *          stamp and counts, per operator, for the day and for
      *          the month to date: sign-ons and failed sign-ons
      *          (SIGNON.LOG), customer changes (CUSTAUDIT.DAT),
      *          payments and reversals (PAGHIST.DAT P/M/A and E
      *          rows), waivers applied (ISENCAO events on
      *          EVENTOS.DAT), supervisor overrides (releases during
      *          the batch window on BATCHWIN.LOG and divergent
      *          drawer closeouts on CAIXAFEC.DAT, both counted to
      *          the supervisor) and parameter changes (PARMAUD.DAT,
      *          counted to who keyed them). Every timestamped
      *          activity on a weekend, on a holiday of FERIADOS.DAT
      *          (diaUtil) or outside the business hours of the
      *          branch (FILIAL.DAT, default 0800 to 1800) is
      *          flagged, as is an operator signed on at two branches
      *          on the same day. The day's flags are listed one by
      *          one at the top for the security officer's morning
      *          review. Parameter changes are counted but not
      *          flagged: PARMAUD carries the time parmEfet applied
      *          them in the night, not when they were keyed. System
      *          stamps (LOTE, DIRETO, BALCAO) are not operators and
      *          are left out. Runs in the nightly stream after the
      *          parameter effectivation and from the menu; output to
      *          OPEATIV.RPT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. opeAtiv.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPE-FILE ASSIGN TO "OPERADOR.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPE-STATUS.

               SELECT FIL-FILE ASSIGN TO "FILIAL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FIL-STATUS.

               SELECT SGL-FILE ASSIGN TO "SIGNON.LOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SGL-STATUS.

               SELECT AUD-FILE ASSIGN TO "CUSTAUDIT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AUD-STATUS.

               SELECT PAGH-FILE ASSIGN TO "PAGHIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PAGH-STATUS.

               SELECT EVT-FILE ASSIGN TO "EVENTOS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-EVT-STATUS.

               SELECT BWL-FILE ASSIGN TO "BATCHWIN.LOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BWL-STATUS.

               SELECT FEC-FILE ASSIGN TO "CAIXAFEC.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FEC-STATUS.

               SELECT PAU-FILE ASSIGN TO "PARMAUD.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PAU-STATUS.

               SELECT RPT-FILE ASSIGN TO "OPEATIV.RPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPE-FILE.
           COPY OPEFD.

       FD  FIL-FILE.
           COPY FILFD.

       FD  SGL-FILE.
           COPY SGLFD.

       FD  AUD-FILE.
           COPY AUDFD.

       FD  PAGH-FILE.
           COPY PAGHFD.

       FD  EVT-FILE.
           COPY EVTFD.

       FD  BWL-FILE.
           COPY BWLFD.

       FD  FEC-FILE.
           COPY CXFD.

       FD  PAU-FILE.
           COPY PAUFD.

       FD  RPT-FILE.
       01  RPT-LINHA               PIC X(132).

       WORKING-STORAGE SECTION.
           COPY RPTHDR.

       01  WS-VARIAVEIS.
           03  WS-OPE-STATUS       PIC XX.
           03  WS-FIL-STATUS       PIC XX.
           03  WS-SGL-STATUS       PIC XX.
           03  WS-AUD-STATUS       PIC XX.
           03  WS-PAGH-STATUS      PIC XX.
           03  WS-EVT-STATUS       PIC XX.
           03  WS-BWL-STATUS       PIC XX.
           03  WS-FEC-STATUS       PIC XX.
           03  WS-PAU-STATUS       PIC XX.
           03  WS-RPT-STATUS       PIC XX.
           03  WS-EOF              PIC X.
               88  FIM-ARQUIVO        VALUE "S".
           03  WS-DATA-HOJE        PIC 9(8).
           03  WS-HORA-AGORA       PIC 9(8).
           03  WS-MES-REF          PIC 9(06).
           03  WS-MES-ATV          PIC 9(06).
           03  WS-IDX              PIC 9(03).
           03  WS-IDX-OPE          PIC 9(03).
           03  WS-CAT              PIC 9(02).
           03  WS-PER              PIC 9(01).
           03  WS-OPE-ACHADO       PIC 9(03).
           03  WS-QTD-ATIVIDADES   PIC 9(07) VALUE ZEROS.
           03  WS-QTD-FLAGS-DIA    PIC 9(05) VALUE ZEROS.
           03  WS-TRANSBORDOU      PIC X VALUE "N".
               88  TABELA-TRANSBORDOU VALUE "S".
           03  WS-TEM-ATIVIDADE    PIC X.

      *>   ATIVIDADE EM TRATAMENTO - PREENCHIDA POR CADA LEITOR E
      *>   REGISTRADA POR P400.
       01  WS-ATIVIDADE.
           03  WS-ATV-OPERADOR     PIC X(08).
           03  WS-ATV-DATA         PIC 9(8).
           03  WS-ATV-HORA         PIC 9(8).
           03  WS-ATV-CATEGORIA    PIC 9(02).
           03  WS-ATV-FILIAL       PIC 9(02).
           03  WS-ATV-VERIFICA     PIC X.
               88  ATV-VERIFICA-HORARIO VALUE "S".
           03  WS-ATV-DESCRICAO    PIC X(16).
           03  WS-ATV-MOTIVO       PIC X(40).
           03  WS-ATV-HHMM         PIC 9(04).
           03  WS-FILIAL-HORARIO   PIC 9(02).

      *>   DIA UTIL: diaUtil AVANCA A DATA ATE O PROXIMO DIA UTIL;
      *>   SE ELA NAO MUDA, O DIA E UTIL. GUARDA O ULTIMO RESULTADO.
       01  WS-DIA-UTIL-AREA.
           03  WS-DU-ANO           PIC 9(4).
           03  WS-DU-MES           PIC 9(2).
           03  WS-DU-DIA           PIC 9(2).
           03  WS-DU-DATA          PIC 9(8).
           03  WS-DU-ULT-DATA      PIC 9(8) VALUE ZEROS.
           03  WS-DU-ULT-MOTIVO    PIC X(20).
           03  WS-DU-SEMANA        PIC 9.

      *>   HORARIO DE CADA FILIAL, PELO CODIGO (01-99).
       01  WS-TABELA-HORARIOS.
           03  WS-HOR-FILIAL OCCURS 99 TIMES.
               05  WS-HOR-ABRE     PIC 9(04).
               05  WS-HOR-FECHA    PIC 9(04).

      *>   OPERADORES: CADASTRADOS E OS QUE SO APARECEM NOS LOGS.
      *>   CONTADORES POR PERIODO (1 = DIA, 2 = MES) E CATEGORIA:
      *>   1 SIGN-ON, 2 FALHA, 3 CADASTRO, 4 PAGAMENTO, 5 ESTORNO,
      *>   6 ISENCAO, 7 LIBERACAO, 8 PARAMETRO, 9 FORA DO HORARIO.
       01  WS-QTD-OPERADORES       PIC 9(03) VALUE ZEROS.
       01  WS-TABELA-OPERADORES.
           03  WS-OPE-ITEM OCCURS 300 TIMES.
               05  WS-OPE-CODIGO   PIC X(08).
               05  WS-OPE-NOME     PIC X(20).
               05  WS-OPE-FILIAL   PIC 9(02).
               05  WS-OPE-PERIODO OCCURS 2 TIMES.
                   07  WS-OPE-QTD  PIC 9(05) OCCURS 9 TIMES.
               05  WS-OPE-DIAS-2FIL PIC 9(03).
               05  WS-OPE-ULT-DATA PIC 9(8).
               05  WS-OPE-ULT-FIL  PIC 9(02).
               05  WS-OPE-DUPLO    PIC X.

      *>   OCORRENCIAS DO DIA PARA A REVISAO DA MANHA.
       01  WS-QTD-OCORRENCIAS      PIC 9(03) VALUE ZEROS.
       01  WS-TABELA-OCORRENCIAS.
           03  WS-OCO-ITEM OCCURS 500 TIMES.
               05  WS-OCO-OPERADOR PIC X(08).
               05  WS-OCO-HORA     PIC 9(8).
               05  WS-OCO-DESCRICAO PIC X(16).
               05  WS-OCO-MOTIVO   PIC X(40).

       01  WS-LINHA-EDIT           PIC X(132).
       01  WS-LINHA-OCORRENCIA.
           03  WS-LOC-OPERADOR     PIC X(08).
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LOC-NOME         PIC X(20).
           03  FILLER              PIC X(02) VALUE SPACES.
           03  WS-LOC-FILIAL       PIC Z9.
           03  FILLER              PIC X(03) VALUE SPACES.
           03  WS-LOC-HORA         PIC X(08).
           03  FILLER              PIC X(02) VALUE SPACES.
           03  WS-LOC-DESCRICAO    PIC X(16).
           03  FILLER              PIC X(02) VALUE SPACES.
           03  WS-LOC-MOTIVO       PIC X(40).

       01  WS-LINHA-RESUMO.
           03  WS-LRS-OPERADOR     PIC X(08).
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LRS-NOME         PIC X(20).
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LRS-FILIAL       PIC Z9.
           03  WS-LRS-COLUNA OCCURS 9 TIMES.
               05  FILLER          PIC X(02).
               05  WS-LRS-QTD      PIC ZZZZ9.
           03  FILLER              PIC X(03) VALUE SPACES.
           03  WS-LRS-DIAS-2FIL    PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *>   CHAMADO REPETIDAMENTE PELO MENU, TABELAS E TOTAIS COMECAM
      *>   ZERADOS A CADA EMISSAO.
           MOVE ZEROS TO WS-QTD-OPERADORES WS-QTD-OCORRENCIAS
                         WS-QTD-ATIVIDADES WS-QTD-FLAGS-DIA
                         WS-RPT-TOTAL-REGISTROS WS-DU-ULT-DATA
           MOVE "N" TO WS-TRANSBORDOU
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA FROM TIME
           COMPUTE WS-MES-REF = WS-DATA-HOJE / 100

           PERFORM P050-CARREGA-HORARIOS
           PERFORM P060-CARREGA-OPERADORES

           PERFORM P100-LE-SIGNON
           PERFORM P110-LE-CUSTAUDIT
           PERFORM P120-LE-PAGHIST
           PERFORM P130-LE-EVENTOS
           PERFORM P140-LE-JANELA
           PERFORM P150-LE-CAIXA
           PERFORM P160-LE-PARMAUD

           PERFORM P500-CABECALHO
           PERFORM P600-IMPRIME-OCORRENCIAS
           MOVE 1 TO WS-PER
           PERFORM P700-IMPRIME-RESUMO
           MOVE 2 TO WS-PER
           PERFORM P700-IMPRIME-RESUMO
           PERFORM P800-RODAPE
           CLOSE RPT-FILE
           DISPLAY "RELATORIO GRAVADO EM OPEATIV.RPT"
           GOBACK.

       P050-CARREGA-HORARIOS.
      *>   FILIAL SEM HORARIO CADASTRADO (OU SEM FILIAL.DAT) FICA NO
      *>   PADRAO 0800 AS 1800.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 99
               MOVE 0800 TO WS-HOR-ABRE(WS-IDX)
               MOVE 1800 TO WS-HOR-FECHA(WS-IDX)
           END-PERFORM
           MOVE "N" TO WS-EOF
           OPEN INPUT FIL-FILE
           IF WS-FIL-STATUS = "00"
               PERFORM UNTIL FIM-ARQUIVO
                   READ FIL-FILE
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           IF FIL-CODIGO IS NUMERIC
                              AND FIL-CODIGO > ZEROS
                              AND FIL-HORA-ABERTURA IS NUMERIC
                              AND FIL-HORA-FECHAMENTO IS NUMERIC
                              AND FIL-HORA-ABERTURA > ZEROS
                              AND FIL-HORA-FECHAMENTO >
                                  FIL-HORA-ABERTURA
                               MOVE FIL-HORA-ABERTURA
                                   TO WS-HOR-ABRE(FIL-CODIGO)
                               MOVE FIL-HORA-FECHAMENTO
                                   TO WS-HOR-FECHA(FIL-CODIGO)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIL-FILE
           END-IF
           .

       P060-CARREGA-OPERADORES.
           MOVE "N" TO WS-EOF
           OPEN INPUT OPE-FILE
           IF WS-OPE-STATUS NOT = "00"
               DISPLAY "AVISO: OPERADOR.DAT AUSENTE - HORARIO "
                       "CONFERIDO PELA FILIAL 01."
           ELSE
               PERFORM UNTIL FIM-ARQUIVO
                   READ OPE-FILE
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           MOVE OPE-CODIGO TO WS-ATV-OPERADOR
                           PERFORM P410-PROCURA-OPERADOR
                               THRU P410-SAIDA
                           IF WS-OPE-ACHADO NOT = ZEROS
                               MOVE OPE-NOME
                                   TO WS-OPE-NOME(WS-OPE-ACHADO)
                               IF OPE-FILIAL IS NUMERIC
                                   MOVE OPE-FILIAL
                                       TO WS-OPE-FILIAL(WS-OPE-ACHADO)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPE-FILE
           END-IF
           .

       P100-LE-SIGNON.
           MOVE "N" TO WS-EOF
           OPEN INPUT SGL-FILE
           IF WS-SGL-STATUS = "00"
               PERFORM UNTIL FIM-ARQUIVO
                   READ SGL-FILE
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           PERFORM P105-TRATA-SIGNON
                   END-READ
               END-PERFORM
               CLOSE SGL-FILE
           END-IF
           .

       P105-TRATA-SIGNON.
           MOVE SGL-OPERADOR TO WS-ATV-OPERADOR
           MOVE SGL-DATA     TO WS-ATV-DATA
           MOVE ZEROS        TO WS-ATV-HORA
           IF SGL-HORA IS NUMERIC
               MOVE SGL-HORA TO WS-ATV-HORA
           END-IF
           MOVE ZEROS TO WS-ATV-FILIAL
           IF SGL-FILIAL IS NUMERIC
               MOVE SGL-FILIAL TO WS-ATV-FILIAL
           END-IF
           MOVE "S" TO WS-ATV-VERIFICA
           IF SGL-SUCESSO
               MOVE 1 TO WS-ATV-CATEGORIA
               MOVE "SIGN-ON" TO WS-ATV-DESCRICAO
           ELSE
               MOVE 2 TO WS-ATV-CATEGORIA
               MOVE "SIGN-ON FALHO" TO WS-ATV-DESCRICAO
           END-IF
           PERFORM P400-REGISTRA-ATIVIDADE
               THRU P400-SAIDA
           IF SGL-SUCESSO AND WS-OPE-ACHADO NOT = ZEROS
               PERFORM P420-CONFERE-DUAS-FILIAIS
           END-IF
           .

       P110-LE-CUSTAUDIT.
           MOVE "N" TO WS-EOF
           OPEN INPUT AUD-FILE
           IF WS-AUD-STATUS = "00"
               PERFORM UNTIL FIM-ARQUIVO
                   READ AUD-FILE
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           MOVE AUD-OPERADOR TO WS-ATV-OPERADOR
                           MOVE AUD-DATA     TO WS-ATV-DATA
                           MOVE AUD-HORA     TO WS-ATV-HORA
                           MOVE ZEROS        TO WS-ATV-FILIAL
                           MOVE "S"          TO WS-ATV-VERIFICA
                           MOVE 3            TO WS-ATV-CATEGORIA
                           MOVE "CADASTRO"   TO WS-ATV-DESCRICAO
                           PERFORM P400-REGISTRA-ATIVIDADE
                               THRU P400-SAIDA
                   END-READ
               END-PERFORM
               CLOSE AUD-FILE
           END-IF
           .

       P120-LE-PAGHIST.
      *>   P E M SAO RECEBIMENTOS NO BALCAO, A E AMORTIZACAO
      *>   EXTRAORDINARIA; E E O ESTORNO.
           MOVE "N" TO WS-EOF
           OPEN INPUT PAGH-FILE
           IF WS-PAGH-STATUS = "00"
               PERFORM UNTIL FIM-ARQUIVO
                   READ PAGH-FILE
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           MOVE PAGH-OPERADOR TO WS-ATV-OPERADOR
                           MOVE PAGH-DATA     TO WS-ATV-DATA
                           MOVE PAGH-HORA     TO WS-ATV-HORA
                           MOVE ZEROS         TO WS-ATV-FILIAL
                           MOVE "S"           TO WS-ATV-VERIFICA
                           IF PAGH-TIPO = "E"
                               MOVE 5         TO WS-ATV-CATEGORIA
                               MOVE "ESTORNO" TO WS-ATV-DESCRICAO
                           ELSE
                               MOVE 4         TO WS-ATV-CATEGORIA
                               MOVE "PAGAMENTO" TO WS-ATV-DESCRICAO
                           END-IF
                           PERFORM P400-REGISTRA-ATIVIDADE
                               THRU P400-SAIDA
                   END-READ
               END-PERFORM
               CLOSE PAGH-FILE
           END-IF
           .

       P130-LE-EVENTOS.
           MOVE "N" TO WS-EOF
           OPEN INPUT EVT-FILE
           IF WS-EVT-STATUS = "00"
               PERFORM UNTIL FIM-ARQUIVO
                   READ EVT-FILE
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           IF EVT-TIPO = "ISENCAO"
                               MOVE EVT-OPERADOR TO WS-ATV-OPERADOR
                               MOVE EVT-DATA     TO WS-ATV-DATA
                               MOVE EVT-HORA     TO WS-ATV-HORA
                               MOVE ZEROS        TO WS-ATV-FILIAL
                               MOVE "S"          TO WS-ATV-VERIFICA
                               MOVE 6            TO WS-ATV-CATEGORIA
                               MOVE "ISENCAO"    TO WS-ATV-DESCRICAO
                               PERFORM P400-REGISTRA-ATIVIDADE
                                   THRU P400-SAIDA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EVT-FILE
           END-IF
           .

       P140-LE-JANELA.
           MOVE "N" TO WS-EOF
           OPEN INPUT BWL-FILE
           IF WS-BWL-STATUS = "00"
               PERFORM UNTIL FIM-ARQUIVO
                   READ BWL-FILE
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           MOVE BWL-SUPERVISOR TO WS-ATV-OPERADOR
                           MOVE BWL-DATA       TO WS-ATV-DATA
                           MOVE BWL-HORA       TO WS-ATV-HORA
                           MOVE ZEROS          TO WS-ATV-FILIAL
                           MOVE "S"            TO WS-ATV-VERIFICA
                           MOVE 7              TO WS-ATV-CATEGORIA
                           MOVE "LIBERA JANELA"  TO WS-ATV-DESCRICAO
                           PERFORM P400-REGISTRA-ATIVIDADE
                               THRU P400-SAIDA
                   END-READ
               END-PERFORM
               CLOSE BWL-FILE
           END-IF
           .

       P150-LE-CAIXA.
      *>   FECHAMENTO DIVERGENTE SO SAI COM A LIBERACAO DO SUPERVISOR;
      *>   O ARQUIVO NAO TEM HORA, SO O DIA E CONFERIDO.
           MOVE "N" TO WS-EOF
           OPEN INPUT FEC-FILE
           IF WS-FEC-STATUS = "00"
               PERFORM UNTIL FIM-ARQUIVO
                   READ FEC-FILE
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           IF FEC-DIVERGENTE
                               MOVE FEC-SUPERVISOR TO WS-ATV-OPERADOR
                               MOVE FEC-DATA       TO WS-ATV-DATA
                               MOVE ZEROS          TO WS-ATV-HORA
                               MOVE ZEROS          TO WS-ATV-FILIAL
                               MOVE "S"            TO WS-ATV-VERIFICA
                               MOVE 7              TO WS-ATV-CATEGORIA
                               MOVE "LIBERA CAIXA" TO WS-ATV-DESCRICAO
                               PERFORM P400-REGISTRA-ATIVIDADE
                                   THRU P400-SAIDA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEC-FILE
           END-IF
           .

       P160-LE-PARMAUD.
           MOVE "N" TO WS-EOF
           OPEN INPUT PAU-FILE
           IF WS-PAU-STATUS = "00"
               PERFORM UNTIL FIM-ARQUIVO
                   READ PAU-FILE
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           MOVE PAU-OPERADOR TO WS-ATV-OPERADOR
                           MOVE PAU-DATA     TO WS-ATV-DATA
                           MOVE ZEROS        TO WS-ATV-HORA
                           MOVE ZEROS        TO WS-ATV-FILIAL
                           MOVE "N"          TO WS-ATV-VERIFICA
                           MOVE 8            TO WS-ATV-CATEGORIA
                           MOVE "PARAMETRO"  TO WS-ATV-DESCRICAO
                           PERFORM P400-REGISTRA-ATIVIDADE
                               THRU P400-SAIDA
                   END-READ
               END-PERFORM
               CLOSE PAU-FILE
           END-IF
           .

       P400-REGISTRA-ATIVIDADE.
      *>   SO O MES DE REFERENCIA ATE HOJE; CARIMBOS DE SISTEMA NAO
      *>   SAO OPERADORES.
           MOVE ZEROS TO WS-OPE-ACHADO
           IF WS-ATV-DATA NOT NUMERIC OR WS-ATV-DATA > WS-DATA-HOJE
               GO TO P400-SAIDA
           END-IF
           COMPUTE WS-MES-ATV = WS-ATV-DATA / 100
           IF WS-MES-ATV NOT = WS-MES-REF
               GO TO P400-SAIDA
           END-IF
           IF WS-ATV-OPERADOR = SPACES OR "LOTE" OR "DIRETO"
              OR "BALCAO"
               GO TO P400-SAIDA
           END-IF

           PERFORM P410-PROCURA-OPERADOR
               THRU P410-SAIDA
           IF WS-OPE-ACHADO = ZEROS
               GO TO P400-SAIDA
           END-IF
           ADD 1 TO WS-QTD-ATIVIDADES
           ADD 1 TO WS-OPE-QTD(WS-OPE-ACHADO, 2, WS-ATV-CATEGORIA)
           IF WS-ATV-DATA = WS-DATA-HOJE
               ADD 1 TO WS-OPE-QTD(WS-OPE-ACHADO, 1, WS-ATV-CATEGORIA)
           END-IF

           IF NOT ATV-VERIFICA-HORARIO
               GO TO P400-SAIDA
           END-IF
           PERFORM P450-VERIFICA-HORARIO
           IF WS-ATV-MOTIVO = SPACES
               GO TO P400-SAIDA
           END-IF
           ADD 1 TO WS-OPE-QTD(WS-OPE-ACHADO, 2, 9)
           IF WS-ATV-DATA = WS-DATA-HOJE
               ADD 1 TO WS-OPE-QTD(WS-OPE-ACHADO, 1, 9)
               PERFORM P430-GUARDA-OCORRENCIA
           END-IF
           .
       P400-SAIDA.
           EXIT.

       P410-PROCURA-OPERADOR.
      *>   CODIGO FORA DO CADASTRO (SIGN-ON FALHO DE OPERADOR
      *>   INEXISTENTE, OPERADOR JA EXCLUIDO) ENTRA SEM NOME NA
      *>   FILIAL 01.
           MOVE ZEROS TO WS-OPE-ACHADO
           PERFORM VARYING WS-IDX-OPE FROM 1 BY 1
                   UNTIL WS-IDX-OPE > WS-QTD-OPERADORES
                      OR WS-OPE-ACHADO NOT = ZEROS
               IF WS-OPE-CODIGO(WS-IDX-OPE) = WS-ATV-OPERADOR
                   MOVE WS-IDX-OPE TO WS-OPE-ACHADO
               END-IF
           END-PERFORM
           IF WS-OPE-ACHADO NOT = ZEROS
               GO TO P410-SAIDA
           END-IF
           IF WS-QTD-OPERADORES = 300
               SET TABELA-TRANSBORDOU TO TRUE
               GO TO P410-SAIDA
           END-IF
           ADD 1 TO WS-QTD-OPERADORES
           MOVE WS-QTD-OPERADORES TO WS-OPE-ACHADO
           MOVE WS-ATV-OPERADOR TO WS-OPE-CODIGO(WS-OPE-ACHADO)
           MOVE "(SEM CADASTRO)" TO WS-OPE-NOME(WS-OPE-ACHADO)
           MOVE 1 TO WS-OPE-FILIAL(WS-OPE-ACHADO)
           PERFORM VARYING WS-CAT FROM 1 BY 1 UNTIL WS-CAT > 9
               MOVE ZEROS TO WS-OPE-QTD(WS-OPE-ACHADO, 1, WS-CAT)
               MOVE ZEROS TO WS-OPE-QTD(WS-OPE-ACHADO, 2, WS-CAT)
           END-PERFORM
           MOVE ZEROS TO WS-OPE-DIAS-2FIL(WS-OPE-ACHADO)
           MOVE ZEROS TO WS-OPE-ULT-DATA(WS-OPE-ACHADO)
           MOVE ZEROS TO WS-OPE-ULT-FIL(WS-OPE-ACHADO)
           MOVE "N"   TO WS-OPE-DUPLO(WS-OPE-ACHADO)
           .
       P410-SAIDA.
           EXIT.

       P420-CONFERE-DUAS-FILIAIS.
      *>   SIGNON.LOG E CRONOLOGICO: BASTA COMPARAR COM A FILIAL DO
      *>   SIGN-ON ANTERIOR DO MESMO OPERADOR NO MESMO DIA. CONTA UMA
      *>   VEZ POR DIA.
           IF WS-ATV-FILIAL = ZEROS
               MOVE WS-OPE-FILIAL(WS-OPE-ACHADO) TO WS-ATV-FILIAL
           END-IF
           IF WS-OPE-ULT-DATA(WS-OPE-ACHADO) NOT = WS-ATV-DATA
               MOVE WS-ATV-DATA TO WS-OPE-ULT-DATA(WS-OPE-ACHADO)
               MOVE WS-ATV-FILIAL TO WS-OPE-ULT-FIL(WS-OPE-ACHADO)
               MOVE "N" TO WS-OPE-DUPLO(WS-OPE-ACHADO)
           ELSE
               IF WS-OPE-ULT-FIL(WS-OPE-ACHADO) NOT = WS-ATV-FILIAL
                  AND WS-OPE-DUPLO(WS-OPE-ACHADO) = "N"
                   MOVE "S" TO WS-OPE-DUPLO(WS-OPE-ACHADO)
                   ADD 1 TO WS-OPE-DIAS-2FIL(WS-OPE-ACHADO)
                   IF WS-ATV-DATA = WS-DATA-HOJE
                       MOVE SPACES TO WS-ATV-MOTIVO
                       STRING "SIGN-ON EM DUAS FILIAIS NO DIA ("
                              WS-OPE-ULT-FIL(WS-OPE-ACHADO) " E "
                              WS-ATV-FILIAL ")"
                              DELIMITED BY SIZE INTO WS-ATV-MOTIVO
                       PERFORM P430-GUARDA-OCORRENCIA
                   END-IF
               END-IF
           END-IF
           .

       P430-GUARDA-OCORRENCIA.
           ADD 1 TO WS-QTD-FLAGS-DIA
           IF WS-QTD-OCORRENCIAS < 500
               ADD 1 TO WS-QTD-OCORRENCIAS
               MOVE WS-ATV-OPERADOR
                   TO WS-OCO-OPERADOR(WS-QTD-OCORRENCIAS)
               MOVE WS-ATV-HORA
                   TO WS-OCO-HORA(WS-QTD-OCORRENCIAS)
               MOVE WS-ATV-DESCRICAO
                   TO WS-OCO-DESCRICAO(WS-QTD-OCORRENCIAS)
               MOVE WS-ATV-MOTIVO
                   TO WS-OCO-MOTIVO(WS-QTD-OCORRENCIAS)
           END-IF
           .

       P450-VERIFICA-HORARIO.
      *>   FIM DE SEMANA E FERIADO VALEM PARA O DIA TODO; EM DIA UTIL
      *>   CONFERE A HORA CONTRA O HORARIO DA FILIAL (A DO SIGN-ON OU
      *>   A DO OPERADOR).
           MOVE SPACES TO WS-ATV-MOTIVO
           IF WS-ATV-DATA NOT = WS-DU-ULT-DATA
               PERFORM P460-CLASSIFICA-DIA
           END-IF
           IF WS-DU-ULT-MOTIVO NOT = SPACES
               MOVE WS-DU-ULT-MOTIVO TO WS-ATV-MOTIVO
           ELSE
               IF WS-ATV-HORA > ZEROS
                   MOVE WS-ATV-FILIAL TO WS-FILIAL-HORARIO
                   IF WS-FILIAL-HORARIO = ZEROS
                       MOVE WS-OPE-FILIAL(WS-OPE-ACHADO)
                           TO WS-FILIAL-HORARIO
                   END-IF
                   IF WS-FILIAL-HORARIO = ZEROS
                       MOVE 1 TO WS-FILIAL-HORARIO
                   END-IF
                   COMPUTE WS-ATV-HHMM = WS-ATV-HORA / 10000
                   IF WS-ATV-HHMM < WS-HOR-ABRE(WS-FILIAL-HORARIO)
                      OR WS-ATV-HHMM >=
                         WS-HOR-FECHA(WS-FILIAL-HORARIO)
                       STRING "FORA DO HORARIO DA FILIAL "
                              WS-FILIAL-HORARIO " ("
                              WS-HOR-ABRE(WS-FILIAL-HORARIO) "-"
                              WS-HOR-FECHA(WS-FILIAL-HORARIO) ")"
                              DELIMITED BY SIZE INTO WS-ATV-MOTIVO
                   END-IF
               END-IF
           END-IF
           .

       P460-CLASSIFICA-DIA.
           MOVE WS-ATV-DATA TO WS-DU-ULT-DATA
           MOVE SPACES TO WS-DU-ULT-MOTIVO
           COMPUTE WS-DU-SEMANA = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(WS-ATV-DATA) - 1, 7) + 1
           IF WS-DU-SEMANA > 5
               MOVE "FIM DE SEMANA" TO WS-DU-ULT-MOTIVO
           ELSE
               COMPUTE WS-DU-ANO = WS-ATV-DATA / 10000
               COMPUTE WS-DU-MES = FUNCTION MOD(WS-ATV-DATA / 100, 100)
               COMPUTE WS-DU-DIA = FUNCTION MOD(WS-ATV-DATA, 100)
               CALL "diaUtil" USING WS-DU-ANO WS-DU-MES WS-DU-DIA
               COMPUTE WS-DU-DATA = WS-DU-ANO * 10000
                                  + WS-DU-MES * 100 + WS-DU-DIA
               IF WS-DU-DATA NOT = WS-ATV-DATA
                   MOVE "FERIADO" TO WS-DU-ULT-MOTIVO
               END-IF
           END-IF
           .

       P500-CABECALHO.
           MOVE "OPEATIV " TO WS-RPT-PROGRAMA
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
           STRING "ATIVIDADE DOS OPERADORES - DIA " WS-DATA-HOJE
                  " E MES " WS-MES-REF " ATE O DIA"
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           STRING "FORA DO HORARIO = FIM DE SEMANA, FERIADO "
                  "(FERIADOS.DAT) OU FORA DO HORARIO DA FILIAL "
                  "(FILIAL.DAT, PADRAO 0800-1800)"
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           .

       P590-ESCREVE-LINHA.
           MOVE WS-LINHA-EDIT TO RPT-LINHA
           WRITE RPT-LINHA
           MOVE SPACES TO WS-LINHA-EDIT
           .

       P600-IMPRIME-OCORRENCIAS.
           PERFORM P590-ESCREVE-LINHA
           MOVE "OCORRENCIAS DO DIA PARA REVISAO" TO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           IF WS-QTD-OCORRENCIAS = ZEROS
               STRING "  NENHUMA ATIVIDADE FORA DO HORARIO OU EM "
                      "DUAS FILIAIS NO DIA."
                      DELIMITED BY SIZE INTO WS-LINHA-EDIT
               PERFORM P590-ESCREVE-LINHA
           ELSE
               STRING "OPERADOR NOME                  FL   HORA"
                      "      ATIVIDADE         MOTIVO"
                      DELIMITED BY SIZE INTO WS-LINHA-EDIT
               PERFORM P590-ESCREVE-LINHA
               PERFORM P610-IMPRIME-OCORRENCIA
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-OCORRENCIAS
               IF WS-QTD-FLAGS-DIA > WS-QTD-OCORRENCIAS
                   STRING "AVISO: " WS-QTD-FLAGS-DIA
                          " OCORRENCIAS NO DIA - SO AS 500 PRIMEIRAS "
                          "LISTADAS."
                          DELIMITED BY SIZE INTO WS-LINHA-EDIT
                   PERFORM P590-ESCREVE-LINHA
               END-IF
           END-IF
           .

       P610-IMPRIME-OCORRENCIA.
           MOVE WS-OCO-OPERADOR(WS-IDX) TO WS-ATV-OPERADOR
           PERFORM P410-PROCURA-OPERADOR
               THRU P410-SAIDA
           MOVE WS-OCO-OPERADOR(WS-IDX) TO WS-LOC-OPERADOR
           MOVE SPACES TO WS-LOC-NOME
           MOVE ZEROS  TO WS-LOC-FILIAL
           IF WS-OPE-ACHADO NOT = ZEROS
               MOVE WS-OPE-NOME(WS-OPE-ACHADO)   TO WS-LOC-NOME
               MOVE WS-OPE-FILIAL(WS-OPE-ACHADO) TO WS-LOC-FILIAL
           END-IF
           MOVE SPACES TO WS-LOC-HORA
           IF WS-OCO-HORA(WS-IDX) > ZEROS
               STRING WS-OCO-HORA(WS-IDX)(1:2) ":"
                      WS-OCO-HORA(WS-IDX)(3:2) ":"
                      WS-OCO-HORA(WS-IDX)(5:2)
                      DELIMITED BY SIZE INTO WS-LOC-HORA
           END-IF
           MOVE WS-OCO-DESCRICAO(WS-IDX) TO WS-LOC-DESCRICAO
           MOVE WS-OCO-MOTIVO(WS-IDX)    TO WS-LOC-MOTIVO
           MOVE WS-LINHA-OCORRENCIA TO WS-LINHA-EDIT
           ADD 1 TO WS-RPT-TOTAL-REGISTROS
           PERFORM P590-ESCREVE-LINHA
           .

       P700-IMPRIME-RESUMO.
           PERFORM P590-ESCREVE-LINHA
           IF WS-PER = 1
               STRING "RESUMO DO DIA " WS-DATA-HOJE " POR OPERADOR"
                      DELIMITED BY SIZE INTO WS-LINHA-EDIT
           ELSE
               STRING "RESUMO DO MES " WS-MES-REF " ATE O DIA "
                      WS-DATA-HOJE " POR OPERADOR"
                      DELIMITED BY SIZE INTO WS-LINHA-EDIT
           END-IF
           PERFORM P590-ESCREVE-LINHA
           STRING "OPERADOR NOME                 FL SIGNON "
                  "FALHAS CADAST PAGTOS ESTORN  ISENC LIBER"
                  "A  PARAM  F.HOR 2 FIL"
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           PERFORM P710-IMPRIME-OPERADOR
               VARYING WS-OPE-ACHADO FROM 1 BY 1
               UNTIL WS-OPE-ACHADO > WS-QTD-OPERADORES
           IF TABELA-TRANSBORDOU
               STRING "AVISO: MAIS DE 300 OPERADORES NOS LOGS - "
                      "RESUMO TRUNCADO."
                      DELIMITED BY SIZE INTO WS-LINHA-EDIT
               PERFORM P590-ESCREVE-LINHA
           END-IF
           .

       P710-IMPRIME-OPERADOR.
      *>   OPERADOR SEM NENHUMA ATIVIDADE NO PERIODO NAO SAI.
           MOVE "N" TO WS-TEM-ATIVIDADE
           PERFORM VARYING WS-CAT FROM 1 BY 1 UNTIL WS-CAT > 9
               IF WS-OPE-QTD(WS-OPE-ACHADO, WS-PER, WS-CAT) > ZEROS
                   MOVE "S" TO WS-TEM-ATIVIDADE
               END-IF
           END-PERFORM
           IF WS-TEM-ATIVIDADE = "S"
               MOVE SPACES TO WS-LINHA-RESUMO
               MOVE WS-OPE-CODIGO(WS-OPE-ACHADO) TO WS-LRS-OPERADOR
               MOVE WS-OPE-NOME(WS-OPE-ACHADO)   TO WS-LRS-NOME
               MOVE WS-OPE-FILIAL(WS-OPE-ACHADO) TO WS-LRS-FILIAL
               PERFORM VARYING WS-CAT FROM 1 BY 1 UNTIL WS-CAT > 9
                   MOVE WS-OPE-QTD(WS-OPE-ACHADO, WS-PER, WS-CAT)
                       TO WS-LRS-QTD(WS-CAT)
               END-PERFORM
               IF WS-PER = 2
                   MOVE WS-OPE-DIAS-2FIL(WS-OPE-ACHADO)
                       TO WS-LRS-DIAS-2FIL
               ELSE
                   MOVE ZEROS TO WS-LRS-DIAS-2FIL
                   IF WS-OPE-DUPLO(WS-OPE-ACHADO) = "S"
                      AND WS-OPE-ULT-DATA(WS-OPE-ACHADO) =
                          WS-DATA-HOJE
                       MOVE 1 TO WS-LRS-DIAS-2FIL
                   END-IF
               END-IF
               MOVE WS-LINHA-RESUMO TO WS-LINHA-EDIT
               ADD 1 TO WS-RPT-TOTAL-REGISTROS
               PERFORM P590-ESCREVE-LINHA
           END-IF
           .

       P800-RODAPE.
           PERFORM P590-ESCREVE-LINHA
           STRING "ATIVIDADES LIDAS NO MES......: " WS-QTD-ATIVIDADES
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           STRING "OCORRENCIAS DO DIA A REVISAR.: " WS-QTD-FLAGS-DIA
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           PERFORM P590-ESCREVE-LINHA
           STRING "FIM DO RELATORIO - PROGRAMA: " WS-RPT-PROGRAMA
                  "  PAGINA: " WS-RPT-PAGINA
                  "  TOTAL DE REGISTROS: " WS-RPT-TOTAL-REGISTROS
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA

           DISPLAY "=============================================="
           DISPLAY "ATIVIDADE DOS OPERADORES - " WS-DATA-HOJE
           DISPLAY "ATIVIDADES LIDAS NO MES......: " WS-QTD-ATIVIDADES
           DISPLAY "OCORRENCIAS DO DIA A REVISAR.: " WS-QTD-FLAGS-DIA
           DISPLAY "=============================================="
           .

       END PROGRAM opeAtiv.

      ******************************************************************
      * Author:
      * Date:
      * Purpose: Negativacao in the credit bureau - nightly, after the
      *          portfolio position (POSWORK.DAT) is built, runs the
      *          register of cases NEGATIV.DAT (NGBFD.cpy) forward:
      *          a contract with a parcela at least NEG-DIAS-ATRASO
      *          days late and no open case gets the prior notice the
      *          consumer code requires (letter appended to
      *          NEGAVISO.TXT, case A); a case still unpaid
      *          NEG-DIAS-AVISO days after the notice goes in the
      *          outbound inclusion file NEGBUREAU.TXT (NBRFD.cpy,
      *          case I); a case whose overdue parcelas are paid
      *          (PAGHIST.DAT gives the settlement date), or whose
      *          contract was settled, assigned or cancelled, gets a
      *          removal record in the same file (case E) - or is
      *          just closed (case C) if it was never sent. An
      *          inclusion is also removed when the oldest due date
      *          turns five years old. Removals made after the
      *          NEG-DIAS-BAIXA deadline are flagged on the report
      *          NEGBUREA.RPT. Deceased clients (obito), contracts
      *          under a collections hold (cobHold) or with an open
      *          insurance claim are neither warned nor included; a
      *          client with no valid address or tax ID goes to the
      *          operator worklist ENDWORK.RPT instead of a notice.
      *          Run-control protected like the other batches.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. negBureau.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT NGB-FILE ASSIGN TO "NEGATIV.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-NGB-STATUS.

               SELECT NBR-FILE ASSIGN TO "NEGBUREAU.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-NBR-STATUS.

               SELECT FIN-FILE ASSIGN TO "FINMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FIN-CONTRATO
                   ALTERNATE RECORD KEY IS FIN-COD-CLIENTE
                       WITH DUPLICATES
                   FILE STATUS IS WS-FIN-STATUS.

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

               SELECT HIST-FILE ASSIGN TO "PAGHIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HIST-STATUS.

               SELECT SIN-FILE ASSIGN TO "SINISTRO.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SIN-STATUS.

               SELECT CNS-FILE ASSIGN TO "CONSENT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CNS-STATUS.

               SELECT CAR-FILE ASSIGN TO "NEGAVISO.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CAR-STATUS.

               SELECT WRK-FILE ASSIGN TO "ENDWORK.RPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-WRK-STATUS.

               SELECT AUD-FILE ASSIGN TO "COMAUDIT.LOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AUD-STATUS.

               SELECT SYSPARM-FILE ASSIGN TO "SYSPARM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SYSPARM-STATUS.

               SELECT RPT-FILE ASSIGN TO "NEGBUREA.RPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-STATUS.

               SELECT BAT-FILE ASSIGN TO "BATCHSUM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BAT-STATUS.

               SELECT RUN-FILE ASSIGN TO "RUNCTL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NGB-FILE.
           COPY NGBFD.

       FD  NBR-FILE.
           COPY NBRFD.

       FD  FIN-FILE.
           COPY FINFD.

       FD  CAD-FILE.
           COPY CADFD.

       FD  PWK-FILE.
           COPY PWKFD.

       FD  HIST-FILE.
           COPY PAGHFD.

       FD  SIN-FILE.
           COPY SINFD.

       FD  CNS-FILE.
           COPY CNSFD.

       FD  CAR-FILE.
       01  CAR-LINHA           PIC X(80).

       FD  WRK-FILE.
       01  WRK-LINHA           PIC X(80).

       FD  AUD-FILE.
       01  AUD-LINHA           PIC X(90).

       FD  SYSPARM-FILE.
           COPY SYSPARMF.

       FD  RPT-FILE.
       01  RPT-LINHA               PIC X(132).

       FD  BAT-FILE.
           COPY BATSUM.

       FD  RUN-FILE.
           COPY RUNFD.

       WORKING-STORAGE SECTION.
           COPY RPTHDR.
           COPY SYSPARM.
       01  WS-SYSPARM-STATUS       PIC XX VALUE SPACES.

       01  WS-VARIAVEIS.
           03  WS-NGB-STATUS       PIC XX.
           03  WS-NBR-STATUS       PIC XX.
           03  WS-FIN-STATUS       PIC XX.
           03  WS-CAD-STATUS       PIC XX.
           03  WS-PWK-STATUS       PIC XX.
           03  WS-HIST-STATUS      PIC XX.
           03  WS-SIN-STATUS       PIC XX.
           03  WS-CNS-STATUS       PIC XX.
           03  WS-CAR-STATUS       PIC XX.
           03  WS-WRK-STATUS       PIC XX.
           03  WS-AUD-STATUS       PIC XX.
           03  WS-RPT-STATUS       PIC XX.
           03  WS-BAT-STATUS       PIC XX.
           03  WS-RUN-STATUS       PIC XX.
           03  WS-NGB-EOF          PIC X.
               88  FIM-REGISTRO       VALUE "S".
           03  WS-PWK-EOF          PIC X.
               88  FIM-POSICAO        VALUE "S".
           03  WS-HIST-EOF         PIC X.
               88  FIM-HISTORICO      VALUE "S".
           03  WS-SIN-EOF          PIC X.
               88  FIM-SINISTROS      VALUE "S".
           03  WS-CNS-EOF          PIC X.
               88  FIM-CONSENTS       VALUE "S".
           03  WS-SEM-POSICAO      PIC X VALUE "N".
               88  POSICAO-AUSENTE    VALUE "S".
           03  WS-FIN-ACHOU        PIC X.
               88  CONTRATO-ACHADO    VALUE "S".
           03  WS-BAIXA            PIC X.
               88  CASO-A-BAIXAR      VALUE "S".
           03  WS-SUPRIME          PIC X.
               88  CASO-SUPRIMIDO     VALUE "S".
           03  WS-CAD-INVALIDO     PIC X.
               88  CADASTRO-SEM-VALIDADE VALUE "S".
           03  WS-CASO-ABERTO      PIC X.
               88  JA-TEM-CASO        VALUE "S".
           03  WS-MOTIVO-BAIXA     PIC X(20).
           03  WS-MOTIVO-SUPRESSAO PIC X(20).
           03  WS-MOTIVO-CADASTRO  PIC X(20).
           03  WS-DT-QUITACAO      PIC 9(8).
           03  WS-DT-OBITO         PIC 9(8).
           03  WS-MOTIVO-BLOQUEIO  PIC X(02).
           03  WS-DT-LIMITE        PIC 9(8).
           03  WS-DT-PRAZO-AVISO   PIC 9(8).
           03  WS-DIAS             PIC S9(05).
           03  WS-DATA-HOJE        PIC 9(8).
           03  WS-HORA-AGORA       PIC 9(8).
           03  WS-ULT-REMESSA      PIC 9(06) VALUE ZEROS.
           03  WS-REMESSA          PIC 9(06) VALUE ZEROS.
           03  WS-QTD-LIDOS        PIC 9(06) VALUE ZEROS.
           03  WS-QTD-AVISOS       PIC 9(06) VALUE ZEROS.
           03  WS-QTD-INCLUSOES    PIC 9(06) VALUE ZEROS.
           03  WS-QTD-EXCLUSOES    PIC 9(06) VALUE ZEROS.
           03  WS-QTD-CANCELADOS   PIC 9(06) VALUE ZEROS.
           03  WS-QTD-SUSPENSOS    PIC 9(06) VALUE ZEROS.
           03  WS-QTD-SEM-CADASTRO PIC 9(06) VALUE ZEROS.
           03  WS-QTD-FORA-PRAZO   PIC 9(06) VALUE ZEROS.
           03  WS-QTD-LINHAS       PIC 9(06) VALUE ZEROS.
           03  WS-QTD-DETALHES     PIC 9(06) VALUE ZEROS.
           03  WS-VLR-INCLUIDO     PIC 9(12)V99 VALUE ZEROS.
           03  WS-VLR-EXCLUIDO     PIC 9(12)V99 VALUE ZEROS.
           03  WS-VALOR-ED         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  WS-ALTERADO         PIC X VALUE "N".
               88  REGISTRO-ALTERADO  VALUE "S".
           03  WS-LINHA-CARTA      PIC X(80).
           03  WS-LINHA-AUDIT      PIC X(90).
           03  WS-OPT-IDX          PIC 9(03).
           03  WS-SIN-IDX          PIC 9(04).
           03  WS-RC-DATA-HOJE     PIC 9(8).
           03  WS-RC-JA-RODOU      PIC X.
           03  WS-RC-LIBERADO      PIC X.
           03  WS-RC-SITUACAO      PIC X.
           03  WS-RC-EOF           PIC X VALUE "N".
               88  FIM-RUN-CONTROL    VALUE "S".
           03  WS-RERUN-BLOQ       PIC X VALUE "N".
               88  RERUN-BLOQUEADO    VALUE "S".

      *>   O REGISTRO INTEIRO EM MEMORIA - OS CASOS ANDAM DE ESTADO
      *>   E OS NOVOS ENTRAM NO FIM; O ARQUIVO E REGRAVADO NO FIM.
      *>   WS-NGB-MOVIMENTO MARCA O QUE VAI NA REMESSA DESTA NOITE.
       01  WS-QTD-NGB              PIC 9(05) VALUE ZEROS.
       01  WS-QTD-NGB-ANTIGOS      PIC 9(05) VALUE ZEROS.
       01  WS-NGB-CHEIO            PIC X VALUE "N".
           88  REGISTRO-TRANSBORDOU   VALUE "S".
       01  WS-TABELA-NGB.
           03  WS-NGB-ITEM OCCURS 0 TO 10000 TIMES
                           DEPENDING ON WS-QTD-NGB.
               05  WS-NGB-IMAGEM   PIC X(137).
               05  WS-NGB-MOVIMENTO PIC X(01).
       77  WS-NGB-IDX              PIC 9(05).
       77  WS-NGB-BUSCA            PIC 9(05).

      *>   ATRASO POR CONTRATO DA POSICAO DA NOITE: MAIOR ATRASO, A
      *>   FAIXA DE PARCELAS VENCIDAS, O VENCIMENTO MAIS ANTIGO, O
      *>   VALOR VENCIDO E A PRIMEIRA PARCELA AINDA ABERTA (VENCIDA
      *>   OU NAO) - E POR ELA QUE SE SABE SE O CASO FOI PAGO.
       01  WS-QTD-AGREG            PIC 9(05) VALUE ZEROS.
       01  WS-AGR-CHEIO            PIC X VALUE "N".
           88  POSICAO-TRANSBORDOU    VALUE "S".
       01  WS-TABELA-AGREG.
           03  WS-AGR-ITEM OCCURS 0 TO 10000 TIMES
                           DEPENDING ON WS-QTD-AGREG.
               05  WS-AGR-CONTRATO PIC 9(06).
               05  WS-AGR-MAIOR    PIC S9(5).
               05  WS-AGR-PRIM-ABERTA PIC 999.
               05  WS-AGR-PARC-INI PIC 999.
               05  WS-AGR-PARC-FIM PIC 999.
               05  WS-AGR-VENCIMENTO PIC 9(8).
               05  WS-AGR-VALOR    PIC 9(10)V99.
       77  WS-AGR-IDX              PIC 9(05).
       77  WS-AGR-ACHADO           PIC 9(05).

       01  WS-QTD-SINISTROS        PIC 9(04) VALUE ZEROS.
       01  WS-TABELA-SINISTROS.
           03  WS-SIN-ITEM OCCURS 0 TO 2000 TIMES
                           DEPENDING ON WS-QTD-SINISTROS.
               05  WS-SIN-CONTRATO PIC 9(06).

       01  WS-QTD-OPTOUT           PIC 9(03) VALUE ZEROS.
       01  WS-TABELA-OPTOUT.
           03  WS-OPT-ITEM OCCURS 0 TO 500 TIMES
                           DEPENDING ON WS-QTD-OPTOUT.
               05  WS-OPT-CODIGO   PIC 9(05).

       01  WS-LINHA-EDIT           PIC X(132).
       01  WS-LINHA-CASO.
           03  WS-LCS-EVENTO       PIC X(10).
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LCS-CONTRATO     PIC 9(06).
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LCS-CLIENTE      PIC X(20).
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LCS-PARC-INI     PIC 999.
           03  FILLER              PIC X(01) VALUE "-".
           03  WS-LCS-PARC-FIM     PIC 999.
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LCS-VENCIMENTO   PIC 9(8).
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LCS-VALOR        PIC Z.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LCS-DATA         PIC 9(8).
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LCS-OBS          PIC X(45).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P095-VERIFICA-RUN-CONTROL
           IF RERUN-BLOQUEADO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "E" TO WS-RC-SITUACAO
           PERFORM P097-GRAVA-RUN-CONTROL
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA FROM TIME
           PERFORM P050-LE-PARAMETROS-SISTEMA
           PERFORM P060-CARREGA-REGISTRO
           PERFORM P070-CARREGA-POSICAO

      *>   SEM A POSICAO COMPLETA UM CASO PAGO NAO SE DISTINGUE DE UM
      *>   CONTRATO QUE SIMPLESMENTE NAO COUBE NA TABELA - NADA E
      *>   INCLUIDO NEM EXCLUIDO, E O PASSO TERMINA COM ERRO.
           IF POSICAO-AUSENTE
               DISPLAY "POSICAO DA NOITE (POSWORK.DAT) AUSENTE - "
                       "RODE O posWork ANTES DA NEGATIVACAO."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF POSICAO-TRANSBORDOU OR REGISTRO-TRANSBORDOU
               DISPLAY "POSWORK.DAT OU NEGATIV.DAT EXCEDE A "
                       "CAPACIDADE DE TRABALHO - NEGATIVACAO NAO "
                       "PROCESSADA."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM P075-CARREGA-SINISTROS
           PERFORM P079-CARREGA-OPTOUTS
           OPEN INPUT FIN-FILE
           OPEN INPUT CAD-FILE
           PERFORM P100-CABECALHO

      *>   PRIMEIRO OS CASOS QUE JA EXISTIAM, DEPOIS OS NOVOS - UM
      *>   AVISO DE HOJE NAO E AVALIADO NA MESMA NOITE.
           MOVE WS-QTD-NGB TO WS-QTD-NGB-ANTIGOS
           PERFORM P200-AVALIA-CASO THRU P200-SAIDA
                   VARYING WS-NGB-IDX FROM 1 BY 1
                   UNTIL WS-NGB-IDX > WS-QTD-NGB-ANTIGOS
           PERFORM P400-NOVO-CASO THRU P400-SAIDA
                   VARYING WS-AGR-IDX FROM 1 BY 1
                   UNTIL WS-AGR-IDX > WS-QTD-AGREG

           CLOSE FIN-FILE
           CLOSE CAD-FILE

           IF WS-QTD-INCLUSOES > ZEROS OR WS-QTD-EXCLUSOES > ZEROS
               PERFORM P700-GRAVA-REMESSA
           END-IF
           PERFORM P750-REGRAVA-REGISTRO
           PERFORM P800-RODAPE
           CLOSE RPT-FILE
           PERFORM P930-GRAVA-RESUMO

           DISPLAY "AVISOS PREVIOS ENVIADOS : " WS-QTD-AVISOS
           DISPLAY "INCLUSOES NO BUREAU     : " WS-QTD-INCLUSOES
           DISPLAY "EXCLUSOES NO BUREAU     : " WS-QTD-EXCLUSOES
           DISPLAY "RELATORIO GRAVADO EM NEGBUREA.RPT"
           MOVE "C" TO WS-RC-SITUACAO
           PERFORM P097-GRAVA-RUN-CONTROL
           GOBACK.

       P050-LE-PARAMETROS-SISTEMA.
           OPEN INPUT SYSPARM-FILE
           IF WS-SYSPARM-STATUS = "00"
               READ SYSPARM-FILE
                   NOT AT END
                       IF SYS-PARM-NEG-DIAS-ATRASO IS NUMERIC
                          AND SYS-PARM-NEG-DIAS-ATRASO > ZEROS
                           MOVE SYS-PARM-NEG-DIAS-ATRASO
                               TO WS-SYS-NEG-DIAS-ATRASO
                       END-IF
                       IF SYS-PARM-NEG-DIAS-AVISO IS NUMERIC
                          AND SYS-PARM-NEG-DIAS-AVISO > ZEROS
                           MOVE SYS-PARM-NEG-DIAS-AVISO
                               TO WS-SYS-NEG-DIAS-AVISO
                       END-IF
                       IF SYS-PARM-NEG-DIAS-BAIXA IS NUMERIC
                          AND SYS-PARM-NEG-DIAS-BAIXA > ZEROS
                           MOVE SYS-PARM-NEG-DIAS-BAIXA
                               TO WS-SYS-NEG-DIAS-BAIXA
                       END-IF
               END-READ
               CLOSE SYSPARM-FILE
           END-IF
           .

       P060-CARREGA-REGISTRO.
           MOVE "N" TO WS-NGB-EOF
           OPEN INPUT NGB-FILE
           IF WS-NGB-STATUS = "00"
               PERFORM P065-LE-REGISTRO
               PERFORM UNTIL FIM-REGISTRO
                   IF WS-QTD-NGB < 10000
                       ADD 1 TO WS-QTD-NGB
                       MOVE NGB-REGISTRO TO WS-NGB-IMAGEM(WS-QTD-NGB)
                       MOVE "N" TO WS-NGB-MOVIMENTO(WS-QTD-NGB)
                       IF NGB-REMESSA-INC > WS-ULT-REMESSA
                           MOVE NGB-REMESSA-INC TO WS-ULT-REMESSA
                       END-IF
                       IF NGB-REMESSA-EXC > WS-ULT-REMESSA
                           MOVE NGB-REMESSA-EXC TO WS-ULT-REMESSA
                       END-IF
                   ELSE
                       SET REGISTRO-TRANSBORDOU TO TRUE
                   END-IF
                   PERFORM P065-LE-REGISTRO
               END-PERFORM
               CLOSE NGB-FILE
           END-IF
           COMPUTE WS-REMESSA = WS-ULT-REMESSA + 1
           .

       P065-LE-REGISTRO.
           READ NGB-FILE
               AT END SET FIM-REGISTRO TO TRUE
           END-READ
           .

       P070-CARREGA-POSICAO.
           MOVE "N" TO WS-PWK-EOF
           OPEN INPUT PWK-FILE
           IF WS-PWK-STATUS = "00"
               PERFORM P072-LE-POSICAO
               PERFORM UNTIL FIM-POSICAO
                   PERFORM P073-ACUMULA-AGREGADO THRU P073-SAIDA
                   PERFORM P072-LE-POSICAO
               END-PERFORM
               CLOSE PWK-FILE
           ELSE
               SET POSICAO-AUSENTE TO TRUE
           END-IF
           .

       P072-LE-POSICAO.
           READ PWK-FILE
               AT END SET FIM-POSICAO TO TRUE
           END-READ
           .

       P073-ACUMULA-AGREGADO.
           MOVE ZEROS TO WS-AGR-ACHADO
           PERFORM VARYING WS-AGR-IDX FROM 1 BY 1
                   UNTIL WS-AGR-IDX > WS-QTD-AGREG
               IF WS-AGR-CONTRATO(WS-AGR-IDX) = PWK-CONTRATO
                   MOVE WS-AGR-IDX TO WS-AGR-ACHADO
               END-IF
           END-PERFORM
           IF WS-AGR-ACHADO = ZEROS
               IF WS-QTD-AGREG = 10000
                   SET POSICAO-TRANSBORDOU TO TRUE
                   GO TO P073-SAIDA
               END-IF
               ADD 1 TO WS-QTD-AGREG
               MOVE WS-QTD-AGREG TO WS-AGR-ACHADO
               MOVE PWK-CONTRATO TO WS-AGR-CONTRATO(WS-AGR-ACHADO)
               MOVE ZEROS TO WS-AGR-MAIOR(WS-AGR-ACHADO)
               MOVE PWK-PARCELA TO WS-AGR-PRIM-ABERTA(WS-AGR-ACHADO)
               MOVE ZEROS TO WS-AGR-PARC-INI(WS-AGR-ACHADO)
               MOVE ZEROS TO WS-AGR-PARC-FIM(WS-AGR-ACHADO)
               MOVE ZEROS TO WS-AGR-VENCIMENTO(WS-AGR-ACHADO)
               MOVE ZEROS TO WS-AGR-VALOR(WS-AGR-ACHADO)
           END-IF
           IF PWK-PARCELA < WS-AGR-PRIM-ABERTA(WS-AGR-ACHADO)
               MOVE PWK-PARCELA TO WS-AGR-PRIM-ABERTA(WS-AGR-ACHADO)
           END-IF
           IF PWK-DIAS-ATRASO NOT > ZEROS
               GO TO P073-SAIDA
           END-IF
           IF PWK-DIAS-ATRASO > WS-AGR-MAIOR(WS-AGR-ACHADO)
               MOVE PWK-DIAS-ATRASO TO WS-AGR-MAIOR(WS-AGR-ACHADO)
           END-IF
           IF WS-AGR-PARC-INI(WS-AGR-ACHADO) = ZEROS
              OR PWK-PARCELA < WS-AGR-PARC-INI(WS-AGR-ACHADO)
               MOVE PWK-PARCELA TO WS-AGR-PARC-INI(WS-AGR-ACHADO)
           END-IF
           IF PWK-PARCELA > WS-AGR-PARC-FIM(WS-AGR-ACHADO)
               MOVE PWK-PARCELA TO WS-AGR-PARC-FIM(WS-AGR-ACHADO)
           END-IF
           IF WS-AGR-VENCIMENTO(WS-AGR-ACHADO) = ZEROS
              OR PWK-DT-VENCIMENTO < WS-AGR-VENCIMENTO(WS-AGR-ACHADO)
               MOVE PWK-DT-VENCIMENTO
                   TO WS-AGR-VENCIMENTO(WS-AGR-ACHADO)
           END-IF
           ADD PWK-VALOR-PENDENTE TO WS-AGR-VALOR(WS-AGR-ACHADO)
           .
       P073-SAIDA.
           EXIT.

       P075-CARREGA-SINISTROS.
           MOVE ZEROS TO WS-QTD-SINISTROS
           MOVE "N" TO WS-SIN-EOF
           OPEN INPUT SIN-FILE
           IF WS-SIN-STATUS = "00"
               PERFORM P076-LE-SINISTRO
               PERFORM UNTIL FIM-SINISTROS
                       OR WS-QTD-SINISTROS = 2000
                   IF SIN-SITUACAO = "A"
                       ADD 1 TO WS-QTD-SINISTROS
                       MOVE SIN-CONTRATO
                           TO WS-SIN-CONTRATO(WS-QTD-SINISTROS)
                   END-IF
                   PERFORM P076-LE-SINISTRO
               END-PERFORM
               CLOSE SIN-FILE
           END-IF
           .

       P076-LE-SINISTRO.
           READ SIN-FILE
               AT END SET FIM-SINISTROS TO TRUE
           END-READ
           .

       P079-CARREGA-OPTOUTS.
           MOVE ZEROS TO WS-QTD-OPTOUT
           MOVE "N" TO WS-CNS-EOF
           OPEN INPUT CNS-FILE
           IF WS-CNS-STATUS = "00"
               PERFORM P078-LE-CONSENT
               PERFORM UNTIL FIM-CONSENTS
                       OR WS-QTD-OPTOUT = 500
                   IF CNS-CANAL-CARTA = "N"
                       ADD 1 TO WS-QTD-OPTOUT
                       MOVE CNS-CODIGO
                           TO WS-OPT-CODIGO(WS-QTD-OPTOUT)
                   END-IF
                   PERFORM P078-LE-CONSENT
               END-PERFORM
               CLOSE CNS-FILE
           END-IF
           .

       P078-LE-CONSENT.
           READ CNS-FILE
               AT END SET FIM-CONSENTS TO TRUE
           END-READ
           .

       P100-CABECALHO.
           MOVE "NEGBUREA" TO WS-RPT-PROGRAMA
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
           STRING "NEGATIVACAO NO BUREAU DE CREDITO - AVISO COM "
                  WS-SYS-NEG-DIAS-ATRASO " DIAS DE ATRASO, INCLUSAO "
                  WS-SYS-NEG-DIAS-AVISO " DIAS APOS O AVISO, "
                  "EXCLUSAO ATE " WS-SYS-NEG-DIAS-BAIXA
                  " DIAS APOS A QUITACAO"
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           PERFORM P590-ESCREVE-LINHA
           STRING "EVENTO     CONTR. CLIENTE              PARCELAS"
                  " VENCTO                VALOR DATA     OBSERVACAO"
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           .

       P200-AVALIA-CASO.
           MOVE WS-NGB-IMAGEM(WS-NGB-IDX) TO NGB-REGISTRO
           IF NOT NGB-AVISADO AND NOT NGB-INCLUIDO
               GO TO P200-SAIDA
           END-IF
           ADD 1 TO WS-QTD-LIDOS
           PERFORM P250-VERIFICA-QUITACAO

           IF CASO-A-BAIXAR
               MOVE WS-DT-QUITACAO  TO NGB-DT-QUITACAO
               MOVE WS-MOTIVO-BAIXA TO NGB-MOTIVO
               IF NGB-AVISADO
      *>           PAGO DENTRO DO PRAZO DO AVISO: NUNCA FOI AO BUREAU,
      *>           O CASO SO E ENCERRADO.
                   SET NGB-CANCELADO TO TRUE
                   ADD 1 TO WS-QTD-CANCELADOS
                   MOVE "CANCELADO" TO WS-LCS-EVENTO
                   MOVE NGB-DT-QUITACAO TO WS-LCS-DATA
                   MOVE NGB-MOTIVO TO WS-LCS-OBS
               ELSE
                   SET NGB-EXCLUIDO TO TRUE
                   MOVE WS-DATA-HOJE TO NGB-DT-EXCLUSAO
                   MOVE WS-REMESSA   TO NGB-REMESSA-EXC
                   MOVE "S" TO WS-NGB-MOVIMENTO(WS-NGB-IDX)
                   ADD 1 TO WS-QTD-EXCLUSOES
                   ADD NGB-VALOR TO WS-VLR-EXCLUIDO
                   MOVE "EXCLUSAO" TO WS-LCS-EVENTO
                   MOVE NGB-DT-QUITACAO TO WS-LCS-DATA
                   PERFORM P260-VERIFICA-PRAZO-BAIXA
               END-IF
               MOVE NGB-REGISTRO TO WS-NGB-IMAGEM(WS-NGB-IDX)
               SET REGISTRO-ALTERADO TO TRUE
               PERFORM P580-IMPRIME-CASO
               GO TO P200-SAIDA
           END-IF

           IF NGB-INCLUIDO
               GO TO P200-SAIDA
           END-IF

      *>   AVISADO E NAO PAGO: SO VAI AO BUREAU DEPOIS DE CUMPRIDO O
      *>   PRAZO DO AVISO.
           COMPUTE WS-DIAS = FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                           - FUNCTION INTEGER-OF-DATE(NGB-DT-AVISO)
           IF WS-DIAS < WS-SYS-NEG-DIAS-AVISO
               GO TO P200-SAIDA
           END-IF
           IF NOT CONTRATO-ACHADO
               GO TO P200-SAIDA
           END-IF
           PERFORM P280-VERIFICA-SUPRESSAO
           IF CASO-SUPRIMIDO
               ADD 1 TO WS-QTD-SUSPENSOS
               MOVE "SUSPENSO" TO WS-LCS-EVENTO
               MOVE NGB-DT-AVISO TO WS-LCS-DATA
               STRING "INCLUSAO SUSPENSA - " WS-MOTIVO-SUPRESSAO
                      DELIMITED BY SIZE INTO WS-LCS-OBS
               PERFORM P580-IMPRIME-CASO
               GO TO P200-SAIDA
           END-IF

           SET NGB-INCLUIDO TO TRUE
           MOVE WS-DATA-HOJE TO NGB-DT-INCLUSAO
           MOVE WS-REMESSA   TO NGB-REMESSA-INC
           MOVE "S" TO WS-NGB-MOVIMENTO(WS-NGB-IDX)
           MOVE NGB-REGISTRO TO WS-NGB-IMAGEM(WS-NGB-IDX)
           SET REGISTRO-ALTERADO TO TRUE
           ADD 1 TO WS-QTD-INCLUSOES
           ADD NGB-VALOR TO WS-VLR-INCLUIDO
           MOVE "INCLUSAO" TO WS-LCS-EVENTO
           MOVE NGB-DT-AVISO TO WS-LCS-DATA
           STRING "AVISADO EM " NGB-DT-AVISO " - REMESSA "
                  WS-REMESSA
                  DELIMITED BY SIZE INTO WS-LCS-OBS
           PERFORM P580-IMPRIME-CASO
           .
       P200-SAIDA.
           EXIT.

       P250-VERIFICA-QUITACAO.
           MOVE "N" TO WS-BAIXA
           MOVE SPACES TO WS-MOTIVO-BAIXA
           MOVE ZEROS TO WS-DT-QUITACAO
           MOVE "S" TO WS-FIN-ACHOU
           MOVE NGB-CONTRATO TO FIN-CONTRATO
           READ FIN-FILE
               INVALID KEY
                   MOVE "N" TO WS-FIN-ACHOU
           END-READ
           EVALUATE TRUE
               WHEN NOT CONTRATO-ACHADO
                   CONTINUE
               WHEN FIN-QUITADO
                   SET CASO-A-BAIXAR TO TRUE
                   MOVE "QUITACAO" TO WS-MOTIVO-BAIXA
                   MOVE FIN-DT-QUITACAO TO WS-DT-QUITACAO
                   IF WS-DT-QUITACAO = ZEROS
                       PERFORM P270-DATA-PAGAMENTO
                   END-IF
      *>       CREDITO CEDIDO OU CONTRATO CANCELADO: NAO SOMOS MAIS
      *>       CREDORES DA DIVIDA ANOTADA.
               WHEN FIN-CEDIDO
                   SET CASO-A-BAIXAR TO TRUE
                   MOVE "CESSAO DO CREDITO" TO WS-MOTIVO-BAIXA
                   MOVE WS-DATA-HOJE TO WS-DT-QUITACAO
               WHEN FIN-CANCELADO
                   SET CASO-A-BAIXAR TO TRUE
                   MOVE "CONTRATO CANCELADO" TO WS-MOTIVO-BAIXA
                   MOVE WS-DATA-HOJE TO WS-DT-QUITACAO
      *>       PREJUIZO NAO QUITA A DIVIDA - A ANOTACAO FICA.
               WHEN FIN-PREJUIZO
                   CONTINUE
               WHEN OTHER
                   PERFORM P255-PROCURA-AGREGADO
                   IF WS-AGR-ACHADO = ZEROS
                       SET CASO-A-BAIXAR TO TRUE
                   ELSE
                       IF WS-AGR-PRIM-ABERTA(WS-AGR-ACHADO)
                          > NGB-PARCELA-FIM
                           SET CASO-A-BAIXAR TO TRUE
                       END-IF
                   END-IF
                   IF CASO-A-BAIXAR
                       MOVE "QUITACAO" TO WS-MOTIVO-BAIXA
                       PERFORM P270-DATA-PAGAMENTO
                   END-IF
           END-EVALUATE

      *>   A ANOTACAO NAO PODE PASSAR DE CINCO ANOS DO VENCIMENTO
      *>   (CDC ART. 43, PAR. 1) - SAI MESMO SEM PAGAMENTO.
           IF NGB-INCLUIDO AND NOT CASO-A-BAIXAR
               COMPUTE WS-DT-LIMITE = NGB-DT-VENCIMENTO + 50000
               IF WS-DT-LIMITE <= WS-DATA-HOJE
                   SET CASO-A-BAIXAR TO TRUE
                   MOVE "PRAZO LEGAL 5 ANOS" TO WS-MOTIVO-BAIXA
               END-IF
           END-IF
           .

       P255-PROCURA-AGREGADO.
           MOVE ZEROS TO WS-AGR-ACHADO
           PERFORM VARYING WS-AGR-IDX FROM 1 BY 1
                   UNTIL WS-AGR-IDX > WS-QTD-AGREG
               IF WS-AGR-CONTRATO(WS-AGR-IDX) = NGB-CONTRATO
                   MOVE WS-AGR-IDX TO WS-AGR-ACHADO
               END-IF
           END-PERFORM
           .

       P260-VERIFICA-PRAZO-BAIXA.
           IF NGB-DT-QUITACAO = ZEROS
               MOVE NGB-MOTIVO TO WS-LCS-OBS
           ELSE
               COMPUTE WS-DIAS =
                       FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                     - FUNCTION INTEGER-OF-DATE(NGB-DT-QUITACAO)
               IF WS-DIAS > WS-SYS-NEG-DIAS-BAIXA
                   ADD 1 TO WS-QTD-FORA-PRAZO
                   STRING NGB-MOTIVO " - FORA DO PRAZO LEGAL"
                          DELIMITED BY SIZE INTO WS-LCS-OBS
               ELSE
                   MOVE NGB-MOTIVO TO WS-LCS-OBS
               END-IF
           END-IF
           .

       P270-DATA-PAGAMENTO.
      *>   A DATA DA QUITACAO E O ULTIMO PAGAMENTO RECEBIDO NO
      *>   CONTRATO (PAGHIST.DAT); SEM HISTORICO VALE A DATA DE HOJE.
           MOVE ZEROS TO WS-DT-QUITACAO
           MOVE "N" TO WS-HIST-EOF
           OPEN INPUT HIST-FILE
           IF WS-HIST-STATUS = "00"
               PERFORM P275-LE-HISTORICO
               PERFORM UNTIL FIM-HISTORICO
                   IF PAGH-CONTRATO = NGB-CONTRATO
                      AND PAGH-TIPO = "P"
                      AND PAGH-DATA > WS-DT-QUITACAO
                       MOVE PAGH-DATA TO WS-DT-QUITACAO
                   END-IF
                   PERFORM P275-LE-HISTORICO
               END-PERFORM
               CLOSE HIST-FILE
           END-IF
           IF WS-DT-QUITACAO = ZEROS
               MOVE WS-DATA-HOJE TO WS-DT-QUITACAO
           END-IF
           .

       P275-LE-HISTORICO.
           READ HIST-FILE
               AT END SET FIM-HISTORICO TO TRUE
           END-READ
           .

       P280-VERIFICA-SUPRESSAO.
           MOVE "N" TO WS-SUPRIME
           MOVE SPACES TO WS-MOTIVO-SUPRESSAO
           PERFORM VARYING WS-SIN-IDX FROM 1 BY 1
                   UNTIL WS-SIN-IDX > WS-QTD-SINISTROS
               IF WS-SIN-CONTRATO(WS-SIN-IDX) = FIN-CONTRATO
                   SET CASO-SUPRIMIDO TO TRUE
                   MOVE "SINISTRO ABERTO" TO WS-MOTIVO-SUPRESSAO
               END-IF
           END-PERFORM
           CALL "holdUtil" USING FIN-CONTRATO FIN-COD-CLIENTE
                                 WS-MOTIVO-BLOQUEIO
           IF WS-MOTIVO-BLOQUEIO NOT = SPACES
               SET CASO-SUPRIMIDO TO TRUE
               MOVE "BLOQUEIO DE COBRANCA" TO WS-MOTIVO-SUPRESSAO
           END-IF
           CALL "obitoUtil" USING FIN-CONTRATO WS-DT-OBITO
           IF WS-DT-OBITO NOT = ZEROS
               SET CASO-SUPRIMIDO TO TRUE
               MOVE "OBITO DO CLIENTE" TO WS-MOTIVO-SUPRESSAO
           END-IF
           .

       P400-NOVO-CASO.
           IF WS-AGR-MAIOR(WS-AGR-IDX) < WS-SYS-NEG-DIAS-ATRASO
               GO TO P400-SAIDA
           END-IF
           MOVE "N" TO WS-CASO-ABERTO
           PERFORM VARYING WS-NGB-BUSCA FROM 1 BY 1
                   UNTIL WS-NGB-BUSCA > WS-QTD-NGB
               MOVE WS-NGB-IMAGEM(WS-NGB-BUSCA) TO NGB-REGISTRO
               IF NGB-CONTRATO = WS-AGR-CONTRATO(WS-AGR-IDX)
                  AND (NGB-AVISADO OR NGB-INCLUIDO)
                   SET JA-TEM-CASO TO TRUE
               END-IF
           END-PERFORM
           IF JA-TEM-CASO
               GO TO P400-SAIDA
           END-IF

           MOVE WS-AGR-CONTRATO(WS-AGR-IDX) TO FIN-CONTRATO
           READ FIN-FILE
               INVALID KEY
                   GO TO P400-SAIDA
           END-READ
           IF NOT FIN-ATIVO
               GO TO P400-SAIDA
           END-IF

           MOVE FIN-CONTRATO    TO WS-LCS-CONTRATO
           MOVE FIN-CLIENTE     TO WS-LCS-CLIENTE
           MOVE WS-AGR-PARC-INI(WS-AGR-IDX) TO WS-LCS-PARC-INI
           MOVE WS-AGR-PARC-FIM(WS-AGR-IDX) TO WS-LCS-PARC-FIM
           MOVE WS-AGR-VENCIMENTO(WS-AGR-IDX) TO WS-LCS-VENCIMENTO
           MOVE WS-AGR-VALOR(WS-AGR-IDX) TO WS-LCS-VALOR
           MOVE WS-DATA-HOJE    TO WS-LCS-DATA

           PERFORM P280-VERIFICA-SUPRESSAO
           IF CASO-SUPRIMIDO
               ADD 1 TO WS-QTD-SUSPENSOS
               MOVE "SUSPENSO" TO WS-LCS-EVENTO
               STRING "AVISO SUSPENSO - " WS-MOTIVO-SUPRESSAO
                      DELIMITED BY SIZE INTO WS-LCS-OBS
               PERFORM P585-IMPRIME-LINHA-CASO
               GO TO P400-SAIDA
           END-IF

      *>   SEM ENDERECO VALIDO O AVISO NAO CHEGA, E SEM CPF/CNPJ O
      *>   BUREAU NAO ACEITA A INCLUSAO - O CASO VAI PARA A LISTA DE
      *>   TRABALHO E E TENTADO DE NOVO NA PROXIMA NOITE.
           MOVE "N" TO WS-CAD-INVALIDO
           MOVE SPACES TO WS-MOTIVO-CADASTRO
           MOVE FIN-COD-CLIENTE TO CAD-CODIGO
           READ CAD-FILE
               INVALID KEY
                   SET CADASTRO-SEM-VALIDADE TO TRUE
                   MOVE "SEM CADASTRO" TO WS-MOTIVO-CADASTRO
               NOT INVALID KEY
                   IF CAD-ENDERECO-DEVOLVIDO
                       SET CADASTRO-SEM-VALIDADE TO TRUE
                       MOVE "SEM ENDERECO VALIDO"
                           TO WS-MOTIVO-CADASTRO
                   END-IF
                   IF CAD-CPF-CNPJ = ZEROS
                       SET CADASTRO-SEM-VALIDADE TO TRUE
                       MOVE "SEM CPF/CNPJ" TO WS-MOTIVO-CADASTRO
                   END-IF
           END-READ
           IF CADASTRO-SEM-VALIDADE
               PERFORM P595-GRAVA-WORKLIST
               MOVE "PENDENTE" TO WS-LCS-EVENTO
               STRING "AVISO NAO ENVIADO - " WS-MOTIVO-CADASTRO
                      DELIMITED BY SIZE INTO WS-LCS-OBS
               PERFORM P585-IMPRIME-LINHA-CASO
               GO TO P400-SAIDA
           END-IF

           IF WS-QTD-NGB = 10000
               DISPLAY "NEGATIV.DAT CHEIO - CONTRATO " FIN-CONTRATO
                       " NAO AVISADO."
               GO TO P400-SAIDA
           END-IF

           MOVE FIN-CONTRATO    TO NGB-CONTRATO
           MOVE FIN-COD-CLIENTE TO NGB-COD-CLIENTE
           MOVE FIN-CLIENTE     TO NGB-CLIENTE
           IF CAD-PESSOA-JURIDICA
               MOVE "J" TO NGB-TIPO-PESSOA
           ELSE
               MOVE "F" TO NGB-TIPO-PESSOA
           END-IF
           MOVE CAD-CPF-CNPJ    TO NGB-CPF-CNPJ
           MOVE WS-AGR-PARC-INI(WS-AGR-IDX)   TO NGB-PARCELA-INI
           MOVE WS-AGR-PARC-FIM(WS-AGR-IDX)   TO NGB-PARCELA-FIM
           MOVE WS-AGR-VENCIMENTO(WS-AGR-IDX) TO NGB-DT-VENCIMENTO
           MOVE WS-AGR-VALOR(WS-AGR-IDX)      TO NGB-VALOR
           SET NGB-AVISADO TO TRUE
           MOVE WS-DATA-HOJE    TO NGB-DT-AVISO
           MOVE ZEROS TO NGB-DT-INCLUSAO NGB-REMESSA-INC
                         NGB-DT-QUITACAO NGB-DT-EXCLUSAO
                         NGB-REMESSA-EXC
           MOVE SPACES TO NGB-MOTIVO
           ADD 1 TO WS-QTD-NGB
           MOVE NGB-REGISTRO TO WS-NGB-IMAGEM(WS-QTD-NGB)
           MOVE "N" TO WS-NGB-MOVIMENTO(WS-QTD-NGB)
           SET REGISTRO-ALTERADO TO TRUE

           PERFORM P600-GERA-AVISO
           ADD 1 TO WS-QTD-AVISOS
           MOVE "AVISO" TO WS-LCS-EVENTO
           STRING "INCLUSAO A PARTIR DE " WS-DT-PRAZO-AVISO
                  DELIMITED BY SIZE INTO WS-LCS-OBS
           PERFORM P585-IMPRIME-LINHA-CASO
           .
       P400-SAIDA.
           EXIT.

       P580-IMPRIME-CASO.
           MOVE NGB-CONTRATO      TO WS-LCS-CONTRATO
           MOVE NGB-CLIENTE       TO WS-LCS-CLIENTE
           MOVE NGB-PARCELA-INI   TO WS-LCS-PARC-INI
           MOVE NGB-PARCELA-FIM   TO WS-LCS-PARC-FIM
           MOVE NGB-DT-VENCIMENTO TO WS-LCS-VENCIMENTO
           MOVE NGB-VALOR         TO WS-LCS-VALOR
           PERFORM P585-IMPRIME-LINHA-CASO
           .

       P585-IMPRIME-LINHA-CASO.
           MOVE WS-LINHA-CASO TO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           ADD 1 TO WS-QTD-LINHAS
           MOVE SPACES TO WS-LCS-OBS
           .

       P590-ESCREVE-LINHA.
           MOVE WS-LINHA-EDIT TO RPT-LINHA
           WRITE RPT-LINHA
           DISPLAY WS-LINHA-EDIT
           MOVE SPACES TO WS-LINHA-EDIT
           .

       P595-GRAVA-WORKLIST.
           OPEN EXTEND WRK-FILE
           IF WS-WRK-STATUS = "35"
               OPEN OUTPUT WRK-FILE
               CLOSE WRK-FILE
               OPEN EXTEND WRK-FILE
           END-IF
           MOVE SPACES TO WRK-LINHA
           STRING "CONTRATO " FIN-CONTRATO
                  " " FIN-CLIENTE
                  " AVISO NEGATIVACAO: " WS-MOTIVO-CADASTRO
                  DELIMITED BY SIZE INTO WRK-LINHA
           WRITE WRK-LINHA
           CLOSE WRK-FILE
           ADD 1 TO WS-QTD-SEM-CADASTRO
           .

       P600-GERA-AVISO.
      *>   COMUNICADO PREVIO DO CDC ART. 43, PAR. 2 - SAI POR ESCRITO
      *>   ANTES DA INCLUSAO, COM A DATA A PARTIR DA QUAL O NOME PODE
      *>   SER ANOTADO.
           COMPUTE WS-DT-PRAZO-AVISO = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                 + WS-SYS-NEG-DIAS-AVISO)
           OPEN EXTEND CAR-FILE
           IF WS-CAR-STATUS = "35"
               OPEN OUTPUT CAR-FILE
               CLOSE CAR-FILE
               OPEN EXTEND CAR-FILE
           END-IF
           MOVE ALL "=" TO CAR-LINHA
           WRITE CAR-LINHA
           MOVE SPACES TO WS-LINHA-CARTA
           STRING "COMUNICADO DE INCLUSAO EM CADASTRO DE "
                  "INADIMPLENTES  DATA: " WS-DATA-HOJE
                  DELIMITED BY SIZE INTO WS-LINHA-CARTA
           PERFORM P610-ESCREVE-CARTA
           STRING "CLIENTE: " CAD-NOME "  CPF/CNPJ: " CAD-CPF-CNPJ
                  DELIMITED BY SIZE INTO WS-LINHA-CARTA
           PERFORM P610-ESCREVE-CARTA
           STRING CAD-LOGRADOURO DELIMITED BY "  "
                  ", "           DELIMITED BY SIZE
                  CAD-NUMERO     DELIMITED BY SIZE
               INTO WS-LINHA-CARTA
           END-STRING
           PERFORM P610-ESCREVE-CARTA
           STRING CAD-CEP " "   DELIMITED BY SIZE
                  CAD-CIDADE     DELIMITED BY "  "
                  " " CAD-UF     DELIMITED BY SIZE
               INTO WS-LINHA-CARTA
           END-STRING
           PERFORM P610-ESCREVE-CARTA
           PERFORM P610-ESCREVE-CARTA
           STRING "CONTRATO: " FIN-CONTRATO "  PARCELAS "
                  NGB-PARCELA-INI " A " NGB-PARCELA-FIM
                  "  VENCIMENTO MAIS ANTIGO: " NGB-DT-VENCIMENTO
                  DELIMITED BY SIZE INTO WS-LINHA-CARTA
           PERFORM P610-ESCREVE-CARTA
           MOVE NGB-VALOR TO WS-VALOR-ED
           STRING "VALOR EM ATRASO: " WS-VALOR-ED
                  DELIMITED BY SIZE INTO WS-LINHA-CARTA
           PERFORM P610-ESCREVE-CARTA
           PERFORM P610-ESCREVE-CARTA
           STRING "NAO HAVENDO PAGAMENTO ATE " WS-DT-PRAZO-AVISO
                  ", SEU NOME SERA INCLUIDO NO CADASTRO"
                  DELIMITED BY SIZE INTO WS-LINHA-CARTA
           PERFORM P610-ESCREVE-CARTA
           MOVE "DE PROTECAO AO CREDITO (CDC ART. 43, PAR. 2)."
               TO WS-LINHA-CARTA
           PERFORM P610-ESCREVE-CARTA
           STRING "APOS O PAGAMENTO A EXCLUSAO E PEDIDA EM ATE "
                  WS-SYS-NEG-DIAS-BAIXA " DIAS."
                  DELIMITED BY SIZE INTO WS-LINHA-CARTA
           PERFORM P610-ESCREVE-CARTA
           MOVE ALL "=" TO CAR-LINHA
           WRITE CAR-LINHA
           CLOSE CAR-FILE

      *>   COMUNICADO EXIGIDO POR LEI SAI MESMO COM OPT-OUT DE CARTA -
      *>   O ENVIO FICA NA TRILHA, COMO NAS CARTAS DE COBRANCA.
           PERFORM VARYING WS-OPT-IDX FROM 1 BY 1
                   UNTIL WS-OPT-IDX > WS-QTD-OPTOUT
               IF WS-OPT-CODIGO(WS-OPT-IDX) = FIN-COD-CLIENTE
                   PERFORM P680-AUDITA-ENVIO
               END-IF
           END-PERFORM
           .

       P610-ESCREVE-CARTA.
           MOVE WS-LINHA-CARTA TO CAR-LINHA
           WRITE CAR-LINHA
           MOVE SPACES TO WS-LINHA-CARTA
           .

       P680-AUDITA-ENVIO.
           OPEN EXTEND AUD-FILE
           IF WS-AUD-STATUS = "35"
               OPEN OUTPUT AUD-FILE
               CLOSE AUD-FILE
               OPEN EXTEND AUD-FILE
           END-IF
           MOVE SPACES TO WS-LINHA-AUDIT
           STRING WS-DATA-HOJE ";NEGBUREA;" FIN-COD-CLIENTE
                  ";CONTRATO " FIN-CONTRATO
                  ";AVISO ENVIADO APESAR DO OPT-OUT - EXIGIDO"
                  DELIMITED BY SIZE INTO WS-LINHA-AUDIT
           MOVE WS-LINHA-AUDIT TO AUD-LINHA
           WRITE AUD-LINHA
           CLOSE AUD-FILE
           .

       P700-GRAVA-REMESSA.
           MOVE ZEROS TO WS-QTD-DETALHES
           OPEN OUTPUT NBR-FILE
           MOVE SPACES TO NBR-REGISTRO
           SET NBR-HEADER TO TRUE
           MOVE WS-REMESSA   TO NBR-REMESSA
           MOVE WS-DATA-HOJE TO NBR-DT-GERACAO
           WRITE NBR-REGISTRO
           PERFORM VARYING WS-NGB-IDX FROM 1 BY 1
                   UNTIL WS-NGB-IDX > WS-QTD-NGB
               IF WS-NGB-MOVIMENTO(WS-NGB-IDX) = "S"
                   PERFORM P710-GRAVA-DETALHE
               END-IF
           END-PERFORM
           MOVE SPACES TO NBR-REGISTRO
           SET NBR-TRAILER TO TRUE
           MOVE WS-QTD-DETALHES TO NBR-QTD-DETALHES
           MOVE WS-VLR-INCLUIDO TO NBR-VLR-INCLUIDO
           MOVE WS-VLR-EXCLUIDO TO NBR-VLR-EXCLUIDO
           WRITE NBR-REGISTRO
           CLOSE NBR-FILE
           .

       P710-GRAVA-DETALHE.
           MOVE WS-NGB-IMAGEM(WS-NGB-IDX) TO NGB-REGISTRO
           MOVE SPACES TO NBR-REGISTRO
           SET NBR-DETALHE TO TRUE
           MOVE NGB-TIPO-PESSOA   TO NBR-TIPO-PESSOA
           MOVE NGB-CPF-CNPJ      TO NBR-CPF-CNPJ
           MOVE NGB-CLIENTE       TO NBR-CLIENTE
           MOVE NGB-CONTRATO      TO NBR-CONTRATO
           MOVE NGB-DT-VENCIMENTO TO NBR-DT-VENCIMENTO
           MOVE NGB-VALOR         TO NBR-VALOR
           IF NGB-INCLUIDO
               MOVE "I" TO NBR-OPERACAO
               MOVE NGB-DT-INCLUSAO TO NBR-DT-EVENTO
           ELSE
               MOVE "E" TO NBR-OPERACAO
               MOVE NGB-DT-EXCLUSAO TO NBR-DT-EVENTO
               MOVE NGB-MOTIVO      TO NBR-MOTIVO
           END-IF
           WRITE NBR-REGISTRO
           ADD 1 TO WS-QTD-DETALHES
           .

       P750-REGRAVA-REGISTRO.
           IF REGISTRO-ALTERADO
               OPEN OUTPUT NGB-FILE
               PERFORM VARYING WS-NGB-IDX FROM 1 BY 1
                       UNTIL WS-NGB-IDX > WS-QTD-NGB
                   MOVE WS-NGB-IMAGEM(WS-NGB-IDX) TO NGB-REGISTRO
                   WRITE NGB-REGISTRO
               END-PERFORM
               CLOSE NGB-FILE
           END-IF
           .

       P800-RODAPE.
           MOVE WS-QTD-LINHAS TO WS-RPT-TOTAL-REGISTROS
           IF WS-QTD-LINHAS = ZEROS
               MOVE "  NENHUM MOVIMENTO DE NEGATIVACAO NESTA NOITE."
                   TO WS-LINHA-EDIT
               PERFORM P590-ESCREVE-LINHA
           END-IF
           PERFORM P590-ESCREVE-LINHA
           STRING "AVISOS PREVIOS ENVIADOS.........: " WS-QTD-AVISOS
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           MOVE WS-VLR-INCLUIDO TO WS-VALOR-ED
           STRING "INCLUSOES NO BUREAU.............: "
                  WS-QTD-INCLUSOES "  VALOR: " WS-VALOR-ED
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           MOVE WS-VLR-EXCLUIDO TO WS-VALOR-ED
           STRING "EXCLUSOES NO BUREAU.............: "
                  WS-QTD-EXCLUSOES "  VALOR: " WS-VALOR-ED
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           STRING "  DAS QUAIS FORA DO PRAZO LEGAL.: "
                  WS-QTD-FORA-PRAZO
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           STRING "CASOS PAGOS NO PRAZO DO AVISO...: "
                  WS-QTD-CANCELADOS
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           STRING "SUSPENSOS (OBITO/BLOQUEIO/SIN.).: "
                  WS-QTD-SUSPENSOS
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           STRING "PENDENTES DE CADASTRO (ENDWORK).: "
                  WS-QTD-SEM-CADASTRO
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           IF WS-QTD-INCLUSOES > ZEROS OR WS-QTD-EXCLUSOES > ZEROS
               STRING "REMESSA AO BUREAU: " WS-REMESSA
                      " (NEGBUREAU.TXT)"
                      DELIMITED BY SIZE INTO WS-LINHA-EDIT
           ELSE
               MOVE "SEM REMESSA AO BUREAU NESTA NOITE."
                   TO WS-LINHA-EDIT
           END-IF
           PERFORM P590-ESCREVE-LINHA
           STRING "FIM DO RELATORIO - PROGRAMA: " WS-RPT-PROGRAMA
                  "  PAGINA: " WS-RPT-PAGINA
                  "  TOTAL DE REGISTROS: " WS-RPT-TOTAL-REGISTROS
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           .

       P930-GRAVA-RESUMO.
           OPEN EXTEND BAT-FILE
           IF WS-BAT-STATUS = "35"
               OPEN OUTPUT BAT-FILE
               CLOSE BAT-FILE
               OPEN EXTEND BAT-FILE
           END-IF

           MOVE "NEGBUREA"       TO BAT-PROGRAMA
           ACCEPT BAT-DATA FROM DATE YYYYMMDD
           ACCEPT BAT-HORA FROM TIME
           COMPUTE BAT-LIDOS = WS-QTD-LIDOS + WS-QTD-AGREG
           COMPUTE BAT-PROCESSADOS = WS-QTD-AVISOS + WS-QTD-INCLUSOES
                                   + WS-QTD-EXCLUSOES
                                   + WS-QTD-CANCELADOS
           MOVE WS-QTD-SEM-CADASTRO TO BAT-REJEITADOS
           WRITE BAT-REGISTRO

           CLOSE BAT-FILE
           .

       P095-VERIFICA-RUN-CONTROL.
           ACCEPT WS-RC-DATA-HOJE FROM DATE YYYYMMDD
           MOVE "N" TO WS-RC-JA-RODOU
           MOVE "N" TO WS-RC-LIBERADO
           MOVE "N" TO WS-RC-EOF
           OPEN INPUT RUN-FILE
           IF WS-RUN-STATUS = "00"
               PERFORM P096-LE-RUN-CONTROL
               PERFORM UNTIL FIM-RUN-CONTROL
                   IF RUN-PROGRAMA = "NEGBUREA"
                      AND RUN-DATA = WS-RC-DATA-HOJE
                       IF RUN-SITUACAO = "C"
                           MOVE "S" TO WS-RC-JA-RODOU
                           MOVE "N" TO WS-RC-LIBERADO
                       END-IF
                       IF RUN-SITUACAO = "F"
                           MOVE "S" TO WS-RC-LIBERADO
                       END-IF
                   END-IF
                   PERFORM P096-LE-RUN-CONTROL
               END-PERFORM
               CLOSE RUN-FILE
           END-IF
           IF WS-RC-JA-RODOU = "S" AND WS-RC-LIBERADO = "N"
               SET RERUN-BLOQUEADO TO TRUE
               DISPLAY "NEGBUREA JA PROCESSADO HOJE - RERUN "
                       "BLOQUEADO. USE O runCtl PARA LIBERAR."
           END-IF
           .

       P096-LE-RUN-CONTROL.
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
           MOVE "NEGBUREA" TO RUN-PROGRAMA
           MOVE WS-RC-DATA-HOJE TO RUN-DATA
           ACCEPT RUN-HORA FROM TIME
           MOVE WS-RC-SITUACAO TO RUN-SITUACAO
           WRITE RUN-REGISTRO
           CLOSE RUN-FILE
           .

       END PROGRAM negBureau.

      ******************************************************************
      * Author:
      * Date:
      * Purpose: Formal waiver of late charges (multa/mora) - replaces
      *          the informal "knock it off" at the counter. The
      *          collector picks an overdue parcela from ENCARGOS.DAT,
      *          gives a reason code (ISEMOT.cpy) and the amounts to
      *          waive; the collector's level comes from OPERADOR.DAT.
      *          Level 1 cannot waive. Level 3 waives any amount.
      *          Level 2 waives on its own authority up to the SYSPARM
      *          limit ISE-LIMITE-N2 per parcela (counting what was
      *          already waived or is pending on it); above that the
      *          waiver stays pendente in ISENCAO.DAT until a level-3
      *          supervisor other than the requester approves it here.
      *          An applied waiver comes off the parcela's charges on
      *          ENCARGOS.DAT at once (and on every nightly rebuild by
      *          lateCharge), is posted to CONTABIL.DAT as ISENCAO and
      *          goes on the EVENTOS.DAT timeline through evtUtil. The
      *          monthly waiver report by collector is iseRpt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. isencao.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ISE-FILE ASSIGN TO "ISENCAO.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ISE-STATUS.

               SELECT ENC-FILE ASSIGN TO "ENCARGOS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ENC-STATUS.

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
       FD  ISE-FILE.
           COPY ISEFD.

       FD  ENC-FILE.
           COPY ENCFD.

       FD  FIN-FILE.
           COPY FINFD.

       FD  OPE-FILE.
           COPY OPEFD.

       FD  OPS-FILE.
           COPY OPSFD.

       FD  CTB-FILE.
           COPY CTBFD.

       FD  CTH-FILE.
       01  CTH-LINHA           PIC X(47).

       FD  SYSPARM-FILE.
           COPY SYSPARMF.

       WORKING-STORAGE SECTION.
           COPY SYSPARM.
       01  WS-SYSPARM-STATUS   PIC XX VALUE SPACES.

           COPY ISEMOT.
           COPY GLMAPTB.

       01  WS-VARIAVEIS.
           03  WS-ISE-STATUS       PIC XX.
           03  WS-ENC-STATUS       PIC XX.
           03  WS-FIN-STATUS       PIC XX.
           03  WS-OPE-STATUS       PIC XX.
           03  WS-OPS-STATUS       PIC XX.
           03  WS-CTB-STATUS       PIC XX.
           03  WS-CTH-STATUS       PIC XX.
           03  WS-ISE-EOF          PIC X.
               88  FIM-ISENCOES       VALUE "S".
           03  WS-ENC-EOF          PIC X.
               88  FIM-ENCARGOS       VALUE "S".
           03  WS-OPE-EOF          PIC X.
               88  FIM-OPERADORES     VALUE "S".
           03  WS-OPCAO            PIC 9.
           03  WS-DATA-HOJE        PIC 9(8).
           03  WS-HORA-AGORA       PIC 9(8).
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
           03  WS-OPERADOR-EVT     PIC X(08).
           03  WS-CONTRATO         PIC 9(06).
           03  WS-PARCELA          PIC 999.
           03  WS-MOTIVO           PIC X(02).
           03  WS-MOT-IDX          PIC 9(02).
           03  WS-MOT-ACHOU        PIC 9(02).
           03  WS-VALOR-MULTA      PIC 9(06)V99.
           03  WS-VALOR-MORA       PIC 9(06)V99.
           03  WS-VALOR-TOTAL      PIC 9(07)V99.
           03  WS-DISP-MULTA       PIC 9(06)V99.
           03  WS-DISP-MORA        PIC 9(06)V99.
           03  WS-PEND-MULTA       PIC 9(07)V99.
           03  WS-PEND-MORA        PIC 9(07)V99.
           03  WS-JA-ISENTO        PIC 9(08)V99.
           03  WS-LIMITE-N2        PIC 9(08)V99.
           03  WS-OBS              PIC X(30).
           03  WS-ITEM             PIC 9(05).
           03  WS-DECISAO          PIC X.
           03  WS-QTD-LISTADAS     PIC 9(05).
           03  WS-APLICOU          PIC X.
               88  ISENCAO-APLICADA   VALUE "S".
           03  WS-VALOR-ED         PIC ZZZ.ZZ9,99.
           03  WS-VALOR-ED2        PIC ZZZ.ZZ9,99.
           03  WS-VALOR-ED3        PIC Z.ZZZ.ZZ9,99.

      *>   ISENCAO.DAT INTEIRO EM MEMORIA - O REGISTRO, A APROVACAO E
      *>   A RECUSA ALTERAM LINHAS E O ARQUIVO E REGRAVADO NO FIM.
       01  WS-QTD-ISENCOES         PIC 9(05) VALUE ZEROS.
       01  WS-ISE-CHEIA            PIC X VALUE "N".
           88  ISENCOES-TRANSBORDOU   VALUE "S".
       01  WS-ISE-ALTERADA         PIC X VALUE "N".
       01  WS-TABELA-ISENCOES.
           03  WS-ISE-ITEM OCCURS 0 TO 20000 TIMES
                           DEPENDING ON WS-QTD-ISENCOES.
               05  WS-ISE-IMAGEM   PIC X(128).
       77  WS-ISE-IDX              PIC 9(05).

      *>   ENCARGOS.DAT DO DIA - A ISENCAO APLICADA SAI DA PARCELA NA
      *>   HORA, SEM ESPERAR A RECONSTRUCAO DA NOITE.
       01  WS-QTD-ENCARGOS         PIC 9(05) VALUE ZEROS.
       01  WS-ENC-CHEIA            PIC X VALUE "N".
           88  ENCARGOS-TRANSBORDOU   VALUE "S".
       01  WS-ENC-ALTERADO         PIC X VALUE "N".
       01  WS-TABELA-ENCARGOS.
           03  WS-ENC-ITEM OCCURS 0 TO 30000 TIMES
                           DEPENDING ON WS-QTD-ENCARGOS.
               05  WS-ENC-IMAGEM   PIC X(91).
       77  WS-ENC-IDX              PIC 9(05).
       77  WS-ENC-ACHOU            PIC 9(05).

       01  WS-EVENTO.
           03  WS-EVT-CONTRATO     PIC 9(06).
           03  WS-EVT-TIPO         PIC X(10).
           03  WS-EVT-VALOR        PIC 9(08)V99 VALUE ZEROS.
           03  WS-EVT-DETALHE      PIC X(30).

           COPY EMPLK.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-DATA-HOJE  FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA FROM TIME
           PERFORM P045-LE-OPERADOR-SESSAO
           PERFORM P050-LE-PARAMETROS-SISTEMA
           PERFORM P100-CARREGA-ISENCOES
           PERFORM P120-CARREGA-ENCARGOS

           DISPLAY "=============================================="
           DISPLAY "     ISENCAO DE MULTA E MORA (ENCARGOS)"
           DISPLAY "=============================================="
           DISPLAY "1 - REGISTRAR ISENCAO"
           DISPLAY "2 - LISTAR ISENCOES PENDENTES"
           DISPLAY "3 - APROVAR / RECUSAR PENDENTE (NIVEL 3)"
           DISPLAY "4 - ISENCOES DO CONTRATO"
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

           PERFORM P800-REGRAVA-ISENCOES THRU P800-SAIDA
           PERFORM P850-REGRAVA-ENCARGOS THRU P850-SAIDA
           GOBACK.

       P050-LE-PARAMETROS-SISTEMA.
           OPEN INPUT SYSPARM-FILE
           IF WS-SYSPARM-STATUS = "00"
               READ SYSPARM-FILE
                   NOT AT END
                       IF SYS-PARM-ISE-LIMITE-N2 IS NUMERIC
                           MOVE SYS-PARM-ISE-LIMITE-N2
                               TO WS-SYS-ISE-LIMITE-N2
                       END-IF
               END-READ
               CLOSE SYSPARM-FILE
           END-IF
           MOVE WS-SYS-ISE-LIMITE-N2 TO WS-LIMITE-N2
           .

       P100-CARREGA-ISENCOES.
           MOVE "N" TO WS-ISE-EOF
           OPEN INPUT ISE-FILE
           IF WS-ISE-STATUS = "00"
               PERFORM P110-LE-ISENCAO
               PERFORM UNTIL FIM-ISENCOES OR ISENCOES-TRANSBORDOU
                   IF WS-QTD-ISENCOES = 20000
                       SET ISENCOES-TRANSBORDOU TO TRUE
                   ELSE
                       ADD 1 TO WS-QTD-ISENCOES
                       MOVE ISE-REGISTRO
                           TO WS-ISE-IMAGEM(WS-QTD-ISENCOES)
                       PERFORM P110-LE-ISENCAO
                   END-IF
               END-PERFORM
               CLOSE ISE-FILE
           END-IF
           IF ISENCOES-TRANSBORDOU
               DISPLAY "CADASTRO DE ISENCOES CHEIO - O ARQUIVO NAO "
                       "SERA REGRAVADO NESTA SESSAO."
           END-IF
           .

       P110-LE-ISENCAO.
           READ ISE-FILE
               AT END SET FIM-ISENCOES TO TRUE
           END-READ
           .

       P120-CARREGA-ENCARGOS.
           MOVE "N" TO WS-ENC-EOF
           OPEN INPUT ENC-FILE
           IF WS-ENC-STATUS = "00"
               PERFORM P130-LE-ENCARGO
               PERFORM UNTIL FIM-ENCARGOS OR ENCARGOS-TRANSBORDOU
                   IF WS-QTD-ENCARGOS = 30000
                       SET ENCARGOS-TRANSBORDOU TO TRUE
                   ELSE
                       ADD 1 TO WS-QTD-ENCARGOS
                       MOVE ENC-REGISTRO
                           TO WS-ENC-IMAGEM(WS-QTD-ENCARGOS)
                       PERFORM P130-LE-ENCARGO
                   END-IF
               END-PERFORM
               CLOSE ENC-FILE
           END-IF
           .

       P130-LE-ENCARGO.
           READ ENC-FILE
               AT END SET FIM-ENCARGOS TO TRUE
           END-READ
           .

       P200-REGISTRA.
           IF ISENCOES-TRANSBORDOU OR WS-QTD-ISENCOES = 20000
              OR ENCARGOS-TRANSBORDOU
               DISPLAY "TABELAS CHEIAS - ISENCAO NAO PODE SER "
                       "REGISTRADA NESTA SESSAO."
               GO TO P200-SAIDA
           END-IF
           PERFORM P210-IDENTIFICA-SOLICITANTE
           IF NOT OPERADOR-VALIDO
               DISPLAY "OPERADOR OU SENHA INVALIDOS - NADA "
                       "REGISTRADO."
               GO TO P200-SAIDA
           END-IF
           IF WS-NIVEL-SOLIC < 2
               DISPLAY "ISENCAO DE ENCARGOS EXIGE NIVEL 2 OU "
                       "SUPERIOR - NADA REGISTRADO."
               GO TO P200-SAIDA
           END-IF

           DISPLAY "CONTRATO: "
           ACCEPT WS-CONTRATO
           OPEN INPUT FIN-FILE
           MOVE WS-CONTRATO TO FIN-CONTRATO
           READ FIN-FILE
               INVALID KEY
                   MOVE "23" TO WS-FIN-STATUS
           END-READ
           CLOSE FIN-FILE
           IF WS-FIN-STATUS NOT = "00"
               DISPLAY "CONTRATO NAO ENCONTRADO: " WS-CONTRATO
               GO TO P200-SAIDA
           END-IF
           IF NOT FIN-ATIVO
               DISPLAY "CONTRATO " WS-CONTRATO " NAO ESTA ATIVO "
                       "(SITUACAO " FIN-SITUACAO ") - NADA "
                       "REGISTRADO."
               GO TO P200-SAIDA
           END-IF

           PERFORM P230-MOSTRA-ENCARGOS
           IF WS-QTD-LISTADAS = ZEROS
               DISPLAY "CONTRATO SEM ENCARGOS EM ABERTO NO "
                       "ENCARGOS.DAT - NADA A ISENTAR."
               GO TO P200-SAIDA
           END-IF
           DISPLAY "PARCELA: "
           ACCEPT WS-PARCELA
           PERFORM P240-LOCALIZA-ENCARGO
           IF WS-ENC-ACHOU = ZEROS
               DISPLAY "PARCELA SEM ENCARGO EM ABERTO - NADA "
                       "REGISTRADO."
               GO TO P200-SAIDA
           END-IF

      *>   O DISPONIVEL E O ENCARGO DE HOJE (JA LIQUIDO DAS ISENCOES
      *>   APLICADAS) MENOS O QUE AINDA ESPERA APROVACAO.
           PERFORM P250-SOMA-ISENCOES-PARCELA
           MOVE WS-ENC-IMAGEM(WS-ENC-ACHOU) TO ENC-REGISTRO
           MOVE ZEROS TO WS-DISP-MULTA
           MOVE ZEROS TO WS-DISP-MORA
           IF ENC-VALOR-MULTA > WS-PEND-MULTA
               COMPUTE WS-DISP-MULTA = ENC-VALOR-MULTA - WS-PEND-MULTA
           END-IF
           IF ENC-VALOR-MORA > WS-PEND-MORA
               COMPUTE WS-DISP-MORA = ENC-VALOR-MORA - WS-PEND-MORA
           END-IF
           IF WS-DISP-MULTA = ZEROS AND WS-DISP-MORA = ZEROS
               DISPLAY "AS ISENCOES PENDENTES JA COBREM TODO O "
                       "ENCARGO DA PARCELA - NADA A ISENTAR."
               GO TO P200-SAIDA
           END-IF

           PERFORM P260-MOSTRA-MOTIVOS
           DISPLAY "MOTIVO: "
           ACCEPT WS-MOTIVO
           PERFORM P265-VALIDA-MOTIVO
           IF WS-MOT-ACHOU = ZEROS
               DISPLAY "MOTIVO INVALIDO - NADA REGISTRADO."
               GO TO P200-SAIDA
           END-IF

           MOVE WS-DISP-MULTA TO WS-VALOR-ED
           DISPLAY "MULTA A ISENTAR (ATE " WS-VALOR-ED "): "
           ACCEPT WS-VALOR-MULTA
           IF WS-VALOR-MULTA > WS-DISP-MULTA
               DISPLAY "MULTA ACIMA DO DISPONIVEL - NADA "
                       "REGISTRADO."
               GO TO P200-SAIDA
           END-IF
           MOVE WS-DISP-MORA TO WS-VALOR-ED
           DISPLAY "MORA A ISENTAR (ATE " WS-VALOR-ED "): "
           ACCEPT WS-VALOR-MORA
           IF WS-VALOR-MORA > WS-DISP-MORA
               DISPLAY "MORA ACIMA DO DISPONIVEL - NADA "
                       "REGISTRADO."
               GO TO P200-SAIDA
           END-IF
           COMPUTE WS-VALOR-TOTAL = WS-VALOR-MULTA + WS-VALOR-MORA
           IF WS-VALOR-TOTAL = ZEROS
               DISPLAY "NENHUM VALOR INFORMADO - NADA REGISTRADO."
               GO TO P200-SAIDA
           END-IF
           DISPLAY "OBSERVACAO: "
           ACCEPT WS-OBS

           MOVE SPACES            TO ISE-REGISTRO
           MOVE WS-CONTRATO       TO ISE-CONTRATO
           MOVE FIN-CLIENTE       TO ISE-CLIENTE
           MOVE WS-PARCELA        TO ISE-PARCELA
           MOVE WS-DATA-HOJE      TO ISE-DATA
           MOVE WS-HORA-AGORA     TO ISE-HORA
           MOVE WS-MOTIVO         TO ISE-MOTIVO
           MOVE WS-VALOR-MULTA    TO ISE-VALOR-MULTA
           MOVE WS-VALOR-MORA     TO ISE-VALOR-MORA
           MOVE WS-VALOR-TOTAL    TO ISE-VALOR-TOTAL
           MOVE WS-SOLICITANTE    TO ISE-OPERADOR
           MOVE WS-NIVEL-SOLIC    TO ISE-NIVEL
           MOVE SPACES            TO ISE-APROVADOR
           MOVE ZEROS             TO ISE-DT-DECISAO
           MOVE "P"               TO ISE-SITUACAO
           MOVE WS-OBS            TO ISE-OBS
           ADD 1 TO WS-QTD-ISENCOES
           MOVE WS-QTD-ISENCOES   TO WS-ISE-IDX
           MOVE ISE-REGISTRO      TO WS-ISE-IMAGEM(WS-ISE-IDX)
           MOVE "S"               TO WS-ISE-ALTERADA

      *>   NIVEL 3 ISENTA QUALQUER VALOR; NIVEL 2 SO ATE O LIMITE POR
      *>   PARCELA, SOMANDO O QUE JA FOI ISENTO OU ESTA PENDENTE NELA.
           ADD WS-VALOR-TOTAL TO WS-JA-ISENTO
           IF WS-NIVEL-SOLIC >= 3 OR WS-JA-ISENTO <= WS-LIMITE-N2
               MOVE WS-SOLICITANTE TO WS-OPERADOR-EVT
               PERFORM P600-APLICA-ISENCAO THRU P600-SAIDA
               IF ISENCAO-APLICADA
                   MOVE WS-VALOR-TOTAL TO WS-VALOR-ED
                   DISPLAY "ISENCAO APLICADA - " WS-VALOR-ED
                           " ABATIDOS DA PARCELA " WS-PARCELA "."
               END-IF
           ELSE
               MOVE WS-LIMITE-N2 TO WS-VALOR-ED3
               DISPLAY "ISENCAO ACIMA DA ALCADA DO NIVEL 2 ("
                       WS-VALOR-ED3 " POR PARCELA) - AGUARDA "
                       "APROVACAO DE SUPERVISOR."
           END-IF
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

       P230-MOSTRA-ENCARGOS.
           MOVE ZEROS TO WS-QTD-LISTADAS
           DISPLAY "PARC VENCIMENTO DIAS       MULTA       MORA "
                   "  JA ISENTO"
           PERFORM VARYING WS-ENC-IDX FROM 1 BY 1
                   UNTIL WS-ENC-IDX > WS-QTD-ENCARGOS
               MOVE WS-ENC-IMAGEM(WS-ENC-IDX) TO ENC-REGISTRO
               IF ENC-CONTRATO = WS-CONTRATO
                   ADD 1 TO WS-QTD-LISTADAS
                   MOVE ENC-VALOR-MULTA TO WS-VALOR-ED
                   MOVE ENC-VALOR-MORA  TO WS-VALOR-ED2
                   MOVE ENC-VALOR-ISENTO TO WS-VALOR-ED3
                   DISPLAY ENC-PARCELA "  " ENC-DT-VENCIMENTO " "
                           ENC-DIAS-ATRASO " " WS-VALOR-ED " "
                           WS-VALOR-ED2 WS-VALOR-ED3
               END-IF
           END-PERFORM
           .

       P240-LOCALIZA-ENCARGO.
      *>   LINHA DO ENCARGOS.DAT DE WS-CONTRATO / WS-PARCELA.
           MOVE ZEROS TO WS-ENC-ACHOU
           PERFORM VARYING WS-ENC-IDX FROM 1 BY 1
                   UNTIL WS-ENC-IDX > WS-QTD-ENCARGOS
                      OR WS-ENC-ACHOU > ZEROS
               MOVE WS-ENC-IMAGEM(WS-ENC-IDX) TO ENC-REGISTRO
               IF ENC-CONTRATO = WS-CONTRATO
                  AND ENC-PARCELA = WS-PARCELA
                   MOVE WS-ENC-IDX TO WS-ENC-ACHOU
               END-IF
           END-PERFORM
           .

       P250-SOMA-ISENCOES-PARCELA.
           MOVE ZEROS TO WS-PEND-MULTA
           MOVE ZEROS TO WS-PEND-MORA
           MOVE ZEROS TO WS-JA-ISENTO
           PERFORM VARYING WS-ISE-IDX FROM 1 BY 1
                   UNTIL WS-ISE-IDX > WS-QTD-ISENCOES
               MOVE WS-ISE-IMAGEM(WS-ISE-IDX) TO ISE-REGISTRO
               IF ISE-CONTRATO = WS-CONTRATO
                  AND ISE-PARCELA = WS-PARCELA
                   IF ISE-PENDENTE
                       ADD ISE-VALOR-MULTA TO WS-PEND-MULTA
                       ADD ISE-VALOR-MORA  TO WS-PEND-MORA
                   END-IF
                   IF ISE-PENDENTE OR ISE-APLICADA
                       ADD ISE-VALOR-TOTAL TO WS-JA-ISENTO
                   END-IF
               END-IF
           END-PERFORM
           .

       P260-MOSTRA-MOTIVOS.
           PERFORM VARYING WS-MOT-IDX FROM 1 BY 1
                   UNTIL WS-MOT-IDX > WS-MOT-QTD
               DISPLAY "  " WS-MOT-CODIGO(WS-MOT-IDX) " - "
                       WS-MOT-NOME(WS-MOT-IDX)
           END-PERFORM
           .

       P265-VALIDA-MOTIVO.
           MOVE ZEROS TO WS-MOT-ACHOU
           PERFORM VARYING WS-MOT-IDX FROM 1 BY 1
                   UNTIL WS-MOT-IDX > WS-MOT-QTD
               IF WS-MOT-CODIGO(WS-MOT-IDX) = WS-MOTIVO
                   MOVE WS-MOT-IDX TO WS-MOT-ACHOU
               END-IF
           END-PERFORM
           .

       P300-LISTA-PENDENTES.
           MOVE ZEROS TO WS-QTD-LISTADAS
           DISPLAY "ITEM  DATA     CONTRATO PARC MOT      TOTAL "
                   "OPERADOR"
           PERFORM VARYING WS-ISE-IDX FROM 1 BY 1
                   UNTIL WS-ISE-IDX > WS-QTD-ISENCOES
               MOVE WS-ISE-IMAGEM(WS-ISE-IDX) TO ISE-REGISTRO
               IF ISE-PENDENTE
                   ADD 1 TO WS-QTD-LISTADAS
                   MOVE ISE-VALOR-TOTAL TO WS-VALOR-ED
                   DISPLAY WS-ISE-IDX " " ISE-DATA " " ISE-CONTRATO
                           "   " ISE-PARCELA "  " ISE-MOTIVO "  "
                           WS-VALOR-ED " " ISE-OPERADOR
               END-IF
           END-PERFORM
           DISPLAY "ISENCOES PENDENTES DE APROVACAO: " WS-QTD-LISTADAS
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
           IF ISENCOES-TRANSBORDOU OR ENCARGOS-TRANSBORDOU
               DISPLAY "TABELAS CHEIAS - DECISAO NAO PODE SER "
                       "REGISTRADA NESTA SESSAO."
               GO TO P400-SAIDA
           END-IF
           DISPLAY "NUMERO DO ITEM: "
           ACCEPT WS-ITEM
           IF WS-ITEM = ZEROS OR WS-ITEM > WS-QTD-ISENCOES
               DISPLAY "ITEM INVALIDO."
               GO TO P400-SAIDA
           END-IF
           MOVE WS-ISE-IMAGEM(WS-ITEM) TO ISE-REGISTRO
           IF NOT ISE-PENDENTE
               DISPLAY "ITEM NAO ESTA PENDENTE."
               GO TO P400-SAIDA
           END-IF

           PERFORM P350-IDENTIFICA-APROVADOR
           IF NOT SUPERVISOR-VALIDO
               DISPLAY "APROVADOR INVALIDO OU SEM NIVEL 3 - "
                       "DECISAO NAO REGISTRADA."
               GO TO P400-SAIDA
           END-IF
           IF WS-APROVADOR = ISE-OPERADOR
               DISPLAY "QUEM PEDIU A ISENCAO NAO PODE APROVA-LA - "
                       "DECISAO NAO REGISTRADA."
               GO TO P400-SAIDA
           END-IF

           MOVE ISE-VALOR-MULTA TO WS-VALOR-ED
           MOVE ISE-VALOR-MORA  TO WS-VALOR-ED2
           DISPLAY "CONTRATO " ISE-CONTRATO " PARCELA " ISE-PARCELA
                   " MULTA " WS-VALOR-ED " MORA " WS-VALOR-ED2
           DISPLAY "MOTIVO " ISE-MOTIVO " - " ISE-OBS
           DISPLAY "A = APROVAR, R = RECUSAR: "
           ACCEPT WS-DECISAO
           MOVE WS-ITEM      TO WS-ISE-IDX
           MOVE WS-APROVADOR TO WS-OPERADOR-EVT
           EVALUATE WS-DECISAO
               WHEN "A"
                   MOVE WS-APROVADOR TO ISE-APROVADOR
                   PERFORM P600-APLICA-ISENCAO THRU P600-SAIDA
                   IF ISENCAO-APLICADA
                       DISPLAY "ISENCAO APROVADA E APLICADA."
                   ELSE
                       DISPLAY "ISENCAO RECUSADA - O ENCARGO DA "
                               "PARCELA MUDOU DESDE O PEDIDO; "
                               "REGISTRE DE NOVO SE FOR O CASO."
                       PERFORM P450-RECUSA
                   END-IF
               WHEN "R"
                   PERFORM P450-RECUSA
                   DISPLAY "ISENCAO RECUSADA."
               WHEN OTHER
                   DISPLAY "DECISAO INVALIDA - NADA ALTERADO."
           END-EVALUATE
           .
       P400-SAIDA.
           EXIT.

       P450-RECUSA.
           MOVE WS-APROVADOR TO ISE-APROVADOR
           MOVE WS-DATA-HOJE TO ISE-DT-DECISAO
           MOVE "R"          TO ISE-SITUACAO
           MOVE ISE-REGISTRO TO WS-ISE-IMAGEM(WS-ISE-IDX)
           MOVE "S"          TO WS-ISE-ALTERADA

           MOVE ISE-CONTRATO    TO WS-EVT-CONTRATO
           MOVE "ISENC-REC"     TO WS-EVT-TIPO
           MOVE ISE-VALOR-TOTAL TO WS-EVT-VALOR
           MOVE SPACES TO WS-EVT-DETALHE
           STRING "ISENCAO RECUSADA PARC " ISE-PARCELA
                  DELIMITED BY SIZE INTO WS-EVT-DETALHE
           PERFORM P900-GRAVA-EVENTO
           .

       P500-LISTA-CONTRATO.
           DISPLAY "CONTRATO: "
           ACCEPT WS-CONTRATO
           MOVE ZEROS TO WS-QTD-LISTADAS
           DISPLAY "DATA     PARC MOT      MULTA       MORA SIT "
                   "OPERADOR APROVADOR DECISAO"
           PERFORM VARYING WS-ISE-IDX FROM 1 BY 1
                   UNTIL WS-ISE-IDX > WS-QTD-ISENCOES
               MOVE WS-ISE-IMAGEM(WS-ISE-IDX) TO ISE-REGISTRO
               IF ISE-CONTRATO = WS-CONTRATO
                   ADD 1 TO WS-QTD-LISTADAS
                   MOVE ISE-VALOR-MULTA TO WS-VALOR-ED
                   MOVE ISE-VALOR-MORA  TO WS-VALOR-ED2
                   DISPLAY ISE-DATA " " ISE-PARCELA "  " ISE-MOTIVO
                           "  " WS-VALOR-ED " " WS-VALOR-ED2 "  "
                           ISE-SITUACAO "  " ISE-OPERADOR " "
                           ISE-APROVADOR "  " ISE-DT-DECISAO
               END-IF
           END-PERFORM
           DISPLAY "ISENCOES DO CONTRATO: " WS-QTD-LISTADAS
           .

       P600-APLICA-ISENCAO.
      *>   ISE-REGISTRO E A LINHA WS-ISE-IDX DA TABELA. O ENCARGO DO
      *>   DIA PRECISA AINDA COMPORTAR O VALOR ISENTO - A PARCELA
      *>   PAGA OU REDUZIDA DESDE O PEDIDO NAO RECEBE A ISENCAO.
           MOVE "N" TO WS-APLICOU
           MOVE ISE-CONTRATO TO WS-CONTRATO
           MOVE ISE-PARCELA  TO WS-PARCELA
           PERFORM P240-LOCALIZA-ENCARGO
           IF WS-ENC-ACHOU = ZEROS
               GO TO P600-SAIDA
           END-IF
           MOVE WS-ENC-IMAGEM(WS-ENC-ACHOU) TO ENC-REGISTRO
           IF ISE-VALOR-MULTA > ENC-VALOR-MULTA
              OR ISE-VALOR-MORA > ENC-VALOR-MORA
               GO TO P600-SAIDA
           END-IF

           SUBTRACT ISE-VALOR-MULTA FROM ENC-VALOR-MULTA
           SUBTRACT ISE-VALOR-MORA  FROM ENC-VALOR-MORA
           SUBTRACT ISE-VALOR-TOTAL FROM ENC-VALOR-TOTAL
           ADD ISE-VALOR-TOTAL      TO ENC-VALOR-ISENTO
           MOVE ENC-REGISTRO TO WS-ENC-IMAGEM(WS-ENC-ACHOU)
           MOVE "S"          TO WS-ENC-ALTERADO

           MOVE WS-DATA-HOJE TO ISE-DT-DECISAO
           MOVE "A"          TO ISE-SITUACAO
           MOVE ISE-REGISTRO TO WS-ISE-IMAGEM(WS-ISE-IDX)
           MOVE "S"          TO WS-ISE-ALTERADA

           PERFORM P650-POSTA-CONTABIL

           MOVE ISE-CONTRATO    TO WS-EVT-CONTRATO
           MOVE "ISENCAO"       TO WS-EVT-TIPO
           MOVE ISE-VALOR-TOTAL TO WS-EVT-VALOR
           MOVE SPACES TO WS-EVT-DETALHE
           STRING "ISENCAO PARC " ISE-PARCELA " MOTIVO " ISE-MOTIVO
                  DELIMITED BY SIZE INTO WS-EVT-DETALHE
           PERFORM P900-GRAVA-EVENTO
           SET ISENCAO-APLICADA TO TRUE
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
                   DISPLAY "EVENTO ISENCAO SEM MAPA CONTABIL - "
                           "LANCAMENTO NAO GERADO"
               WHEN WS-GLMAP-EVENTO(WS-GLMAP-IDX) = "ISENCAO "
                   MOVE "D"             TO CTB-TIPO
                   MOVE WS-DATA-HOJE    TO CTB-DATA
                   MOVE "ISENCAO "      TO CTB-EVENTO
                   MOVE WS-GLMAP-DEBITO(WS-GLMAP-IDX)
                       TO CTB-CONTA-DEBITO
                   MOVE WS-GLMAP-CREDITO(WS-GLMAP-IDX)
                       TO CTB-CONTA-CREDITO
                   MOVE ISE-VALOR-TOTAL TO CTB-VALOR
                   MOVE ISE-CONTRATO    TO CTB-CONTRATO
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

       P800-REGRAVA-ISENCOES.
      *>   REGRAVAR A PARTIR DE UMA TABELA CHEIA TRUNCARIA O
      *>   CADASTRO - NESSE CASO ELE FICA COMO ESTA.
           IF WS-ISE-ALTERADA NOT = "S" OR ISENCOES-TRANSBORDOU
               GO TO P800-SAIDA
           END-IF
           OPEN OUTPUT ISE-FILE
           PERFORM VARYING WS-ISE-IDX FROM 1 BY 1
                   UNTIL WS-ISE-IDX > WS-QTD-ISENCOES
               MOVE WS-ISE-IMAGEM(WS-ISE-IDX) TO ISE-REGISTRO
               WRITE ISE-REGISTRO
           END-PERFORM
           CLOSE ISE-FILE
           .
       P800-SAIDA.
           EXIT.

       P850-REGRAVA-ENCARGOS.
           IF WS-ENC-ALTERADO NOT = "S" OR ENCARGOS-TRANSBORDOU
               GO TO P850-SAIDA
           END-IF
           OPEN OUTPUT ENC-FILE
           PERFORM VARYING WS-ENC-IDX FROM 1 BY 1
                   UNTIL WS-ENC-IDX > WS-QTD-ENCARGOS
               MOVE WS-ENC-IMAGEM(WS-ENC-IDX) TO ENC-REGISTRO
               WRITE ENC-REGISTRO
           END-PERFORM
           CLOSE ENC-FILE
           .
       P850-SAIDA.
           EXIT.

       P900-GRAVA-EVENTO.
           CALL "evtUtil" USING WS-EVT-CONTRATO WS-EVT-TIPO
                                WS-EVT-VALOR WS-OPERADOR-EVT
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

       END PROGRAM isencao.

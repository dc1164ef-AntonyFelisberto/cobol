      ******************************************************************
      * Author:
      * Date:
      * Purpose: Collections hold register - one place to stop
      *          collecting on a contract for a while (client disputing
      *          a charge, PJ client in recuperacao judicial, court
      *          order...). A hold is keyed by contract or by client
      *          (all of the client's contracts), carries a reason
      *          code (HLDMOT.cpy), a start and an expiry date and the
      *          authorising operator (level 2 or above, OPERADOR.DAT)
      *          and lives on HOLDCOB.DAT. Every outbound collection
      *          step honors it through holdUtil; a hold ends by
      *          itself at the expiry date (holdRpt lists the ones
      *          expiring tomorrow every night) or earlier when it is
      *          released here. Contract holds go on the EVENTOS.DAT
      *          timeline through evtUtil.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. cobHold.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT HLD-FILE ASSIGN TO "HOLDCOB.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HLD-STATUS.

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

               SELECT OPE-FILE ASSIGN TO "OPERADOR.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPE-STATUS.

               SELECT OPS-FILE ASSIGN TO "OPERSESS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HLD-FILE.
           COPY HLDFD.

       FD  FIN-FILE.
           COPY FINFD.

       FD  CAD-FILE.
           COPY CADFD.

       FD  OPE-FILE.
           COPY OPEFD.

       FD  OPS-FILE.
           COPY OPSFD.

       WORKING-STORAGE SECTION.
           COPY HLDMOT.

       01  WS-VARIAVEIS.
           03  WS-HLD-STATUS       PIC XX.
           03  WS-FIN-STATUS       PIC XX.
           03  WS-CAD-STATUS       PIC XX.
           03  WS-OPE-STATUS       PIC XX.
           03  WS-OPS-STATUS       PIC XX.
           03  WS-HLD-EOF          PIC X.
               88  FIM-BLOQUEIOS      VALUE "S".
           03  WS-OPE-EOF          PIC X.
               88  FIM-OPERADORES     VALUE "S".
           03  WS-OPCAO            PIC 9.
           03  WS-DATA-HOJE        PIC 9(8).
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
           03  WS-TIPO             PIC X(01).
           03  WS-CONTRATO         PIC 9(06).
           03  WS-COD-CLIENTE      PIC 9(05).
           03  WS-CLIENTE          PIC X(20).
           03  WS-MOTIVO           PIC X(02).
           03  WS-MOT-IDX          PIC 9(02).
           03  WS-MOT-ACHOU        PIC 9(02).
           03  WS-OBSERVACAO       PIC X(30).
           03  WS-DT-INICIO        PIC 9(8).
           03  WS-DT-EXPIRA        PIC 9(8).
           03  WS-NUMERO           PIC 9(05).
           03  WS-ULT-NUMERO       PIC 9(05) VALUE ZEROS.
           03  WS-HLD-ACHADO       PIC 9(05).
           03  WS-QTD-LISTADOS     PIC 9(05).
           03  WS-EVU-TIPO         PIC X(10).
           03  WS-EVU-VALOR        PIC 9(08)V99 VALUE ZEROS.
           03  WS-EVU-DET          PIC X(30).

      *>   REGISTRO DE BLOQUEIOS EM MEMORIA - O ARQUIVO E REGRAVADO
      *>   INTEIRO QUANDO ALGO MUDA.
       01  WS-QTD-HLD              PIC 9(05) VALUE ZEROS.
       01  WS-HLD-CHEIA            PIC X VALUE "N".
           88  BLOQUEIOS-TRANSBORDOU  VALUE "S".
       01  WS-HLD-ALTERADO         PIC X VALUE "N".
       01  WS-TABELA-HLD.
           03  WS-HLD-ITEM OCCURS 0 TO 5000 TIMES
                           DEPENDING ON WS-QTD-HLD.
               05  WS-HLD-IMAGEM   PIC X(110).
       77  WS-HLD-IDX              PIC 9(05).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM P045-LE-OPERADOR-SESSAO
           PERFORM P100-CARREGA-BLOQUEIOS

           DISPLAY "=============================================="
           DISPLAY "     BLOQUEIO DE COBRANCA"
           DISPLAY "=============================================="
           DISPLAY "1 - INCLUIR BLOQUEIO (CONTRATO OU CLIENTE)"
           DISPLAY "2 - LIBERAR BLOQUEIO ANTES DA EXPIRACAO"
           DISPLAY "3 - BLOQUEIOS EM VIGOR"
           DISPLAY "4 - BLOQUEIOS DE UM CONTRATO"
           DISPLAY "ESCOLHA UMA OPCAO: "
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM P200-INCLUI THRU P200-SAIDA
               WHEN 2
                   PERFORM P300-LIBERA THRU P300-SAIDA
               WHEN 3
                   PERFORM P400-LISTA-VIGENTES
               WHEN 4
                   PERFORM P500-LISTA-CONTRATO
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE

           PERFORM P800-REGRAVA-BLOQUEIOS THRU P800-SAIDA
           GOBACK.

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

       P100-CARREGA-BLOQUEIOS.
           MOVE "N" TO WS-HLD-EOF
           OPEN INPUT HLD-FILE
           IF WS-HLD-STATUS = "00"
               PERFORM P110-LE-BLOQUEIO
               PERFORM UNTIL FIM-BLOQUEIOS OR BLOQUEIOS-TRANSBORDOU
                   IF WS-QTD-HLD = 5000
                       SET BLOQUEIOS-TRANSBORDOU TO TRUE
                   ELSE
                       ADD 1 TO WS-QTD-HLD
                       MOVE HLD-REGISTRO TO WS-HLD-IMAGEM(WS-QTD-HLD)
                       IF HLD-NUMERO > WS-ULT-NUMERO
                           MOVE HLD-NUMERO TO WS-ULT-NUMERO
                       END-IF
                       PERFORM P110-LE-BLOQUEIO
                   END-IF
               END-PERFORM
               CLOSE HLD-FILE
           END-IF
           IF BLOQUEIOS-TRANSBORDOU
               DISPLAY "TABELA DE BLOQUEIOS CHEIA - O ARQUIVO NAO "
                       "SERA REGRAVADO NESTA SESSAO."
           END-IF
           .

       P110-LE-BLOQUEIO.
           READ HLD-FILE
               AT END SET FIM-BLOQUEIOS TO TRUE
           END-READ
           .

       P200-INCLUI.
           IF BLOQUEIOS-TRANSBORDOU OR WS-QTD-HLD = 5000
               DISPLAY "TABELA DE BLOQUEIOS CHEIA - NADA INCLUIDO."
               GO TO P200-SAIDA
           END-IF
           PERFORM P210-IDENTIFICA-SOLICITANTE
           IF NOT OPERADOR-VALIDO
               DISPLAY "OPERADOR OU SENHA INVALIDOS - NADA "
                       "INCLUIDO."
               GO TO P200-SAIDA
           END-IF
           IF WS-NIVEL-SOLIC < 2
               DISPLAY "BLOQUEIO DE COBRANCA EXIGE NIVEL 2 OU "
                       "SUPERIOR."
               GO TO P200-SAIDA
           END-IF

           DISPLAY "BLOQUEAR (C) UM CONTRATO OU (L) TODOS OS "
                   "CONTRATOS DO CLIENTE: "
           ACCEPT WS-TIPO
           MOVE ZEROS TO WS-CONTRATO
           MOVE ZEROS TO WS-COD-CLIENTE
           EVALUATE WS-TIPO
               WHEN "C"
                   DISPLAY "NUMERO DO CONTRATO: "
                   ACCEPT WS-CONTRATO
                   OPEN INPUT FIN-FILE
                   MOVE WS-CONTRATO TO FIN-CONTRATO
                   READ FIN-FILE
                       INVALID KEY
                           MOVE ZEROS TO WS-COD-CLIENTE
                       NOT INVALID KEY
                           MOVE FIN-COD-CLIENTE TO WS-COD-CLIENTE
                           MOVE FIN-CLIENTE     TO WS-CLIENTE
                   END-READ
                   CLOSE FIN-FILE
                   IF WS-COD-CLIENTE = ZEROS
                       DISPLAY "CONTRATO NAO ENCONTRADO: " WS-CONTRATO
                       GO TO P200-SAIDA
                   END-IF
               WHEN "L"
                   DISPLAY "CODIGO DO CLIENTE: "
                   ACCEPT WS-COD-CLIENTE
                   OPEN INPUT CAD-FILE
                   MOVE WS-COD-CLIENTE TO CAD-CODIGO
                   READ CAD-FILE
                       INVALID KEY
                           MOVE ZEROS TO WS-COD-CLIENTE
                       NOT INVALID KEY
                           MOVE CAD-NOME TO WS-CLIENTE
                   END-READ
                   CLOSE CAD-FILE
                   IF WS-COD-CLIENTE = ZEROS
                       DISPLAY "CLIENTE NAO ENCONTRADO."
                       GO TO P200-SAIDA
                   END-IF
               WHEN OTHER
                   DISPLAY "TIPO INVALIDO - NADA INCLUIDO."
                   GO TO P200-SAIDA
           END-EVALUATE
           DISPLAY "CLIENTE: " WS-COD-CLIENTE " " WS-CLIENTE

           PERFORM P260-MOSTRA-MOTIVOS
           DISPLAY "MOTIVO: "
           ACCEPT WS-MOTIVO
           PERFORM P265-VALIDA-MOTIVO
           IF WS-MOT-ACHOU = ZEROS
               DISPLAY "MOTIVO INVALIDO - NADA INCLUIDO."
               GO TO P200-SAIDA
           END-IF
           DISPLAY "OBSERVACAO (PROCESSO, PROTOCOLO...): "
           ACCEPT WS-OBSERVACAO
           IF WS-MOTIVO = "OU" AND WS-OBSERVACAO = SPACES
               DISPLAY "MOTIVO OUTROS EXIGE OBSERVACAO - NADA "
                       "INCLUIDO."
               GO TO P200-SAIDA
           END-IF

           DISPLAY "INICIO DO BLOQUEIO (AAAAMMDD, 0 = HOJE): "
           ACCEPT WS-DT-INICIO
           IF WS-DT-INICIO = ZEROS
               MOVE WS-DATA-HOJE TO WS-DT-INICIO
           END-IF
      *>   TODO BLOQUEIO TEM FIM - SEM DATA DE EXPIRACAO NAO HA
      *>   BLOQUEIO.
           DISPLAY "EXPIRA EM (AAAAMMDD): "
           ACCEPT WS-DT-EXPIRA
           IF WS-DT-EXPIRA < WS-DT-INICIO
              OR WS-DT-EXPIRA < WS-DATA-HOJE
               DISPLAY "DATA DE EXPIRACAO INVALIDA - NADA INCLUIDO."
               GO TO P200-SAIDA
           END-IF

           ADD 1 TO WS-ULT-NUMERO
           MOVE WS-ULT-NUMERO  TO HLD-NUMERO
           MOVE WS-TIPO        TO HLD-TIPO
           MOVE WS-CONTRATO    TO HLD-CONTRATO
           MOVE WS-COD-CLIENTE TO HLD-COD-CLIENTE
           MOVE WS-CLIENTE     TO HLD-CLIENTE
           MOVE WS-MOTIVO      TO HLD-MOTIVO
           MOVE WS-OBSERVACAO  TO HLD-OBSERVACAO
           MOVE WS-DT-INICIO   TO HLD-DT-INICIO
           MOVE WS-DT-EXPIRA   TO HLD-DT-EXPIRA
           MOVE WS-SOLICITANTE TO HLD-OPERADOR
           MOVE "A"            TO HLD-SITUACAO
           MOVE WS-DATA-HOJE   TO HLD-DT-SITUACAO
           MOVE WS-SOLICITANTE TO HLD-OPER-SITUACAO
           ADD 1 TO WS-QTD-HLD
           MOVE HLD-REGISTRO TO WS-HLD-IMAGEM(WS-QTD-HLD)
           MOVE "S" TO WS-HLD-ALTERADO

           IF HLD-POR-CONTRATO
               MOVE "BLOQUEIO" TO WS-EVU-TIPO
               MOVE SPACES TO WS-EVU-DET
               STRING "COBRANCA BLOQUEADA " WS-MOTIVO " ATE "
                      WS-DT-EXPIRA
                      DELIMITED BY SIZE INTO WS-EVU-DET
               CALL "evtUtil" USING WS-CONTRATO WS-EVU-TIPO
                                    WS-EVU-VALOR WS-SOLICITANTE
                                    WS-EVU-DET
           END-IF
           DISPLAY "BLOQUEIO " HLD-NUMERO " INCLUIDO - DE "
                   HLD-DT-INICIO " A " HLD-DT-EXPIRA "."
           .
       P200-SAIDA.
           EXIT.

       P210-IDENTIFICA-SOLICITANTE.
      *>   NO MENU O OPERADOR DA SESSAO E QUEM AUTORIZA, COM O NIVEL
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

       P260-MOSTRA-MOTIVOS.
           PERFORM VARYING WS-MOT-IDX FROM 1 BY 1
                   UNTIL WS-MOT-IDX > WS-HMT-QTD
               DISPLAY "  " WS-HMT-CODIGO(WS-MOT-IDX) " - "
                       WS-HMT-NOME(WS-MOT-IDX)
           END-PERFORM
           .

       P265-VALIDA-MOTIVO.
           MOVE ZEROS TO WS-MOT-ACHOU
           PERFORM VARYING WS-MOT-IDX FROM 1 BY 1
                   UNTIL WS-MOT-IDX > WS-HMT-QTD
               IF WS-HMT-CODIGO(WS-MOT-IDX) = WS-MOTIVO
                   MOVE WS-MOT-IDX TO WS-MOT-ACHOU
               END-IF
           END-PERFORM
           .

       P300-LIBERA.
           PERFORM P210-IDENTIFICA-SOLICITANTE
           IF NOT OPERADOR-VALIDO
               DISPLAY "OPERADOR OU SENHA INVALIDOS - NADA LIBERADO."
               GO TO P300-SAIDA
           END-IF
           IF WS-NIVEL-SOLIC < 2
               DISPLAY "LIBERAR BLOQUEIO EXIGE NIVEL 2 OU SUPERIOR."
               GO TO P300-SAIDA
           END-IF
           DISPLAY "NUMERO DO BLOQUEIO: "
           ACCEPT WS-NUMERO
           MOVE ZEROS TO WS-HLD-ACHADO
           PERFORM VARYING WS-HLD-IDX FROM 1 BY 1
                   UNTIL WS-HLD-IDX > WS-QTD-HLD
               MOVE WS-HLD-IMAGEM(WS-HLD-IDX) TO HLD-REGISTRO
               IF HLD-NUMERO = WS-NUMERO
                   MOVE WS-HLD-IDX TO WS-HLD-ACHADO
               END-IF
           END-PERFORM
           IF WS-HLD-ACHADO = ZEROS
               DISPLAY "BLOQUEIO NAO ENCONTRADO: " WS-NUMERO
               GO TO P300-SAIDA
           END-IF
           MOVE WS-HLD-IMAGEM(WS-HLD-ACHADO) TO HLD-REGISTRO
           IF NOT HLD-ATIVO OR HLD-DT-EXPIRA < WS-DATA-HOJE
               DISPLAY "BLOQUEIO " WS-NUMERO " JA NAO ESTA EM VIGOR."
               GO TO P300-SAIDA
           END-IF

           MOVE "L"            TO HLD-SITUACAO
           MOVE WS-DATA-HOJE   TO HLD-DT-SITUACAO
           MOVE WS-SOLICITANTE TO HLD-OPER-SITUACAO
           MOVE HLD-REGISTRO TO WS-HLD-IMAGEM(WS-HLD-ACHADO)
           MOVE "S" TO WS-HLD-ALTERADO
           IF HLD-POR-CONTRATO
               MOVE "BLOQUEIO" TO WS-EVU-TIPO
               MOVE "BLOQUEIO DE COBRANCA LIBERADO" TO WS-EVU-DET
               CALL "evtUtil" USING HLD-CONTRATO WS-EVU-TIPO
                                    WS-EVU-VALOR WS-SOLICITANTE
                                    WS-EVU-DET
           END-IF
           DISPLAY "BLOQUEIO " WS-NUMERO " LIBERADO - A COBRANCA "
                   "VOLTA A PARTIR DA PROXIMA RODADA."
           .
       P300-SAIDA.
           EXIT.

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

       P400-LISTA-VIGENTES.
           MOVE ZEROS TO WS-QTD-LISTADOS
           DISPLAY "NUMER T CONTR. CLIEN NOME                 MT "
                   "INICIO   EXPIRA   AUTORIZ."
           PERFORM VARYING WS-HLD-IDX FROM 1 BY 1
                   UNTIL WS-HLD-IDX > WS-QTD-HLD
               MOVE WS-HLD-IMAGEM(WS-HLD-IDX) TO HLD-REGISTRO
               IF HLD-ATIVO AND HLD-DT-EXPIRA >= WS-DATA-HOJE
                   PERFORM P450-MOSTRA-BLOQUEIO
               END-IF
           END-PERFORM
           DISPLAY "BLOQUEIOS EM VIGOR OU A INICIAR: " WS-QTD-LISTADOS
           .

       P450-MOSTRA-BLOQUEIO.
           ADD 1 TO WS-QTD-LISTADOS
           DISPLAY HLD-NUMERO " " HLD-TIPO " " HLD-CONTRATO " "
                   HLD-COD-CLIENTE " " HLD-CLIENTE " " HLD-MOTIVO " "
                   HLD-DT-INICIO " " HLD-DT-EXPIRA " " HLD-OPERADOR
           IF HLD-OBSERVACAO NOT = SPACES
               DISPLAY "      " HLD-OBSERVACAO
           END-IF
           .

       P500-LISTA-CONTRATO.
      *>   HISTORICO COMPLETO: BLOQUEIOS DO CONTRATO E DO CLIENTE
      *>   DELE, EM VIGOR, EXPIRADOS E LIBERADOS.
           DISPLAY "NUMERO DO CONTRATO: "
           ACCEPT WS-CONTRATO
           MOVE ZEROS TO WS-COD-CLIENTE
           OPEN INPUT FIN-FILE
           MOVE WS-CONTRATO TO FIN-CONTRATO
           READ FIN-FILE
               NOT INVALID KEY
                   MOVE FIN-COD-CLIENTE TO WS-COD-CLIENTE
           END-READ
           CLOSE FIN-FILE
           MOVE ZEROS TO WS-QTD-LISTADOS
           DISPLAY "NUMER T CONTR. CLIEN NOME                 MT "
                   "INICIO   EXPIRA   AUTORIZ."
           PERFORM VARYING WS-HLD-IDX FROM 1 BY 1
                   UNTIL WS-HLD-IDX > WS-QTD-HLD
               MOVE WS-HLD-IMAGEM(WS-HLD-IDX) TO HLD-REGISTRO
               IF (HLD-POR-CONTRATO AND HLD-CONTRATO = WS-CONTRATO)
                  OR (HLD-POR-CLIENTE AND WS-COD-CLIENTE NOT = ZEROS
                      AND HLD-COD-CLIENTE = WS-COD-CLIENTE)
                   PERFORM P450-MOSTRA-BLOQUEIO
                   EVALUATE TRUE
                       WHEN HLD-LIBERADO
                           DISPLAY "      LIBERADO EM "
                                   HLD-DT-SITUACAO " POR "
                                   HLD-OPER-SITUACAO
                       WHEN HLD-DT-EXPIRA < WS-DATA-HOJE
                           DISPLAY "      EXPIRADO"
                       WHEN OTHER
                           DISPLAY "      EM VIGOR"
                   END-EVALUATE
               END-IF
           END-PERFORM
           DISPLAY "BLOQUEIOS DO CONTRATO: " WS-QTD-LISTADOS
           .

       P800-REGRAVA-BLOQUEIOS.
      *>   REGRAVAR A PARTIR DE UMA TABELA CHEIA TRUNCARIA O
      *>   ARQUIVO - NESSE CASO ELE FICA COMO ESTA.
           IF BLOQUEIOS-TRANSBORDOU OR WS-HLD-ALTERADO NOT = "S"
               GO TO P800-SAIDA
           END-IF
           OPEN OUTPUT HLD-FILE
           PERFORM VARYING WS-HLD-IDX FROM 1 BY 1
                   UNTIL WS-HLD-IDX > WS-QTD-HLD
               MOVE WS-HLD-IMAGEM(WS-HLD-IDX) TO HLD-REGISTRO
               WRITE HLD-REGISTRO
           END-PERFORM
           CLOSE HLD-FILE
           CANCEL "holdUtil"
           .
       P800-SAIDA.
           EXIT.

       END PROGRAM cobHold.

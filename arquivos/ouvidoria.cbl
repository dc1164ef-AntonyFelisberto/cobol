      ******************************************************************
      * Author:
      * Date:
      * Purpose: Ouvidoria complaint register - replaces the e-mail
      *          folder. Each complaint gets a protocol number in
      *          OUVIDOR.DAT, tied to the client and, where it
      *          applies, to one contract, with a category, the
      *          channel it came through and an SLA due date counted
      *          in business days (SYSPARM OUV-DIAS-SLA, holidays from
      *          FERIADOS.DAT through diaUtil). The answer records
      *          the resolution and whether the complaint was upheld.
      *          Registration and answer both go on the EVENTOS.DAT
      *          timeline through evtUtil. The overdue listing is
      *          ouvAging and the regulator's quarterly statistics
      *          come from ouvTrim.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ouvidoria.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OUV-FILE ASSIGN TO "OUVIDOR.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS OUV-PROTOCOLO
                   FILE STATUS IS WS-OUV-STATUS.

               SELECT CAD-FILE ASSIGN TO "CUSTMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CAD-CODIGO
                   ALTERNATE RECORD KEY IS CAD-CPF-CNPJ
                       WITH DUPLICATES
                   FILE STATUS IS WS-CAD-STATUS.

               SELECT FIN-FILE ASSIGN TO "FINMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FIN-CONTRATO
                   ALTERNATE RECORD KEY IS FIN-COD-CLIENTE
                       WITH DUPLICATES
                   FILE STATUS IS WS-FIN-STATUS.

               SELECT SYSPARM-FILE ASSIGN TO "SYSPARM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SYSPARM-STATUS.

               SELECT OPS-FILE ASSIGN TO "OPERSESS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OUV-FILE.
           COPY OUVFD.

       FD  CAD-FILE.
           COPY CADFD.

       FD  FIN-FILE.
           COPY FINFD.

       FD  SYSPARM-FILE.
           COPY SYSPARMF.

       FD  OPS-FILE.
           COPY OPSFD.

       WORKING-STORAGE SECTION.
           COPY SYSPARM.
       01  WS-SYSPARM-STATUS   PIC XX VALUE SPACES.

       01  WS-VARIAVEIS.
           03  WS-OUV-STATUS       PIC XX.
           03  WS-CAD-STATUS       PIC XX.
           03  WS-FIN-STATUS       PIC XX.
           03  WS-OPS-STATUS       PIC XX.
           03  WS-OPCAO            PIC 9.
           03  WS-OPERADOR         PIC X(08).
           03  WS-PROTOCOLO        PIC 9(06).
           03  WS-ULT-PROTOCOLO    PIC 9(06) VALUE ZEROS.
           03  WS-COD-CLIENTE      PIC 9(05).
           03  WS-CONTRATO         PIC 9(06).
           03  WS-CATEGORIA        PIC X(02).
           03  WS-CANAL            PIC X(01).
           03  WS-DESCRICAO        PIC X(40).
           03  WS-RESOLUCAO        PIC X(40).
           03  WS-PROCEDENTE       PIC X(01).
           03  WS-QTD-LISTADAS     PIC 9(04).
           03  WS-DATA-HOJE        PIC 9(8).
           03  WS-DATA-PRAZO       PIC 9(8).
           03  WS-PRAZO-QUEBRA REDEFINES WS-DATA-PRAZO.
               05  WS-PZ-AAAA      PIC 9(4).
               05  WS-PZ-MM        PIC 9(2).
               05  WS-PZ-DD        PIC 9(2).

       01  WS-EVENTO.
           03  WS-EVT-CONTRATO     PIC 9(06).
           03  WS-EVT-TIPO         PIC X(10).
           03  WS-EVT-VALOR        PIC 9(08)V99 VALUE ZEROS.
           03  WS-EVT-DETALHE      PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM P045-LE-OPERADOR-SESSAO
           PERFORM P050-LE-PARAMETROS-SISTEMA

           OPEN I-O OUV-FILE
           IF WS-OUV-STATUS = "35"
               OPEN OUTPUT OUV-FILE
               CLOSE OUV-FILE
               OPEN I-O OUV-FILE
           END-IF

           DISPLAY "=============================================="
           DISPLAY "        OUVIDORIA - RECLAMACOES DE CLIENTES"
           DISPLAY "=============================================="
           DISPLAY "1 - REGISTRAR RECLAMACAO"
           DISPLAY "2 - RESPONDER RECLAMACAO"
           DISPLAY "3 - CONSULTAR PROTOCOLO"
           DISPLAY "4 - LISTAR RECLAMACOES DO CLIENTE"
           DISPLAY "ESCOLHA UMA OPCAO: "
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM P200-REGISTRA THRU P200-SAIDA
               WHEN 2
                   PERFORM P300-RESPONDE THRU P300-SAIDA
               WHEN 3
                   PERFORM P400-CONSULTA THRU P400-SAIDA
               WHEN 4
                   PERFORM P500-LISTA-CLIENTE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE

           CLOSE OUV-FILE
           GOBACK.

       P050-LE-PARAMETROS-SISTEMA.
           OPEN INPUT SYSPARM-FILE
           IF WS-SYSPARM-STATUS = "00"
               READ SYSPARM-FILE
                   NOT AT END
                       IF SYS-PARM-OUV-DIAS-SLA IS NUMERIC
                          AND SYS-PARM-OUV-DIAS-SLA > ZEROS
                           MOVE SYS-PARM-OUV-DIAS-SLA
                               TO WS-SYS-OUV-DIAS-SLA
                       END-IF
               END-READ
               CLOSE SYSPARM-FILE
           END-IF
           .

       P200-REGISTRA.
           DISPLAY "CODIGO DO CLIENTE: "
           ACCEPT WS-COD-CLIENTE
           OPEN INPUT CAD-FILE
           MOVE WS-COD-CLIENTE TO CAD-CODIGO
           READ CAD-FILE
               INVALID KEY
                   DISPLAY "CLIENTE NAO ENCONTRADO: " WS-COD-CLIENTE
                   CLOSE CAD-FILE
                   GO TO P200-SAIDA
           END-READ
           CLOSE CAD-FILE

           DISPLAY "CONTRATO RECLAMADO (ZEROS SE NAO SE APLICA): "
           ACCEPT WS-CONTRATO
           IF WS-CONTRATO > ZEROS
               OPEN INPUT FIN-FILE
               MOVE WS-CONTRATO TO FIN-CONTRATO
               READ FIN-FILE
                   INVALID KEY
                       MOVE "23" TO WS-FIN-STATUS
               END-READ
               CLOSE FIN-FILE
               IF WS-FIN-STATUS NOT = "00"
                  OR FIN-COD-CLIENTE NOT = WS-COD-CLIENTE
                   DISPLAY "CONTRATO " WS-CONTRATO
                           " NAO PERTENCE AO CLIENTE "
                           WS-COD-CLIENTE " - NADA REGISTRADO."
                   GO TO P200-SAIDA
               END-IF
           END-IF

           DISPLAY "CATEGORIA: CI=COBRANCA INDEVIDA BO=BOLETO "
                   "CA=CARTAS CT=CONTRATO"
           DISPLAY "           CD=CADASTRO AT=ATENDIMENTO OU=OUTROS: "
           ACCEPT WS-CATEGORIA
           MOVE WS-CATEGORIA TO OUV-CATEGORIA
           IF NOT OUV-CATEGORIA-VALIDA
               DISPLAY "CATEGORIA INVALIDA - NADA REGISTRADO."
               GO TO P200-SAIDA
           END-IF
           DISPLAY "CANAL: B=BALCAO T=TELEFONE E=E-MAIL S=SITE "
                   "R=REGULADOR P=PROCON: "
           ACCEPT WS-CANAL
           MOVE WS-CANAL TO OUV-CANAL
           IF NOT OUV-CANAL-VALIDO
               DISPLAY "CANAL INVALIDO - NADA REGISTRADO."
               GO TO P200-SAIDA
           END-IF
           DISPLAY "DESCRICAO DA RECLAMACAO: "
           ACCEPT WS-DESCRICAO
           IF WS-DESCRICAO = SPACES
               DISPLAY "DESCRICAO OBRIGATORIA - NADA REGISTRADO."
               GO TO P200-SAIDA
           END-IF

           PERFORM P210-ULTIMO-PROTOCOLO
           PERFORM P260-CALCULA-PRAZO

           MOVE SPACES            TO OUV-REGISTRO
           ADD 1 TO WS-ULT-PROTOCOLO
           MOVE WS-ULT-PROTOCOLO  TO OUV-PROTOCOLO
           MOVE WS-COD-CLIENTE    TO OUV-COD-CLIENTE
           MOVE CAD-NOME          TO OUV-CLIENTE
           MOVE WS-CONTRATO       TO OUV-CONTRATO
           MOVE WS-CATEGORIA      TO OUV-CATEGORIA
           MOVE WS-CANAL          TO OUV-CANAL
           MOVE WS-DATA-HOJE      TO OUV-DT-ABERTURA
           MOVE WS-DATA-PRAZO     TO OUV-DT-PRAZO
           MOVE WS-DESCRICAO      TO OUV-DESCRICAO
           MOVE WS-OPERADOR       TO OUV-OPERADOR
           MOVE "A"               TO OUV-SITUACAO
           MOVE SPACE             TO OUV-PROCEDENTE
           MOVE ZEROS             TO OUV-DT-RESOLUCAO
           WRITE OUV-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A RECLAMACAO: "
                           WS-OUV-STATUS
                   GO TO P200-SAIDA
           END-WRITE

           MOVE WS-CONTRATO TO WS-EVT-CONTRATO
           MOVE "RECLAMACAO" TO WS-EVT-TIPO
           MOVE SPACES TO WS-EVT-DETALHE
           STRING "PROTOCOLO " OUV-PROTOCOLO " CAT " OUV-CATEGORIA
                  " CANAL " OUV-CANAL
                  DELIMITED BY SIZE INTO WS-EVT-DETALHE
           PERFORM P900-GRAVA-EVENTO

           DISPLAY "=============================================="
           DISPLAY "RECLAMACAO REGISTRADA - PROTOCOLO " OUV-PROTOCOLO
           DISPLAY "PRAZO DE RESPOSTA: " OUV-DT-PRAZO " ("
                   WS-SYS-OUV-DIAS-SLA " DIAS UTEIS)"
           DISPLAY "=============================================="
           .
       P200-SAIDA.
           EXIT.

       P210-ULTIMO-PROTOCOLO.
           MOVE ZEROS TO WS-ULT-PROTOCOLO
           MOVE ZEROS TO OUV-PROTOCOLO
           START OUV-FILE KEY IS NOT LESS THAN OUV-PROTOCOLO
               INVALID KEY
                   MOVE "10" TO WS-OUV-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-OUV-STATUS
           END-START
           PERFORM P215-LE-PROXIMO
                   UNTIL WS-OUV-STATUS NOT = "00"
           .

       P215-LE-PROXIMO.
           READ OUV-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-OUV-STATUS
               NOT AT END
                   MOVE OUV-PROTOCOLO TO WS-ULT-PROTOCOLO
           END-READ
           .

       P260-CALCULA-PRAZO.
      *>   O PRAZO CORRE EM DIAS UTEIS: CADA DIA SOMADO E EMPURRADO
      *>   PELO diaUtil PARA O PROXIMO DIA UTIL DO CALENDARIO.
           MOVE WS-DATA-HOJE TO WS-DATA-PRAZO
           PERFORM P265-SOMA-DIA-UTIL WS-SYS-OUV-DIAS-SLA TIMES
           .

       P265-SOMA-DIA-UTIL.
           COMPUTE WS-DATA-PRAZO = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DATA-PRAZO) + 1)
           CALL "diaUtil" USING WS-PZ-AAAA WS-PZ-MM WS-PZ-DD
           .

       P300-RESPONDE.
           DISPLAY "PROTOCOLO: "
           ACCEPT WS-PROTOCOLO
           MOVE WS-PROTOCOLO TO OUV-PROTOCOLO
           READ OUV-FILE
               INVALID KEY
                   DISPLAY "PROTOCOLO NAO ENCONTRADO: " WS-PROTOCOLO
                   GO TO P300-SAIDA
           END-READ
           IF NOT OUV-ABERTA
               DISPLAY "RECLAMACAO JA RESPONDIDA EM "
                       OUV-DT-RESOLUCAO " POR " OUV-RESOLVIDO-POR
               GO TO P300-SAIDA
           END-IF
           PERFORM P410-MOSTRA-RECLAMACAO

           DISPLAY "RESOLUCAO DADA AO CLIENTE: "
           ACCEPT WS-RESOLUCAO
           IF WS-RESOLUCAO = SPACES
               DISPLAY "RESOLUCAO OBRIGATORIA - NADA ALTERADO."
               GO TO P300-SAIDA
           END-IF
           DISPLAY "RECLAMACAO PROCEDENTE? (S/N): "
           ACCEPT WS-PROCEDENTE
           IF WS-PROCEDENTE NOT = "S" AND WS-PROCEDENTE NOT = "N"
               DISPLAY "INFORME S OU N - NADA ALTERADO."
               GO TO P300-SAIDA
           END-IF

           MOVE "R"           TO OUV-SITUACAO
           MOVE WS-PROCEDENTE TO OUV-PROCEDENTE
           MOVE WS-DATA-HOJE  TO OUV-DT-RESOLUCAO
           MOVE WS-RESOLUCAO  TO OUV-RESOLUCAO
           MOVE WS-OPERADOR   TO OUV-RESOLVIDO-POR
           REWRITE OUV-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A RESPOSTA: "
                           WS-OUV-STATUS
                   GO TO P300-SAIDA
           END-REWRITE

           MOVE OUV-CONTRATO TO WS-EVT-CONTRATO
           MOVE "RECL-RESP"  TO WS-EVT-TIPO
           MOVE SPACES TO WS-EVT-DETALHE
           STRING "PROTOCOLO " OUV-PROTOCOLO " PROCEDENTE "
                  OUV-PROCEDENTE
                  DELIMITED BY SIZE INTO WS-EVT-DETALHE
           PERFORM P900-GRAVA-EVENTO

           IF WS-DATA-HOJE > OUV-DT-PRAZO
               DISPLAY "RECLAMACAO RESPONDIDA FORA DO PRAZO ("
                       OUV-DT-PRAZO ")."
           ELSE
               DISPLAY "RECLAMACAO RESPONDIDA DENTRO DO PRAZO."
           END-IF
           .
       P300-SAIDA.
           EXIT.

       P400-CONSULTA.
           DISPLAY "PROTOCOLO: "
           ACCEPT WS-PROTOCOLO
           MOVE WS-PROTOCOLO TO OUV-PROTOCOLO
           READ OUV-FILE
               INVALID KEY
                   DISPLAY "PROTOCOLO NAO ENCONTRADO: " WS-PROTOCOLO
                   GO TO P400-SAIDA
           END-READ
           PERFORM P410-MOSTRA-RECLAMACAO
           IF OUV-RESPONDIDA
               DISPLAY "RESPONDIDA EM: " OUV-DT-RESOLUCAO
                       "  POR: " OUV-RESOLVIDO-POR
                       "  PROCEDENTE: " OUV-PROCEDENTE
               DISPLAY "RESOLUCAO....: " OUV-RESOLUCAO
           END-IF
           .
       P400-SAIDA.
           EXIT.

       P410-MOSTRA-RECLAMACAO.
           DISPLAY "----------------------------------------------"
           DISPLAY "PROTOCOLO....: " OUV-PROTOCOLO
                   "  SITUACAO: " OUV-SITUACAO
           DISPLAY "CLIENTE......: " OUV-COD-CLIENTE " " OUV-CLIENTE
           DISPLAY "CONTRATO.....: " OUV-CONTRATO
           DISPLAY "CATEGORIA....: " OUV-CATEGORIA
                   "  CANAL: " OUV-CANAL
           DISPLAY "ABERTURA.....: " OUV-DT-ABERTURA
                   "  PRAZO: " OUV-DT-PRAZO
           DISPLAY "DESCRICAO....: " OUV-DESCRICAO
           DISPLAY "REGISTRADA POR: " OUV-OPERADOR
           .

       P500-LISTA-CLIENTE.
           DISPLAY "CODIGO DO CLIENTE: "
           ACCEPT WS-COD-CLIENTE
           MOVE ZEROS TO WS-QTD-LISTADAS
           DISPLAY "PROTOC. ABERTURA PRAZO    CAT CANAL SIT "
                   "DESCRICAO"
           MOVE ZEROS TO OUV-PROTOCOLO
           START OUV-FILE KEY IS NOT LESS THAN OUV-PROTOCOLO
               INVALID KEY
                   MOVE "10" TO WS-OUV-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-OUV-STATUS
           END-START
           PERFORM P510-LE-RECLAMACAO
                   UNTIL WS-OUV-STATUS NOT = "00"
           DISPLAY "RECLAMACOES DO CLIENTE: " WS-QTD-LISTADAS
           .

       P510-LE-RECLAMACAO.
           READ OUV-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-OUV-STATUS
               NOT AT END
                   IF OUV-COD-CLIENTE = WS-COD-CLIENTE
                       ADD 1 TO WS-QTD-LISTADAS
                       DISPLAY OUV-PROTOCOLO " " OUV-DT-ABERTURA " "
                               OUV-DT-PRAZO " " OUV-CATEGORIA "  "
                               OUV-CANAL "     " OUV-SITUACAO "   "
                               OUV-DESCRICAO
                   END-IF
           END-READ
           .

       P900-GRAVA-EVENTO.
           CALL "evtUtil" USING WS-EVT-CONTRATO WS-EVT-TIPO
                                WS-EVT-VALOR WS-OPERADOR
                                WS-EVT-DETALHE
           .

       P045-LE-OPERADOR-SESSAO.
           MOVE "DIRETO" TO WS-OPERADOR
           OPEN INPUT OPS-FILE
           IF WS-OPS-STATUS = "00"
               READ OPS-FILE
                   NOT AT END
                       MOVE OPS-OPERADOR TO WS-OPERADOR
               END-READ
               CLOSE OPS-FILE
           END-IF
           .

       END PROGRAM ouvidoria.

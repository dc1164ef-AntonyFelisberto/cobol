      ******************************************************************
      * Author:
      * Date:
      * Purpose: Customer merge (unificacao de cadastros) - when the
      *          same person was registered twice, the operator keys
      *          the duplicate code to be absorbed and the code that
      *          survives. Both must be on CUSTMAST.DAT and must not
      *          carry different CPF/CNPJs; a level-3 supervisor signs
      *          for it (the signed-on level-3 operator counts as the
      *          signature, otherwise code and senha are checked
      *          against OPERADOR.DAT as on the alcada screen). Every
      *          record carrying the absorbed code is then re-pointed
      *          to the surviving one: contracts (FINMAST.DAT, with an
      *          UNIFICA event per contract), ombudsman cases, credit
      *          restriction (BLACKLIST.DAT, logged to CREDHIST.LOG),
      *          guarantor rows, credit balances, consent, automatic
      *          debit, score, collection holds, legal cases, returned
      *          mail, death notices, compliance queues, portability,
      *          repossession, simulations, claims, write-offs,
      *          renegotiation offers, boleto control, the approval
      *          queue, pending loan applications and economic-group
      *          membership. Files holding one row per client (CONSENT,
      *          ESCORE, GRUPOCLI) keep the survivor's row when it has
      *          one. Names on the re-pointed records
      *          are kept as they were - the history files match on
      *          them. The absorbed code is retired: inactive on
      *          CUSTMAST.DAT (its CPF/CNPJ handed to the survivor when
      *          the survivor has none) and registered in UNIFICA.DAT
      *          so custMenu never deletes or reactivates it and the
      *          key can never be handed out again. Each file touched
      *          leaves a before/after row in CUSTAUDIT.DAT. COBCART is
      *          rebuilt nightly from FINMAST and is not touched here;
      *          history logs (TRANSFER, CREDHIST, CUSTAUDIT, CARTHIST)
      *          keep the code as it was when they were written.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. unifica.

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

               SELECT FIN-FILE ASSIGN TO "FINMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FIN-CONTRATO
                   ALTERNATE RECORD KEY IS FIN-COD-CLIENTE
                       WITH DUPLICATES
                   FILE STATUS IS WS-FIN-STATUS.

               SELECT OUV-FILE ASSIGN TO "OUVIDOR.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS OUV-PROTOCOLO
                   FILE STATUS IS WS-OUV-STATUS.

               SELECT CRED-FILE ASSIGN TO "BLACKLIST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CRED-CODIGO
                   FILE STATUS IS WS-CRED-STATUS.

               SELECT CRH-FILE ASSIGN TO "CREDHIST.LOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CRH-STATUS.

               SELECT AUD-FILE ASSIGN TO "CUSTAUDIT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AUD-STATUS.

               SELECT UNI-FILE ASSIGN TO "UNIFICA.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-UNI-STATUS.

               SELECT OPE-FILE ASSIGN TO "OPERADOR.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPE-STATUS.

               SELECT OPS-FILE ASSIGN TO "OPERSESS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPS-STATUS.

               SELECT TMP-FILE ASSIGN TO "UNIFICA.TMP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TMP-STATUS.

               SELECT AVA-FILE ASSIGN TO "AVALISTA.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AVA-STATUS.

               SELECT CRS-FILE ASSIGN TO "CREDSALD.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CRS-STATUS.

               SELECT CNS-FILE ASSIGN TO "CONSENT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CNS-STATUS.

               SELECT DDA-FILE ASSIGN TO "DEBAUTO.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DDA-STATUS.

               SELECT ESC-FILE ASSIGN TO "ESCORE.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ESC-STATUS.

               SELECT HLD-FILE ASSIGN TO "HOLDCOB.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HLD-STATUS.

               SELECT JRD-FILE ASSIGN TO "JURIDICO.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-JRD-STATUS.

               SELECT DVC-FILE ASSIGN TO "DEVCOR.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DVC-STATUS.

               SELECT OBT-FILE ASSIGN TO "OBITO.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OBT-STATUS.

               SELECT OBC-FILE ASSIGN TO "OBITOCTR.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OBC-STATUS.

               SELECT PLD-FILE ASSIGN TO "PLDFILA.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PLD-STATUS.

               SELECT SCR-FILE ASSIGN TO "SANCFILA.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SCR-STATUS.

               SELECT POR-FILE ASSIGN TO "PORTABIL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-POR-STATUS.

               SELECT RTM-FILE ASSIGN TO "RETOMADA.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RTM-STATUS.

               SELECT SIM-FILE ASSIGN TO "SIMULA.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SIM-STATUS.

               SELECT SIN-FILE ASSIGN TO "SINISTRO.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SIN-STATUS.

               SELECT WOF-FILE ASSIGN TO "PREJUIZO.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-WOF-STATUS.

               SELECT MOF-FILE ASSIGN TO "MUTOFER.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MOF-STATUS.

               SELECT BCT-FILE ASSIGN TO "BOLCTL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BCT-STATUS.

               SELECT ALC-FILE ASSIGN TO "ALCADA.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ALC-STATUS.

               SELECT TXN-FILE ASSIGN TO "LOANTXN.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TXN-STATUS.

               SELECT GRM-FILE ASSIGN TO "GRUPOCLI.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-GRM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAD-FILE.
           COPY CADFD.

       FD  FIN-FILE.
           COPY FINFD.

       FD  OUV-FILE.
           COPY OUVFD.

       FD  CRED-FILE.
           COPY CREDFD.

       FD  CRH-FILE.
           COPY CRHFD.

       FD  AUD-FILE.
           COPY AUDFD.

       FD  UNI-FILE.
           COPY UNIFD.

       FD  OPE-FILE.
           COPY OPEFD.

       FD  OPS-FILE.
           COPY OPSFD.

       FD  TMP-FILE.
       01  TMP-LINHA               PIC X(200).

       FD  AVA-FILE.
           COPY AVALFD.

       FD  CRS-FILE.
           COPY CRSFD.

       FD  CNS-FILE.
           COPY CNSFD.

       FD  DDA-FILE.
           COPY DDAFD.

       FD  ESC-FILE.
           COPY ESCFD.

       FD  HLD-FILE.
           COPY HLDFD.

       FD  JRD-FILE.
           COPY JRDFD.

       FD  DVC-FILE.
           COPY DVCFD.

       FD  OBT-FILE.
           COPY OBTFD.

       FD  OBC-FILE.
           COPY OBCFD.

       FD  PLD-FILE.
           COPY PLDFD.

       FD  SCR-FILE.
           COPY SCRFD.

       FD  POR-FILE.
           COPY PORFD.

       FD  RTM-FILE.
           COPY RTMFD.

       FD  SIM-FILE.
           COPY SIMFD.

       FD  SIN-FILE.
           COPY SINFD.

       FD  WOF-FILE.
           COPY WOFFD.

       FD  MOF-FILE.
           COPY MOFFD.

       FD  BCT-FILE.
           COPY BCTFD.

       FD  ALC-FILE.
           COPY ALCFD.

       FD  TXN-FILE.
           COPY LOANTXN.

       FD  GRM-FILE.
           COPY GRMFD.

       WORKING-STORAGE SECTION.
       01  WS-JAN-PROGRAMA     PIC X(16) VALUE "unifica".
       01  WS-JAN-LIBERADO     PIC X.
       01  WS-EVU-TIPO             PIC X(10).
       01  WS-EVU-VALOR            PIC 9(08)V99.
       01  WS-EVU-OPER             PIC X(08).
       01  WS-EVU-DET              PIC X(30).

       01  WS-VARIAVEIS.
           03  WS-CAD-STATUS       PIC XX.
           03  WS-FIN-STATUS       PIC XX.
           03  WS-OUV-STATUS       PIC XX.
           03  WS-CRED-STATUS      PIC XX.
           03  WS-CRH-STATUS       PIC XX.
           03  WS-AUD-STATUS       PIC XX.
           03  WS-UNI-STATUS       PIC XX.
           03  WS-OPE-STATUS       PIC XX.
           03  WS-OPS-STATUS       PIC XX.
           03  WS-TMP-STATUS       PIC XX.
           03  WS-AVA-STATUS       PIC XX.
           03  WS-CRS-STATUS       PIC XX.
           03  WS-CNS-STATUS       PIC XX.
           03  WS-DDA-STATUS       PIC XX.
           03  WS-ESC-STATUS       PIC XX.
           03  WS-HLD-STATUS       PIC XX.
           03  WS-JRD-STATUS       PIC XX.
           03  WS-DVC-STATUS       PIC XX.
           03  WS-OBT-STATUS       PIC XX.
           03  WS-OBC-STATUS       PIC XX.
           03  WS-PLD-STATUS       PIC XX.
           03  WS-SCR-STATUS       PIC XX.
           03  WS-POR-STATUS       PIC XX.
           03  WS-RTM-STATUS       PIC XX.
           03  WS-SIM-STATUS       PIC XX.
           03  WS-SIN-STATUS       PIC XX.
           03  WS-WOF-STATUS       PIC XX.
           03  WS-MOF-STATUS       PIC XX.
           03  WS-BCT-STATUS       PIC XX.
           03  WS-ALC-STATUS       PIC XX.
           03  WS-TXN-STATUS       PIC XX.
           03  WS-GRM-STATUS       PIC XX.
           03  WS-DATA-HOJE        PIC 9(8).
           03  WS-OPERADOR-SESSAO  PIC X(08).
           03  WS-NIVEL-SESSAO     PIC 9.
           03  WS-APROVADOR        PIC X(08).
           03  WS-SENHA-SUP        PIC X(08).
           03  WS-HASH-SUP         PIC 9(08).
           03  WS-SUP-VALIDO       PIC X.
               88  SUPERVISOR-VALIDO  VALUE "S".
           03  WS-OPE-EOF          PIC X.
               88  FIM-OPERADORES     VALUE "S".
           03  WS-UNI-EOF          PIC X.
               88  FIM-UNIFICACOES    VALUE "S".
           03  WS-JA-UNIFICADO     PIC X.
               88  CODIGO-JA-UNIFICADO VALUE "S".
           03  WS-CODIGO-CONSULTA  PIC 9(05).
           03  WS-CONFIRMA         PIC X.
               88  CONFIRMA-UNIFICACAO VALUE "S".
           03  WS-COD-ABSORVIDO    PIC 9(05).
           03  WS-NOME-ABSORVIDO   PIC X(15).
           03  WS-DOC-ABSORVIDO    PIC 9(14).
           03  WS-TIPO-ABSORVIDO   PIC X(01).
           03  WS-SIT-ABSORVIDO    PIC X(01).
           03  WS-COD-SOBREVIVENTE PIC 9(05).
           03  WS-NOME-SOBREVIVENTE PIC X(15).
           03  WS-DOC-SOBREVIVENTE PIC 9(14).
           03  WS-TIPO-SOBREVIVENTE PIC X(01).
           03  WS-DOC-TRANSFERE    PIC X VALUE "N".
               88  TRANSFERE-DOCUMENTO VALUE "S".
           03  WS-ARQ-ATUAL        PIC X(10).
           03  WS-QTD-ARQ          PIC 9(07).
           03  WS-TOTAL-REAPONTADOS PIC 9(07) VALUE ZEROS.
           03  WS-SEQ-EOF          PIC X.
               88  FIM-SEQUENCIAL     VALUE "S".
           03  WS-SOBREV-SW        PIC X.
               88  SOBREVIVENTE-JA-TEM VALUE "S".
           03  WS-GRAVA-SW         PIC X.
               88  GRAVA-REGISTRO     VALUE "S".
           03  WS-MUDOU-SW         PIC X.
               88  REGISTRO-MUDOU     VALUE "S".
           03  WS-CRED-ABSORVIDO   PIC X(64).
           03  WS-CRH-OPERACAO     PIC X(08).
           03  WS-AUD-CODIGO       PIC 9(05).
           03  WS-AUD-CAMPO        PIC X(10).
           03  WS-AUD-ANTES        PIC X(15).
           03  WS-AUD-DEPOIS       PIC X(15).

      *>   IMAGEM DA PROPOSTA (MESMAS POSICOES DO LOANTXN.cpy) - SO OS
      *>   DOIS CODIGOS DE CLIENTE QUE ELA CARREGA.
       01  WS-IMAGEM-TXN.
           03  WS-IMG-CODIGO       PIC 9(05).
           03  FILLER              PIC X(65).
           03  WS-IMG-COD-AVALISTA PIC 9(05).
           03  FILLER              PIC X(15).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *>   NADA SE ATUALIZA COM A JANELA DO BATCH NOTURNO ABERTA,
      *>   SALVO LIBERACAO DE SUPERVISOR.
           CALL "janelaUtil" USING WS-JAN-PROGRAMA WS-JAN-LIBERADO
           IF WS-JAN-LIBERADO NOT = "S"
               GOBACK
           END-IF
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM P045-LE-OPERADOR-SESSAO

           OPEN I-O CAD-FILE
           IF WS-CAD-STATUS NOT = "00"
               DISPLAY "CADASTRO DE CLIENTES INDISPONIVEL: "
                       WS-CAD-STATUS
               GOBACK
           END-IF

           PERFORM P100-ESCOLHE-CODIGOS

           PERFORM P200-IDENTIFICA-SUPERVISOR
           IF NOT SUPERVISOR-VALIDO
               DISPLAY "ASSINATURA DO SUPERVISOR NAO CONFERE - "
                       "UNIFICACAO NAO PERMITIDA."
               PERFORM P900-FIM
           END-IF

           DISPLAY "UNIFICAR O CODIGO " WS-COD-ABSORVIDO
                   " NO CODIGO " WS-COD-SOBREVIVENTE
                   "? A OPERACAO NAO TEM VOLTA (S/N): "
           ACCEPT WS-CONFIRMA
           IF NOT CONFIRMA-UNIFICACAO
               DISPLAY "UNIFICACAO CANCELADA PELO OPERADOR."
               PERFORM P900-FIM
           END-IF

           OPEN EXTEND AUD-FILE
           IF WS-AUD-STATUS = "35"
               OPEN OUTPUT AUD-FILE
               CLOSE AUD-FILE
               OPEN EXTEND AUD-FILE
           END-IF

           PERFORM P300-REAPONTA-FINMAST THRU P300-SAIDA
           PERFORM P310-REAPONTA-OUVIDOR THRU P310-SAIDA
           PERFORM P320-REAPONTA-RESTRICAO THRU P320-SAIDA
           PERFORM P400-REAPONTA-AVALISTA THRU P400-SAIDA
           PERFORM P410-REAPONTA-CREDSALD THRU P410-SAIDA
           PERFORM P420-REAPONTA-CONSENT THRU P420-SAIDA
           PERFORM P430-REAPONTA-DEBAUTO THRU P430-SAIDA
           PERFORM P440-REAPONTA-ESCORE THRU P440-SAIDA
           PERFORM P450-REAPONTA-HOLDCOB THRU P450-SAIDA
           PERFORM P460-REAPONTA-JURIDICO THRU P460-SAIDA
           PERFORM P470-REAPONTA-DEVCOR THRU P470-SAIDA
           PERFORM P480-REAPONTA-OBITO THRU P480-SAIDA
           PERFORM P490-REAPONTA-OBITOCTR THRU P490-SAIDA
           PERFORM P500-REAPONTA-PLDFILA THRU P500-SAIDA
           PERFORM P510-REAPONTA-SANCFILA THRU P510-SAIDA
           PERFORM P520-REAPONTA-PORTABIL THRU P520-SAIDA
           PERFORM P530-REAPONTA-RETOMADA THRU P530-SAIDA
           PERFORM P540-REAPONTA-SIMULA THRU P540-SAIDA
           PERFORM P550-REAPONTA-SINISTRO THRU P550-SAIDA
           PERFORM P560-REAPONTA-PREJUIZO THRU P560-SAIDA
           PERFORM P570-REAPONTA-MUTOFER THRU P570-SAIDA
           PERFORM P580-REAPONTA-BOLCTL THRU P580-SAIDA
           PERFORM P590-REAPONTA-ALCADA THRU P590-SAIDA
           PERFORM P600-REAPONTA-LOANTXN THRU P600-SAIDA
           PERFORM P620-REAPONTA-GRUPOCLI THRU P620-SAIDA
           PERFORM P700-APOSENTA-ABSORVIDO THRU P700-SAIDA
           PERFORM P750-GRAVA-UNIFICACAO
           CLOSE AUD-FILE

           DISPLAY "=============================================="
           DISPLAY "CODIGO " WS-COD-ABSORVIDO " (" WS-NOME-ABSORVIDO
                   ") UNIFICADO NO CODIGO " WS-COD-SOBREVIVENTE
           DISPLAY "REGISTROS REAPONTADOS: " WS-TOTAL-REAPONTADOS
           DISPLAY "OPERADOR: " WS-OPERADOR-SESSAO
                   "  SUPERVISOR: " WS-APROVADOR
           DISPLAY "=============================================="
           PERFORM P900-FIM
           .

       P100-ESCOLHE-CODIGOS.
           DISPLAY "CODIGO A SER ABSORVIDO (DUPLICADO): "
           ACCEPT WS-COD-ABSORVIDO
           MOVE WS-COD-ABSORVIDO TO CAD-CODIGO
           READ CAD-FILE
               INVALID KEY
                   DISPLAY "CLIENTE NAO ENCONTRADO: " WS-COD-ABSORVIDO
                   PERFORM P900-FIM
           END-READ
           MOVE WS-COD-ABSORVIDO TO WS-CODIGO-CONSULTA
           PERFORM P150-VERIFICA-UNIFICADO
           IF CODIGO-JA-UNIFICADO
               DISPLAY "O CODIGO " WS-COD-ABSORVIDO
                       " JA FOI UNIFICADO EM OUTRO CADASTRO."
               PERFORM P900-FIM
           END-IF
           MOVE CAD-NOME         TO WS-NOME-ABSORVIDO
           MOVE CAD-CPF-CNPJ     TO WS-DOC-ABSORVIDO
           MOVE CAD-TIPO-PESSOA  TO WS-TIPO-ABSORVIDO
           MOVE CAD-SITUACAO     TO WS-SIT-ABSORVIDO
           IF WS-DOC-ABSORVIDO NOT NUMERIC
               MOVE ZEROS TO WS-DOC-ABSORVIDO
           END-IF
           PERFORM P120-MOSTRA-CLIENTE

           DISPLAY "CODIGO QUE PERMANECE (SOBREVIVENTE): "
           ACCEPT WS-COD-SOBREVIVENTE
           IF WS-COD-SOBREVIVENTE = WS-COD-ABSORVIDO
               DISPLAY "OS DOIS CODIGOS SAO IGUAIS."
               PERFORM P900-FIM
           END-IF
           MOVE WS-COD-SOBREVIVENTE TO CAD-CODIGO
           READ CAD-FILE
               INVALID KEY
                   DISPLAY "CLIENTE NAO ENCONTRADO: "
                           WS-COD-SOBREVIVENTE
                   PERFORM P900-FIM
           END-READ
           IF CAD-INATIVO
               DISPLAY "O CODIGO SOBREVIVENTE ESTA INATIVO - REATIVE "
                       "O CADASTRO ANTES DE UNIFICAR."
               PERFORM P900-FIM
           END-IF
           MOVE CAD-NOME         TO WS-NOME-SOBREVIVENTE
           MOVE CAD-CPF-CNPJ     TO WS-DOC-SOBREVIVENTE
           MOVE CAD-TIPO-PESSOA  TO WS-TIPO-SOBREVIVENTE
           IF WS-DOC-SOBREVIVENTE NOT NUMERIC
               MOVE ZEROS TO WS-DOC-SOBREVIVENTE
           END-IF
           PERFORM P120-MOSTRA-CLIENTE

      *>   DOIS DOCUMENTOS DIFERENTES SAO DUAS PESSOAS - NAO HA O QUE
      *>   UNIFICAR. SE SO O ABSORVIDO TEM DOCUMENTO, ELE PASSA PARA O
      *>   SOBREVIVENTE.
           IF WS-DOC-ABSORVIDO > ZEROS
              AND WS-DOC-SOBREVIVENTE > ZEROS
              AND WS-DOC-ABSORVIDO NOT = WS-DOC-SOBREVIVENTE
               DISPLAY "CPF/CNPJ DIFERENTES NOS DOIS CADASTROS - "
                       "NAO SAO O MESMO CLIENTE."
               PERFORM P900-FIM
           END-IF
           IF WS-DOC-ABSORVIDO > ZEROS
              AND WS-DOC-SOBREVIVENTE = ZEROS
               SET TRANSFERE-DOCUMENTO TO TRUE
               DISPLAY "O CPF/CNPJ " WS-DOC-ABSORVIDO
                       " PASSA PARA O CODIGO " WS-COD-SOBREVIVENTE
           END-IF
           .

       P120-MOSTRA-CLIENTE.
           DISPLAY "  " CAD-CODIGO " " CAD-NOME " DOC " CAD-CPF-CNPJ
                   " NASC " CAD-DT-NASCIMENTO " SIT " CAD-SITUACAO
           DISPLAY "  " CAD-LOGRADOURO " " CAD-NUMERO " "
                   CAD-CIDADE " " CAD-UF " " CAD-CEP
           .

       P150-VERIFICA-UNIFICADO.
           MOVE "N" TO WS-JA-UNIFICADO
           MOVE "N" TO WS-UNI-EOF
           OPEN INPUT UNI-FILE
           IF WS-UNI-STATUS = "00"
               PERFORM P155-LE-UNIFICACAO
               PERFORM UNTIL FIM-UNIFICACOES
                   IF UNI-COD-ABSORVIDO = WS-CODIGO-CONSULTA
                       SET CODIGO-JA-UNIFICADO TO TRUE
                   END-IF
                   PERFORM P155-LE-UNIFICACAO
               END-PERFORM
               CLOSE UNI-FILE
           END-IF
           .

       P155-LE-UNIFICACAO.
           READ UNI-FILE
               AT END SET FIM-UNIFICACOES TO TRUE
           END-READ
           .

       P200-IDENTIFICA-SUPERVISOR.
      *>   O OPERADOR NIVEL 3 ASSINADO NO MENU JA VALE COMO
      *>   ASSINATURA; FORA DO MENU (OU NIVEL MENOR) A ASSINATURA E
      *>   COLHIDA COM CODIGO E SENHA CONTRA OPERADOR.DAT.
           IF WS-OPERADOR-SESSAO NOT = "DIRETO"
              AND WS-NIVEL-SESSAO >= 3
               MOVE WS-OPERADOR-SESSAO TO WS-APROVADOR
               MOVE "S" TO WS-SUP-VALIDO
           ELSE
               DISPLAY "SUPERVISOR (NIVEL 3): "
               ACCEPT WS-APROVADOR
               DISPLAY "SENHA: "
               ACCEPT WS-SENHA-SUP
               PERFORM P210-VALIDA-NIVEL3
           END-IF
           .

       P210-VALIDA-NIVEL3.
           MOVE "N" TO WS-SUP-VALIDO
           MOVE "N" TO WS-OPE-EOF
           CALL "senhaUtil" USING WS-SENHA-SUP WS-HASH-SUP
           OPEN INPUT OPE-FILE
           IF WS-OPE-STATUS = "00"
               PERFORM P215-LE-OPERADOR
               PERFORM UNTIL FIM-OPERADORES
      *>           VALE O HASH; O REGISTRO AINDA NA FORMA ANTIGA
      *>           (HASH ZERADO) VALE PELA SENHA EM CLARO.
                   IF OPE-CODIGO = WS-APROVADOR
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
                   PERFORM P215-LE-OPERADOR
               END-PERFORM
               CLOSE OPE-FILE
           END-IF
           .

       P215-LE-OPERADOR.
           READ OPE-FILE
               AT END SET FIM-OPERADORES TO TRUE
           END-READ
           .

       P300-REAPONTA-FINMAST.
      *>   SO O CODIGO MUDA; O NOME NO CONTRATO FICA COMO ESTAVA. CADA
      *>   CONTRATO GANHA UM EVENTO UNIFICA NO EXTRATO.
           MOVE "FINMAST" TO WS-ARQ-ATUAL
           MOVE ZEROS TO WS-QTD-ARQ
           OPEN I-O FIN-FILE
           IF WS-FIN-STATUS NOT = "00"
               DISPLAY "FINMAST.DAT AUSENTE - ETAPA PULADA."
               GO TO P300-SAIDA
           END-IF
           MOVE "UNIFICA"          TO WS-EVU-TIPO
           MOVE ZEROS              TO WS-EVU-VALOR
           MOVE WS-OPERADOR-SESSAO TO WS-EVU-OPER
           MOVE SPACES             TO WS-EVU-DET
           STRING "CLIENTE " WS-COD-ABSORVIDO " UNIFICADO NO "
                  WS-COD-SOBREVIVENTE
                  DELIMITED BY SIZE INTO WS-EVU-DET
           MOVE "00" TO WS-FIN-STATUS
           PERFORM P305-REAPONTA-CONTRATO THRU P305-SAIDA
                   UNTIL WS-FIN-STATUS NOT = "00"
           CLOSE FIN-FILE
           PERFORM P800-REGISTRA-ARQUIVO
           .
       P300-SAIDA.
           EXIT.

       P305-REAPONTA-CONTRATO.
      *>   VAI PELA CHAVE DO CLIENTE. A REGRAVACAO TIRA O CONTRATO DA
      *>   CHAVE DO ABSORVIDO, ENTAO CADA VOLTA POSICIONA DE NOVO NO
      *>   PRIMEIRO QUE SOBROU; ACABA QUANDO NAO SOBRA NENHUM.
           MOVE WS-COD-ABSORVIDO TO FIN-COD-CLIENTE
           START FIN-FILE KEY IS EQUAL TO FIN-COD-CLIENTE
               INVALID KEY
                   MOVE "10" TO WS-FIN-STATUS
                   GO TO P305-SAIDA
           END-START
           READ FIN-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-FIN-STATUS
                   GO TO P305-SAIDA
           END-READ
           MOVE WS-COD-SOBREVIVENTE TO FIN-COD-CLIENTE
           REWRITE FIN-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO REAPONTAR CONTRATO "
                           FIN-CONTRATO ": " WS-FIN-STATUS
                   MOVE "10" TO WS-FIN-STATUS
                   GO TO P305-SAIDA
           END-REWRITE
           ADD 1 TO WS-QTD-ARQ
           CALL "evtUtil" USING FIN-CONTRATO
                WS-EVU-TIPO WS-EVU-VALOR
                WS-EVU-OPER WS-EVU-DET
           MOVE "00" TO WS-FIN-STATUS
           .
       P305-SAIDA.
           EXIT.

       P310-REAPONTA-OUVIDOR.
           MOVE "OUVIDOR" TO WS-ARQ-ATUAL
           MOVE ZEROS TO WS-QTD-ARQ
           OPEN I-O OUV-FILE
           IF WS-OUV-STATUS NOT = "00"
               DISPLAY "OUVIDOR.DAT AUSENTE - ETAPA PULADA."
               GO TO P310-SAIDA
           END-IF
           MOVE ZEROS TO OUV-PROTOCOLO
           START OUV-FILE KEY IS NOT LESS THAN OUV-PROTOCOLO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "00" TO WS-OUV-STATUS
                   PERFORM P315-REAPONTA-PROTOCOLO
                           UNTIL WS-OUV-STATUS NOT = "00"
           END-START
           CLOSE OUV-FILE
           PERFORM P800-REGISTRA-ARQUIVO
           .
       P310-SAIDA.
           EXIT.

       P315-REAPONTA-PROTOCOLO.
           READ OUV-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-OUV-STATUS
               NOT AT END
                   IF OUV-COD-CLIENTE = WS-COD-ABSORVIDO
                       MOVE WS-COD-SOBREVIVENTE TO OUV-COD-CLIENTE
                       REWRITE OUV-REGISTRO
                           INVALID KEY
                               DISPLAY "ERRO AO REAPONTAR PROTOCOLO "
                                       OUV-PROTOCOLO ": "
                                       WS-OUV-STATUS
                           NOT INVALID KEY
                               ADD 1 TO WS-QTD-ARQ
                       END-REWRITE
                       MOVE "00" TO WS-OUV-STATUS
                   END-IF
           END-READ
           .

       P320-REAPONTA-RESTRICAO.
      *>   A RESTRICAO DO ABSORVIDO NAO PODE SUMIR NA UNIFICACAO: PASSA
      *>   PARA O SOBREVIVENTE, A MENOS QUE ELE JA TENHA A SUA.
           MOVE "BLACKLIST" TO WS-ARQ-ATUAL
           MOVE ZEROS TO WS-QTD-ARQ
           OPEN I-O CRED-FILE
           IF WS-CRED-STATUS NOT = "00"
               DISPLAY "BLACKLIST.DAT AUSENTE - ETAPA PULADA."
               GO TO P320-SAIDA
           END-IF
           MOVE WS-COD-ABSORVIDO TO CRED-CODIGO
           READ CRED-FILE
               INVALID KEY
                   CLOSE CRED-FILE
                   GO TO P320-SAIDA
           END-READ
           MOVE CRED-REGISTRO TO WS-CRED-ABSORVIDO

           MOVE WS-COD-SOBREVIVENTE TO CRED-CODIGO
           READ CRED-FILE
               INVALID KEY
                   MOVE WS-CRED-ABSORVIDO    TO CRED-REGISTRO
                   MOVE WS-COD-SOBREVIVENTE  TO CRED-CODIGO
                   MOVE WS-NOME-SOBREVIVENTE TO CRED-CLIENTE
                   WRITE CRED-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR RESTRICAO: "
                                   WS-CRED-STATUS
                       NOT INVALID KEY
                           MOVE "INCLUSAO" TO WS-CRH-OPERACAO
                           PERFORM P850-GRAVA-HISTORICO-RESTRICAO
                   END-WRITE
               NOT INVALID KEY
                   DISPLAY "SOBREVIVENTE JA TEM RESTRICAO - A DELE "
                           "FICA VALENDO."
           END-READ

           MOVE WS-COD-ABSORVIDO TO CRED-CODIGO
           READ CRED-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DELETE CRED-FILE
                       INVALID KEY
                           DISPLAY "ERRO AO REMOVER RESTRICAO: "
                                   WS-CRED-STATUS
                       NOT INVALID KEY
                           ADD 1 TO WS-QTD-ARQ
                           MOVE SPACES TO CRED-MOTIVO
                           STRING "CADASTRO UNIFICADO NO "
                                  WS-COD-SOBREVIVENTE
                                  DELIMITED BY SIZE INTO CRED-MOTIVO
                           MOVE "REMOCAO" TO WS-CRH-OPERACAO
                           PERFORM P850-GRAVA-HISTORICO-RESTRICAO
                   END-DELETE
           END-READ
           CLOSE CRED-FILE
           PERFORM P800-REGISTRA-ARQUIVO
           .
       P320-SAIDA.
           EXIT.

       P400-REAPONTA-AVALISTA.
           MOVE "AVALISTA" TO WS-ARQ-ATUAL
           MOVE ZEROS TO WS-QTD-ARQ
           MOVE "N" TO WS-SEQ-EOF
           OPEN INPUT AVA-FILE
           IF WS-AVA-STATUS NOT = "00"
               DISPLAY "AVALISTA.DAT AUSENTE - ETAPA PULADA."
               GO TO P400-SAIDA
           END-IF
           OPEN OUTPUT TMP-FILE
           PERFORM P405-LE-AVALISTA
           PERFORM UNTIL FIM-SEQUENCIAL
               IF AVA-COD-AVALISTA = WS-COD-ABSORVIDO
                   MOVE WS-COD-SOBREVIVENTE TO AVA-COD-AVALISTA
                   ADD 1 TO WS-QTD-ARQ
               END-IF
               MOVE AVA-REGISTRO TO TMP-LINHA
               WRITE TMP-LINHA
               PERFORM P405-LE-AVALISTA
           END-PERFORM
           CLOSE AVA-FILE
           CLOSE TMP-FILE
           IF WS-QTD-ARQ = ZEROS
               GO TO P400-SAIDA
           END-IF

           MOVE "N" TO WS-SEQ-EOF
           OPEN INPUT TMP-FILE
           OPEN OUTPUT AVA-FILE
           PERFORM P890-LE-TMP
           PERFORM UNTIL FIM-SEQUENCIAL
               MOVE TMP-LINHA TO AVA-REGISTRO
               WRITE AVA-REGISTRO
               PERFORM P890-LE-TMP
           END-PERFORM
           CLOSE TMP-FILE
           CLOSE AVA-FILE
           PERFORM P800-REGISTRA-ARQUIVO
           .
       P400-SAIDA.
           EXIT.

       P405-LE-AVALISTA.
           READ AVA-FILE
               AT END SET FIM-SEQUENCIAL TO TRUE
           END-READ
           .

       P410-REAPONTA-CREDSALD.
           MOVE "CREDSALD" TO WS-ARQ-ATUAL
           MOVE ZEROS TO WS-QTD-ARQ
           MOVE "N" TO WS-SEQ-EOF
           OPEN INPUT CRS-FILE
           IF WS-CRS-STATUS NOT = "00"
               DISPLAY "CREDSALD.DAT AUSENTE - ETAPA PULADA."
               GO TO P410-SAIDA
           END-IF
           OPEN OUTPUT TMP-FILE
           PERFORM P415-LE-CREDSALD
           PERFORM UNTIL FIM-SEQUENCIAL
               IF CRS-COD-CLIENTE = WS-COD-ABSORVIDO
                   MOVE WS-COD-SOBREVIVENTE TO CRS-COD-CLIENTE
                   ADD 1 TO WS-QTD-ARQ
               END-IF
               MOVE CRS-REGISTRO TO TMP-LINHA
               WRITE TMP-LINHA
               PERFORM P415-LE-CREDSALD
           END-PERFORM
           CLOSE CRS-FILE
           CLOSE TMP-FILE
           IF WS-QTD-ARQ = ZEROS
               GO TO P410-SAIDA
           END-IF

           MOVE "N" TO WS-SEQ-EOF
           OPEN INPUT TMP-FILE
           OPEN OUTPUT CRS-FILE
           PERFORM P890-LE-TMP
           PERFORM UNTIL FIM-SEQUENCIAL
               MOVE TMP-LINHA TO CRS-REGISTRO
               WRITE CRS-REGISTRO
               PERFORM P890-LE-TMP
           END-PERFORM
           CLOSE TMP-FILE
           CLOSE CRS-FILE
           PERFORM P800-REGISTRA-ARQUIVO
           .
       P410-SAIDA.
           EXIT.

       P415-LE-CREDSALD.
           READ CRS-FILE
               AT END SET FIM-SEQUENCIAL TO TRUE
           END-READ
           .

       P420-REAPONTA-CONSENT.
           MOVE "CONSENT" TO WS-ARQ-ATUAL
           MOVE ZEROS TO WS-QTD-ARQ
           MOVE "N" TO WS-SEQ-EOF
           OPEN INPUT CNS-FILE
           IF WS-CNS-STATUS NOT = "00"
               DISPLAY "CONSENT.DAT AUSENTE - ETAPA PULADA."
               GO TO P420-SAIDA
           END-IF
      *>   UM REGISTRO POR CLIENTE: VALE O DO SOBREVIVENTE; O DO
      *>   ABSORVIDO SO PASSA PARA ELE QUANDO O SOBREVIVENTE NAO
      *>   TEM O SEU.
           MOVE "N" TO WS-SOBREV-SW
           PERFORM P425-LE-CONSENT
           PERFORM UNTIL FIM-SEQUENCIAL
               IF CNS-CODIGO = WS-COD-SOBREVIVENTE
                   MOVE "S" TO WS-SOBREV-SW
               END-IF
               PERFORM P425-LE-CONSENT
           END-PERFORM
           CLOSE CNS-FILE
           MOVE "N" TO WS-SEQ-EOF
           OPEN INPUT CNS-FILE
           OPEN OUTPUT TMP-FILE
           PERFORM P425-LE-CONSENT
           PERFORM UNTIL FIM-SEQUENCIAL
               MOVE "S" TO WS-GRAVA-SW
               IF CNS-CODIGO = WS-COD-ABSORVIDO
                   ADD 1 TO WS-QTD-ARQ
                   IF SOBREVIVENTE-JA-TEM
                       MOVE "N" TO WS-GRAVA-SW
                   ELSE
                       MOVE WS-COD-SOBREVIVENTE TO CNS-CODIGO
                   END-IF
               END-IF
               IF GRAVA-REGISTRO
                   MOVE CNS-REGISTRO TO TMP-LINHA
                   WRITE TMP-LINHA
               END-IF
               PERFORM P425-LE-CONSENT
           END-PERFORM
           CLOSE CNS-FILE
           CLOSE TMP-FILE
           IF WS-QTD-ARQ = ZEROS
               GO TO P420-SAIDA
           END-IF

           MOVE "N" TO WS-SEQ-EOF
           OPEN INPUT TMP-FILE
           OPEN OUTPUT CNS-FILE
           PERFORM P890-LE-TMP
           PERFORM UNTIL FIM-SEQUENCIAL
               MOVE TMP-LINHA TO CNS-REGISTRO
               WRITE CNS-REGISTRO
               PERFORM P890-LE-TMP
           END-PERFORM
           CLOSE TMP-FILE
           CLOSE CNS-FILE
           PERFORM P800-REGISTRA-ARQUIVO
           .
       P420-SAIDA.
           EXIT.

       P425-LE-CONSENT.
           READ CNS-FILE
               AT END SET FIM-SEQUENCIAL TO TRUE
           END-READ
           .

       P430-REAPONTA-DEBAUTO.
           MOVE "DEBAUTO" TO WS-ARQ-ATUAL
           MOVE ZEROS TO WS-QTD-ARQ
           MOVE "N" TO WS-SEQ-EOF
           OPEN INPUT DDA-FILE
           IF WS-DDA-STATUS NOT = "00"
               DISPLAY "DEBAUTO.DAT AUSENTE - ETAPA PULADA."
               GO TO P430-SAIDA
           END-IF
           OPEN OUTPUT TMP-FILE
           PERFORM P435-LE-DEBAUTO
           PERFORM UNTIL FIM-SEQUENCIAL
               IF DDA-COD-CLIENTE = WS-COD-ABSORVIDO
                   MOVE WS-COD-SOBREVIVENTE TO DDA-COD-CLIENTE
                   ADD 1 TO WS-QTD-ARQ
               END-IF
               MOVE DDA-REGISTRO TO TMP-LINHA
               WRITE TMP-LINHA
               PERFORM P435-LE-DEBAUTO
           END-PERFORM
           CLOSE DDA-FILE
           CLOSE TMP-FILE
           IF WS-QTD-ARQ = ZEROS
               GO TO P430-SAIDA
           END-IF

           MOVE "N" TO WS-SEQ-EOF
           OPEN INPUT TMP-FILE
           OPEN OUTPUT DDA-FILE
           PERFORM P890-LE-TMP
           PERFORM UNTIL FIM-SEQUENCIAL
               MOVE TMP-LINHA TO DDA-REGISTRO
               WRITE DDA-REGISTRO
               PERFORM P890-LE-TMP
           END-PERFORM
           CLOSE TMP-FILE
           CLOSE DDA-FILE
           PERFORM P800-REGISTRA-ARQUIVO
           .
       P430-SAIDA.
           EXIT.

       P435-LE-DEBAUTO.
           READ DDA-FILE
               AT END SET FIM-SEQUENCIAL TO TRUE
           END-READ
           .

       P440-REAPONTA-ESCORE.
           MOVE "ESCORE" TO WS-ARQ-ATUAL
           MOVE ZEROS TO WS-QTD-ARQ
           MOVE "N" TO WS-SEQ-EOF
           OPEN INPUT ESC-FILE
           IF WS-ESC-STATUS NOT = "00"
               DISPLAY "ESCORE.DAT AUSENTE - ETAPA PULADA."
               GO TO P440-SAIDA
           END-IF
      *>   UM REGISTRO POR CLIENTE: VALE O DO SOBREVIVENTE; O DO
      *>   ABSORVIDO SO PASSA PARA ELE QUANDO O SOBREVIVENTE NAO
      *>   TEM O SEU.
           MOVE "N" TO WS-SOBREV-SW
           PERFORM P445-LE-ESCORE
           PERFORM UNTIL FIM-SEQUENCIAL
               IF ESC-COD-CLIENTE = WS-COD-SOBREVIVENTE
                   MOVE "S" TO WS-SOBREV-SW
               END-IF
               PERFORM P445-LE-ESCORE
           END-PERFORM
           CLOSE ESC-FILE
           MOVE "N" TO WS-SEQ-EOF
           OPEN INPUT ESC-FILE
           OPEN OUTPUT TMP-FILE
           PERFORM P445-LE-ESCORE
           PERFORM UNTIL FIM-SEQUENCIAL
               MOVE "S" TO WS-GRAVA-SW
               IF ESC-COD-CLIENTE = WS-COD-ABSORVIDO
                   ADD 1 TO WS-QTD-ARQ
                   IF SOBREVIVENTE-JA-TEM
                       MOVE "N" TO WS-GRAVA-SW
                   ELSE
                       MOVE WS-COD-SOBREVIVENTE TO ESC-COD-CLIENTE
                   END-IF
               END-IF
               IF GRAVA-REGISTRO
                   MOVE ESC-REGISTRO TO TMP-LINHA
                   WRITE TMP-LINHA
               END-IF
               PERFORM P445-LE-ESCORE
           END-PERFORM
           CLOSE ESC-FILE
           CLOSE TMP-FILE
           IF WS-QTD-ARQ = ZEROS
               GO TO P440-SAIDA
           END-IF

           MOVE "N" TO WS-SEQ-EOF
           OPEN INPUT TMP-FILE
           OPEN OUTPUT ESC-FILE
           PERFORM P890-LE-TMP
           PERFORM UNTIL FIM-SEQUENCIAL
               MOVE TMP-LINHA TO ESC-REGISTRO
               WRITE ESC-REGISTRO
               PERFORM P890-LE-TMP
           END-PERFORM
           CLOSE TMP-FILE
           CLOSE ESC-FILE
           PERFORM P800-REGISTRA-ARQUIVO
           .
       P440-SAIDA.
           EXIT.

       P445-LE-ESCORE.
           READ ESC-FILE
               AT END SET FIM-SEQUENCIAL TO TRUE
           END-READ
           .

       P450-REAPONTA-HOLDCOB.
           MOVE "HOLDCOB" TO WS-ARQ-ATUAL
           MOVE ZEROS TO WS-QTD-ARQ
           MOVE "N" TO WS-SEQ-EOF
           OPEN INPUT HLD-FILE
           IF WS-HLD-STATUS NOT = "00"
               DISPLAY "HOLDCOB.DAT AUSENTE - ETAPA PULADA."
               GO TO P450-SAIDA
           END-IF
           OPEN OUTPUT TMP-FILE
           PERFORM P455-LE-HOLDCOB
           PERFORM UNTIL FIM-SEQUENCIAL
               IF HLD-COD-CLIENTE = WS-COD-ABSORVIDO
                   MOVE WS-COD-SOBREVIVENTE TO HLD-COD-CLIENTE
                   ADD 1 TO WS-QTD-ARQ
               END-IF
               MOVE HLD-REGISTRO TO TMP-LINHA
               WRITE TMP-LINHA
               PERFORM P455-LE-HOLDCOB
           END-PERFORM
           CLOSE HLD-FILE
           CLOSE TMP-FILE
           IF WS-QTD-ARQ = ZEROS
               GO TO P450-SAIDA
           END-IF

           MOVE "N" TO WS-SEQ-EOF
           OPEN INPUT TMP-FILE
           OPEN OUTPUT HLD-FILE
           PERFORM P890-LE-TMP
           PERFORM UNTIL FIM-SEQUENCIAL
               MOVE TMP-LINHA TO HLD-REGISTRO
               WRITE HLD-REGISTRO
               PERFORM P890-LE-TMP
           END-PERFORM
           CLOSE TMP-FILE
           CLOSE HLD-FILE
           PERFORM P800-REGISTRA-ARQUIVO
           .
       P450-SAIDA.
           EXIT.

       P455-LE-HOLDCOB.
           READ HLD-FILE
               AT END SET FIM-SEQUENCIAL TO TRUE
           END-READ
           .

       P460-REAPONTA-JURIDICO.
           MOVE "JURIDICO" TO WS-ARQ-ATUAL
           MOVE ZEROS TO WS-QTD-ARQ
           MOVE "N" TO WS-SEQ-EOF
           OPEN INPUT JRD-FILE
           IF WS-JRD-STATUS NOT = "00"
               DISPLAY "JURIDICO.DAT AUSENTE - ETAPA PULADA."
               GO TO P460-SAIDA
           END-IF
           OPEN OUTPUT TMP-FILE
           PERFORM P465-LE-JURIDICO
           PERFORM UNTIL FIM-SEQUENCIAL
               IF JRD-COD-CLIENTE = WS-COD-ABSORVIDO
                   MOVE WS-COD-SOBREVIVENTE TO JRD-COD-CLIENTE
                   ADD 1 TO WS-QTD-ARQ
               END-IF
               MOVE JRD-REGISTRO TO TMP-LINHA
               WRITE TMP-LINHA
               PERFORM P465-LE-JURIDICO
           END-PERFORM
           CLOSE JRD-FILE
           CLOSE TMP-FILE
           IF WS-QTD-ARQ = ZEROS
               GO TO P460-SAIDA
           END-IF

           MOVE "N" TO WS-SEQ-EOF
           OPEN INPUT TMP-FILE
           OPEN OUTPUT JRD-FILE
           PERFORM P890-LE-TMP
           PERFORM UNTIL FIM-SEQUENCIAL
               MOVE TMP-LINHA TO JRD-REGISTRO
               WRITE JRD-REGISTRO
               PERFORM P890-LE-TMP
           END-PERFORM
           CLOSE TMP-FILE
           CLOSE JRD-FILE
           PERFORM P800-REGISTRA-ARQUIVO
           .
       P460-SAIDA.
           EXIT.

       P465-LE-JURIDICO.
           READ JRD-FILE
               AT END SET FIM-SEQUENCIAL TO TRUE
           END-READ
           .

       P470-REAPONTA-DEVCOR.
           MOVE "DEVCOR" TO WS-ARQ-ATUAL
           MOVE ZEROS TO WS-QTD-ARQ
           MOVE "N" TO WS-SEQ-EOF
           OPEN INPUT DVC-FILE
           IF WS-DVC-STATUS NOT = "00"
               DISPLAY "DEVCOR.DAT AUSENTE - ETAPA PULADA."
               GO TO P470-SAIDA
           END-IF
           OPEN OUTPUT TMP-FILE
           PERFORM P475-LE-DEVCOR
           PERFORM UNTIL FIM-SEQUENCIAL
               IF DVC-CODIGO = WS-COD-ABSORVIDO
                   MOVE WS-COD-SOBREVIVENTE TO DVC-CODIGO
                   ADD 1 TO WS-QTD-ARQ
               END-IF
               MOVE DVC-REGISTRO TO TMP-LINHA
               WRITE TMP-LINHA
               PERFORM P475-LE-DEVCOR
           END-PERFORM
           CLOSE DVC-FILE
           CLOSE TMP-FILE
           IF WS-QTD-ARQ = ZEROS
               GO TO P470-SAIDA
           END-IF

           MOVE "N" TO WS-SEQ-EOF
           OPEN INPUT TMP-FILE
           OPEN OUTPUT DVC-FILE
           PERFORM P890-LE-TMP
           PERFORM UNTIL FIM-SEQUENCIAL
               MOVE TMP-LINHA TO DVC-REGISTRO
               WRITE DVC-REGISTRO
               PERFORM P890-LE-TMP
           END-PERFORM
           CLOSE TMP-FILE
           CLOSE DVC-FILE
           PERFORM P800-REGISTRA-ARQUIVO
           .
       P470-SAIDA.
           EXIT.

       P475-LE-DEVCOR.
           READ DVC-FILE
               AT END SET FIM-SEQUENCIAL TO TRUE
           END-READ
           .

       P480-REAPONTA-OBITO.
           MOVE "OBITO" TO WS-ARQ-ATUAL
           MOVE ZEROS TO WS-QTD-ARQ
           MOVE "N" TO WS-SEQ-EOF
           OPEN INPUT OBT-FILE
           IF WS-OBT-STATUS NOT = "00"
               DISPLAY "OBITO.DAT AUSENTE - ETAPA PULADA."
               GO TO P480-SAIDA
           END-IF
           OPEN OUTPUT TMP-FILE
           PERFORM P485-LE-OBITO
           PERFORM UNTIL FIM-SEQUENCIAL
               IF OBT-COD-CLIENTE = WS-COD-ABSORVIDO
                   MOVE WS-COD-SOBREVIVENTE TO OBT-COD-CLIENTE
                   ADD 1 TO WS-QTD-ARQ
               END-IF
               MOVE OBT-REGISTRO TO TMP-LINHA
               WRITE TMP-LINHA
               PERFORM P485-LE-OBITO
           END-PERFORM
           CLOSE OBT-FILE
           CLOSE TMP-FILE
           IF WS-QTD-ARQ = ZEROS
               GO TO P480-SAIDA
           END-IF

           MOVE "N" TO WS-SEQ-EOF
           OPEN INPUT TMP-FILE
           OPEN OUTPUT OBT-FILE
           PERFORM P890-LE-TMP
           PERFORM UNTIL FIM-SEQUENCIAL
               MOVE TMP-LINHA TO OBT-REGISTRO
               WRITE OBT-REGISTRO
               PERFORM P890-LE-TMP
           END-PERFORM
           CLOSE TMP-FILE
           CLOSE OBT-FILE
           PERFORM P800-REGISTRA-ARQUIVO
           .
       P480-SAIDA.
           EXIT.

       P485-LE-OBITO.
           READ OBT-FILE
               AT END SET FIM-SEQUENCIAL TO TRUE
           END-READ
           .

       P490-REAPONTA-OBITOCTR.
           MOVE "OBITOCTR" TO WS-ARQ-ATUAL
           MOVE ZEROS TO WS-QTD-ARQ
           MOVE "N" TO WS-SEQ-EOF
           OPEN INPUT OBC-FILE
           IF WS-OBC-STATUS NOT = "00"
               DISPLAY "OBITOCTR.DAT AUSENTE - ETAPA PULADA."
               GO TO P490-SAIDA
           END-IF
           OPEN OUTPUT TMP-FILE
           PERFORM P495-LE-OBITOCTR
           PERFORM UNTIL FIM-SEQUENCIAL
               IF OBC-COD-CLIENTE = WS-COD-ABSORVIDO
                   MOVE WS-COD-SOBREVIVENTE TO OBC-COD-CLIENTE
                   ADD 1 TO WS-QTD-ARQ
               END-IF
               MOVE OBC-REGISTRO TO TMP-LINHA
               WRITE TMP-LINHA
               PERFORM P495-LE-OBITOCTR
           END-PERFORM
           CLOSE OBC-FILE
           CLOSE TMP-FILE
           IF WS-QTD-ARQ = ZEROS
               GO TO P490-SAIDA
           END-IF

           MOVE "N" TO WS-SEQ-EOF
           OPEN INPUT TMP-FILE
           OPEN OUTPUT OBC-FILE
           PERFORM P890-LE-TMP
           PERFORM UNTIL FIM-SEQUENCIAL
               MOVE TMP-LINHA TO OBC-REGISTRO
               WRITE OBC-REGISTRO
               PERFORM P890-LE-TMP
           END-PERFORM
           CLOSE TMP-FILE
           CLOSE OBC-FILE
           PERFORM P800-REGISTRA-ARQUIVO
           .
       P490-SAIDA.
           EXIT.

       P495-LE-OBITOCTR.
           READ OBC-FILE
               AT END SET FIM-SEQUENCIAL TO TRUE
           END-READ
           .

       P500-REAPONTA-PLDFILA.
           MOVE "PLDFILA" TO WS-ARQ-ATUAL
           MOVE ZEROS TO WS-QTD-ARQ
           MOVE "N" TO WS-SEQ-EOF
           OPEN INPUT PLD-FILE
           IF WS-PLD-STATUS NOT = "00"
               DISPLAY "PLDFILA.DAT AUSENTE - ETAPA PULADA."
               GO TO P500-SAIDA
           END-IF
           OPEN OUTPUT TMP-FILE
           PERFORM P505-LE-PLDFILA
           PERFORM UNTIL FIM-SEQUENCIAL
               IF PLD-COD-CLIENTE = WS-COD-ABSORVIDO
                   MOVE WS-COD-SOBREVIVENTE TO PLD-COD-CLIENTE
                   ADD 1 TO WS-QTD-ARQ
               END-IF
               MOVE PLD-REGISTRO TO TMP-LINHA
               WRITE TMP-LINHA
               PERFORM P505-LE-PLDFILA
           END-PERFORM
           CLOSE PLD-FILE
           CLOSE TMP-FILE
           IF WS-QTD-ARQ = ZEROS
               GO TO P500-SAIDA
           END-IF

           MOVE "N" TO WS-SEQ-EOF
           OPEN INPUT TMP-FILE
           OPEN OUTPUT PLD-FILE
           PERFORM P890-LE-TMP
           PERFORM UNTIL FIM-SEQUENCIAL
               MOVE TMP-LINHA TO PLD-REGISTRO
               WRITE PLD-REGISTRO
               PERFORM P890-LE-TMP
           END-PERFORM
           CLOSE TMP-FILE
           CLOSE PLD-FILE
           PERFORM P800-REGISTRA-ARQUIVO
           .
       P500-SAIDA.
           EXIT.

       P505-LE-PLDFILA.
           READ PLD-FILE
               AT END SET FIM-SEQUENCIAL TO TRUE
           END-READ
           .

       P510-REAPONTA-SANCFILA.
           MOVE "SANCFILA" TO WS-ARQ-ATUAL
           MOVE ZEROS TO WS-QTD-ARQ
           MOVE "N" TO WS-SEQ-EOF
           OPEN INPUT SCR-FILE
           IF WS-SCR-STATUS NOT = "00"
               DISPLAY "SANCFILA.DAT AUSENTE - ETAPA PULADA."
               GO TO P510-SAIDA
           END-IF
           OPEN OUTPUT TMP-FILE
           PERFORM P515-LE-SANCFILA
           PERFORM UNTIL FIM-SEQUENCIAL
               IF SCR-COD-CLIENTE = WS-COD-ABSORVIDO
                   MOVE WS-COD-SOBREVIVENTE TO SCR-COD-CLIENTE
                   ADD 1 TO WS-QTD-ARQ
               END-IF
               MOVE SCR-REGISTRO TO TMP-LINHA
               WRITE TMP-LINHA
               PERFORM P515-LE-SANCFILA
           END-PERFORM
           CLOSE SCR-FILE
           CLOSE TMP-FILE
           IF WS-QTD-ARQ = ZEROS
               GO TO P510-SAIDA
           END-IF

           MOVE "N" TO WS-SEQ-EOF
           OPEN INPUT TMP-FILE
           OPEN OUTPUT SCR-FILE
           PERFORM P890-LE-TMP
           PERFORM UNTIL FIM-SEQUENCIAL
               MOVE TMP-LINHA TO SCR-REGISTRO
               WRITE SCR-REGISTRO
               PERFORM P890-LE-TMP
           END-PERFORM
           CLOSE TMP-FILE
           CLOSE SCR-FILE
           PERFORM P800-REGISTRA-ARQUIVO
           .
       P510-SAIDA.
           EXIT.

       P515-LE-SANCFILA.
           READ SCR-FILE
               AT END SET FIM-SEQUENCIAL TO TRUE
           END-READ
           .

       P520-REAPONTA-PORTABIL.
           MOVE "PORTABIL" TO WS-ARQ-ATUAL
           MOVE ZEROS TO WS-QTD-ARQ
           MOVE "N" TO WS-SEQ-EOF
           OPEN INPUT POR-FILE
           IF WS-POR-STATUS NOT = "00"
               DISPLAY "PORTABIL.DAT AUSENTE - ETAPA PULADA."
               GO TO P520-SAIDA
           END-IF
           OPEN OUTPUT TMP-FILE
           PERFORM P525-LE-PORTABIL
           PERFORM UNTIL FIM-SEQUENCIAL
               IF POR-COD-CLIENTE = WS-COD-ABSORVIDO
                   MOVE WS-COD-SOBREVIVENTE TO POR-COD-CLIENTE
                   ADD 1 TO WS-QTD-ARQ
               END-IF
               MOVE POR-REGISTRO TO TMP-LINHA
               WRITE TMP-LINHA
               PERFORM P525-LE-PORTABIL
           END-PERFORM
           CLOSE POR-FILE
           CLOSE TMP-FILE
           IF WS-QTD-ARQ = ZEROS
               GO TO P520-SAIDA
           END-IF

           MOVE "N" TO WS-SEQ-EOF
           OPEN INPUT TMP-FILE
           OPEN OUTPUT POR-FILE
           PERFORM P890-LE-TMP
           PERFORM UNTIL FIM-SEQUENCIAL
               MOVE TMP-LINHA TO POR-REGISTRO
               WRITE POR-REGISTRO
               PERFORM P890-LE-TMP
           END-PERFORM
           CLOSE TMP-FILE
           CLOSE POR-FILE
           PERFORM P800-REGISTRA-ARQUIVO
           .
       P520-SAIDA.
           EXIT.

       P525-LE-PORTABIL.
           READ POR-FILE
               AT END SET FIM-SEQUENCIAL TO TRUE
           END-READ
           .

       P530-REAPONTA-RETOMADA.
           MOVE "RETOMADA" TO WS-ARQ-ATUAL
           MOVE ZEROS TO WS-QTD-ARQ
           MOVE "N" TO WS-SEQ-EOF
           OPEN INPUT RTM-FILE
           IF WS-RTM-STATUS NOT = "00"
               DISPLAY "RETOMADA.DAT AUSENTE - ETAPA PULADA."
               GO TO P530-SAIDA
           END-IF
           OPEN OUTPUT TMP-FILE
           PERFORM P535-LE-RETOMADA
           PERFORM UNTIL FIM-SEQUENCIAL
               IF RTM-COD-CLIENTE = WS-COD-ABSORVIDO
                   MOVE WS-COD-SOBREVIVENTE TO RTM-COD-CLIENTE
                   ADD 1 TO WS-QTD-ARQ
               END-IF
               MOVE RTM-REGISTRO TO TMP-LINHA
               WRITE TMP-LINHA
               PERFORM P535-LE-RETOMADA
           END-PERFORM
           CLOSE RTM-FILE
           CLOSE TMP-FILE
           IF WS-QTD-ARQ = ZEROS
               GO TO P530-SAIDA
           END-IF

           MOVE "N" TO WS-SEQ-EOF
           OPEN INPUT TMP-FILE
           OPEN OUTPUT RTM-FILE
           PERFORM P890-LE-TMP
           PERFORM UNTIL FIM-SEQUENCIAL
               MOVE TMP-LINHA TO RTM-REGISTRO
               WRITE RTM-REGISTRO
               PERFORM P890-LE-TMP
           END-PERFORM
           CLOSE TMP-FILE
           CLOSE RTM-FILE
           PERFORM P800-REGISTRA-ARQUIVO
           .
       P530-SAIDA.
           EXIT.

       P535-LE-RETOMADA.
           READ RTM-FILE
               AT END SET FIM-SEQUENCIAL TO TRUE
           END-READ
           .

       P540-REAPONTA-SIMULA.
           MOVE "SIMULA" TO WS-ARQ-ATUAL
           MOVE ZEROS TO WS-QTD-ARQ
           MOVE "N" TO WS-SEQ-EOF
           OPEN INPUT SIM-FILE
           IF WS-SIM-STATUS NOT = "00"
               DISPLAY "SIMULA.DAT AUSENTE - ETAPA PULADA."
               GO TO P540-SAIDA
           END-IF
           OPEN OUTPUT TMP-FILE
           PERFORM P545-LE-SIMULA
           PERFORM UNTIL FIM-SEQUENCIAL
               IF SIM-COD-CLIENTE = WS-COD-ABSORVIDO
                   MOVE WS-COD-SOBREVIVENTE TO SIM-COD-CLIENTE
                   ADD 1 TO WS-QTD-ARQ
               END-IF
               MOVE SIM-REGISTRO TO TMP-LINHA
               WRITE TMP-LINHA
               PERFORM P545-LE-SIMULA
           END-PERFORM
           CLOSE SIM-FILE
           CLOSE TMP-FILE
           IF WS-QTD-ARQ = ZEROS
               GO TO P540-SAIDA
           END-IF

           MOVE "N" TO WS-SEQ-EOF
           OPEN INPUT TMP-FILE
           OPEN OUTPUT SIM-FILE
           PERFORM P890-LE-TMP
           PERFORM UNTIL FIM-SEQUENCIAL
               MOVE TMP-LINHA TO SIM-REGISTRO
               WRITE SIM-REGISTRO
               PERFORM P890-LE-TMP
           END-PERFORM
           CLOSE TMP-FILE
           CLOSE SIM-FILE
           PERFORM P800-REGISTRA-ARQUIVO
           .
       P540-SAIDA.
           EXIT.

       P545-LE-SIMULA.
           READ SIM-FILE
               AT END SET FIM-SEQUENCIAL TO TRUE
           END-READ
           .

       P550-REAPONTA-SINISTRO.
           MOVE "SINISTRO" TO WS-ARQ-ATUAL
           MOVE ZEROS TO WS-QTD-ARQ
           MOVE "N" TO WS-SEQ-EOF
           OPEN INPUT SIN-FILE
           IF WS-SIN-STATUS NOT = "00"
               DISPLAY "SINISTRO.DAT AUSENTE - ETAPA PULADA."
               GO TO P550-SAIDA
           END-IF
           OPEN OUTPUT TMP-FILE
           PERFORM P555-LE-SINISTRO
           PERFORM UNTIL FIM-SEQUENCIAL
               IF SIN-COD-CLIENTE = WS-COD-ABSORVIDO
                   MOVE WS-COD-SOBREVIVENTE TO SIN-COD-CLIENTE
                   ADD 1 TO WS-QTD-ARQ
               END-IF
               MOVE SIN-REGISTRO TO TMP-LINHA
               WRITE TMP-LINHA
               PERFORM P555-LE-SINISTRO
           END-PERFORM
           CLOSE SIN-FILE
           CLOSE TMP-FILE
           IF WS-QTD-ARQ = ZEROS
               GO TO P550-SAIDA
           END-IF

           MOVE "N" TO WS-SEQ-EOF
           OPEN INPUT TMP-FILE
           OPEN OUTPUT SIN-FILE
           PERFORM P890-LE-TMP
           PERFORM UNTIL FIM-SEQUENCIAL
               MOVE TMP-LINHA TO SIN-REGISTRO
               WRITE SIN-REGISTRO
               PERFORM P890-LE-TMP
           END-PERFORM
           CLOSE TMP-FILE
           CLOSE SIN-FILE
           PERFORM P800-REGISTRA-ARQUIVO
           .
       P550-SAIDA.
           EXIT.

       P555-LE-SINISTRO.
           READ SIN-FILE
               AT END SET FIM-SEQUENCIAL TO TRUE
           END-READ
           .

       P560-REAPONTA-PREJUIZO.
           MOVE "PREJUIZO" TO WS-ARQ-ATUAL
           MOVE ZEROS TO WS-QTD-ARQ
           MOVE "N" TO WS-SEQ-EOF
           OPEN INPUT WOF-FILE
           IF WS-WOF-STATUS NOT = "00"
               DISPLAY "PREJUIZO.DAT AUSENTE - ETAPA PULADA."
               GO TO P560-SAIDA
           END-IF
           OPEN OUTPUT TMP-FILE
           PERFORM P565-LE-PREJUIZO
           PERFORM UNTIL FIM-SEQUENCIAL
               IF WOF-COD-CLIENTE = WS-COD-ABSORVIDO
                   MOVE WS-COD-SOBREVIVENTE TO WOF-COD-CLIENTE
                   ADD 1 TO WS-QTD-ARQ
               END-IF
               MOVE WOF-REGISTRO TO TMP-LINHA
               WRITE TMP-LINHA
               PERFORM P565-LE-PREJUIZO
           END-PERFORM
           CLOSE WOF-FILE
           CLOSE TMP-FILE
           IF WS-QTD-ARQ = ZEROS
               GO TO P560-SAIDA
           END-IF

           MOVE "N" TO WS-SEQ-EOF
           OPEN INPUT TMP-FILE
           OPEN OUTPUT WOF-FILE
           PERFORM P890-LE-TMP
           PERFORM UNTIL FIM-SEQUENCIAL
               MOVE TMP-LINHA TO WOF-REGISTRO
               WRITE WOF-REGISTRO
               PERFORM P890-LE-TMP
           END-PERFORM
           CLOSE TMP-FILE
           CLOSE WOF-FILE
           PERFORM P800-REGISTRA-ARQUIVO
           .
       P560-SAIDA.
           EXIT.

       P565-LE-PREJUIZO.
           READ WOF-FILE
               AT END SET FIM-SEQUENCIAL TO TRUE
           END-READ
           .

       P570-REAPONTA-MUTOFER.
           MOVE "MUTOFER" TO WS-ARQ-ATUAL
           MOVE ZEROS TO WS-QTD-ARQ
           MOVE "N" TO WS-SEQ-EOF
           OPEN INPUT MOF-FILE
           IF WS-MOF-STATUS NOT = "00"
               DISPLAY "MUTOFER.DAT AUSENTE - ETAPA PULADA."
               GO TO P570-SAIDA
           END-IF
           OPEN OUTPUT TMP-FILE
           PERFORM P575-LE-MUTOFER
           PERFORM UNTIL FIM-SEQUENCIAL
               IF MOF-COD-CLIENTE = WS-COD-ABSORVIDO
                   MOVE WS-COD-SOBREVIVENTE TO MOF-COD-CLIENTE
                   ADD 1 TO WS-QTD-ARQ
               END-IF
               MOVE MOF-REGISTRO TO TMP-LINHA
               WRITE TMP-LINHA
               PERFORM P575-LE-MUTOFER
           END-PERFORM
           CLOSE MOF-FILE
           CLOSE TMP-FILE
           IF WS-QTD-ARQ = ZEROS
               GO TO P570-SAIDA
           END-IF

           MOVE "N" TO WS-SEQ-EOF
           OPEN INPUT TMP-FILE
           OPEN OUTPUT MOF-FILE
           PERFORM P890-LE-TMP
           PERFORM UNTIL FIM-SEQUENCIAL
               MOVE TMP-LINHA TO MOF-REGISTRO
               WRITE MOF-REGISTRO
               PERFORM P890-LE-TMP
           END-PERFORM
           CLOSE TMP-FILE
           CLOSE MOF-FILE
           PERFORM P800-REGISTRA-ARQUIVO
           .
       P570-SAIDA.
           EXIT.

       P575-LE-MUTOFER.
           READ MOF-FILE
               AT END SET FIM-SEQUENCIAL TO TRUE
           END-READ
           .

       P580-REAPONTA-BOLCTL.
           MOVE "BOLCTL" TO WS-ARQ-ATUAL
           MOVE ZEROS TO WS-QTD-ARQ
           MOVE "N" TO WS-SEQ-EOF
           OPEN INPUT BCT-FILE
           IF WS-BCT-STATUS NOT = "00"
               DISPLAY "BOLCTL.DAT AUSENTE - ETAPA PULADA."
               GO TO P580-SAIDA
           END-IF
           OPEN OUTPUT TMP-FILE
           PERFORM P585-LE-BOLCTL
           PERFORM UNTIL FIM-SEQUENCIAL
               IF BCT-COD-CLIENTE = WS-COD-ABSORVIDO
                   MOVE WS-COD-SOBREVIVENTE TO BCT-COD-CLIENTE
                   ADD 1 TO WS-QTD-ARQ
               END-IF
               MOVE BCT-REGISTRO TO TMP-LINHA
               WRITE TMP-LINHA
               PERFORM P585-LE-BOLCTL
           END-PERFORM
           CLOSE BCT-FILE
           CLOSE TMP-FILE
           IF WS-QTD-ARQ = ZEROS
               GO TO P580-SAIDA
           END-IF

           MOVE "N" TO WS-SEQ-EOF
           OPEN INPUT TMP-FILE
           OPEN OUTPUT BCT-FILE
           PERFORM P890-LE-TMP
           PERFORM UNTIL FIM-SEQUENCIAL
               MOVE TMP-LINHA TO BCT-REGISTRO
               WRITE BCT-REGISTRO
               PERFORM P890-LE-TMP
           END-PERFORM
           CLOSE TMP-FILE
           CLOSE BCT-FILE
           PERFORM P800-REGISTRA-ARQUIVO
           .
       P580-SAIDA.
           EXIT.

       P585-LE-BOLCTL.
           READ BCT-FILE
               AT END SET FIM-SEQUENCIAL TO TRUE
           END-READ
           .

       P590-REAPONTA-ALCADA.
           MOVE "ALCADA" TO WS-ARQ-ATUAL
           MOVE ZEROS TO WS-QTD-ARQ
           MOVE "N" TO WS-SEQ-EOF
           OPEN INPUT ALC-FILE
           IF WS-ALC-STATUS NOT = "00"
               DISPLAY "ALCADA.DAT AUSENTE - ETAPA PULADA."
               GO TO P590-SAIDA
           END-IF
           OPEN OUTPUT TMP-FILE
           PERFORM P595-LE-ALCADA
           PERFORM UNTIL FIM-SEQUENCIAL
      *>       A IMAGEM GUARDADA VOLTA PARA O LOANTXN.DAT NA
      *>       APROVACAO - TEM DE SAIR JA COM O CODIGO NOVO.
               MOVE "N" TO WS-MUDOU-SW
               IF ALC-CODIGO = WS-COD-ABSORVIDO
                   MOVE WS-COD-SOBREVIVENTE TO ALC-CODIGO
                   MOVE "S" TO WS-MUDOU-SW
               END-IF
               MOVE ALC-TXN-IMAGEM TO WS-IMAGEM-TXN
               PERFORM P610-ACERTA-IMAGEM
               MOVE WS-IMAGEM-TXN TO ALC-TXN-IMAGEM
               IF REGISTRO-MUDOU
                   ADD 1 TO WS-QTD-ARQ
               END-IF
               MOVE ALC-REGISTRO TO TMP-LINHA
               WRITE TMP-LINHA
               PERFORM P595-LE-ALCADA
           END-PERFORM
           CLOSE ALC-FILE
           CLOSE TMP-FILE
           IF WS-QTD-ARQ = ZEROS
               GO TO P590-SAIDA
           END-IF

           MOVE "N" TO WS-SEQ-EOF
           OPEN INPUT TMP-FILE
           OPEN OUTPUT ALC-FILE
           PERFORM P890-LE-TMP
           PERFORM UNTIL FIM-SEQUENCIAL
               MOVE TMP-LINHA TO ALC-REGISTRO
               WRITE ALC-REGISTRO
               PERFORM P890-LE-TMP
           END-PERFORM
           CLOSE TMP-FILE
           CLOSE ALC-FILE
           PERFORM P800-REGISTRA-ARQUIVO
           .
       P590-SAIDA.
           EXIT.

       P595-LE-ALCADA.
           READ ALC-FILE
               AT END SET FIM-SEQUENCIAL TO TRUE
           END-READ
           .

       P600-REAPONTA-LOANTXN.
           MOVE "LOANTXN" TO WS-ARQ-ATUAL
           MOVE ZEROS TO WS-QTD-ARQ
           MOVE "N" TO WS-SEQ-EOF
           OPEN INPUT TXN-FILE
           IF WS-TXN-STATUS NOT = "00"
               DISPLAY "LOANTXN.DAT AUSENTE - ETAPA PULADA."
               GO TO P600-SAIDA
           END-IF
           OPEN OUTPUT TMP-FILE
           PERFORM P605-LE-LOANTXN
           PERFORM UNTIL FIM-SEQUENCIAL
      *>       PROPOSTA AINDA NAO PROCESSADA PELO INTAKE: O
      *>       CONTRATO TEM DE NASCER NO CODIGO SOBREVIVENTE.
               MOVE "N" TO WS-MUDOU-SW
               MOVE TXN-REGISTRO TO WS-IMAGEM-TXN
               PERFORM P610-ACERTA-IMAGEM
               MOVE WS-IMAGEM-TXN TO TXN-REGISTRO
               IF REGISTRO-MUDOU
                   ADD 1 TO WS-QTD-ARQ
               END-IF
               MOVE TXN-REGISTRO TO TMP-LINHA
               WRITE TMP-LINHA
               PERFORM P605-LE-LOANTXN
           END-PERFORM
           CLOSE TXN-FILE
           CLOSE TMP-FILE
           IF WS-QTD-ARQ = ZEROS
               GO TO P600-SAIDA
           END-IF

           MOVE "N" TO WS-SEQ-EOF
           OPEN INPUT TMP-FILE
           OPEN OUTPUT TXN-FILE
           PERFORM P890-LE-TMP
           PERFORM UNTIL FIM-SEQUENCIAL
               MOVE TMP-LINHA TO TXN-REGISTRO
               WRITE TXN-REGISTRO
               PERFORM P890-LE-TMP
           END-PERFORM
           CLOSE TMP-FILE
           CLOSE TXN-FILE
           PERFORM P800-REGISTRA-ARQUIVO
           .
       P600-SAIDA.
           EXIT.

       P605-LE-LOANTXN.
           READ TXN-FILE
               AT END SET FIM-SEQUENCIAL TO TRUE
           END-READ
           .

       P620-REAPONTA-GRUPOCLI.
           MOVE "GRUPOCLI" TO WS-ARQ-ATUAL
           MOVE ZEROS TO WS-QTD-ARQ
           MOVE "N" TO WS-SEQ-EOF
           OPEN INPUT GRM-FILE
           IF WS-GRM-STATUS NOT = "00"
               DISPLAY "GRUPOCLI.DAT AUSENTE - ETAPA PULADA."
               GO TO P620-SAIDA
           END-IF
      *>   UM REGISTRO POR CLIENTE: VALE O DO SOBREVIVENTE; O DO
      *>   ABSORVIDO SO PASSA PARA ELE QUANDO O SOBREVIVENTE NAO
      *>   TEM O SEU.
           MOVE "N" TO WS-SOBREV-SW
           PERFORM P625-LE-GRUPOCLI
           PERFORM UNTIL FIM-SEQUENCIAL
               IF GRM-COD-CLIENTE = WS-COD-SOBREVIVENTE
                   MOVE "S" TO WS-SOBREV-SW
               END-IF
               PERFORM P625-LE-GRUPOCLI
           END-PERFORM
           CLOSE GRM-FILE
           MOVE "N" TO WS-SEQ-EOF
           OPEN INPUT GRM-FILE
           OPEN OUTPUT TMP-FILE
           PERFORM P625-LE-GRUPOCLI
           PERFORM UNTIL FIM-SEQUENCIAL
               MOVE "S" TO WS-GRAVA-SW
               IF GRM-COD-CLIENTE = WS-COD-ABSORVIDO
                   ADD 1 TO WS-QTD-ARQ
                   IF SOBREVIVENTE-JA-TEM
                       MOVE "N" TO WS-GRAVA-SW
                   ELSE
                       MOVE WS-COD-SOBREVIVENTE TO GRM-COD-CLIENTE
                   END-IF
               END-IF
               IF GRAVA-REGISTRO
                   MOVE GRM-REGISTRO TO TMP-LINHA
                   WRITE TMP-LINHA
               END-IF
               PERFORM P625-LE-GRUPOCLI
           END-PERFORM
           CLOSE GRM-FILE
           CLOSE TMP-FILE
           IF WS-QTD-ARQ = ZEROS
               GO TO P620-SAIDA
           END-IF

           MOVE "N" TO WS-SEQ-EOF
           OPEN INPUT TMP-FILE
           OPEN OUTPUT GRM-FILE
           PERFORM P890-LE-TMP
           PERFORM UNTIL FIM-SEQUENCIAL
               MOVE TMP-LINHA TO GRM-REGISTRO
               WRITE GRM-REGISTRO
               PERFORM P890-LE-TMP
           END-PERFORM
           CLOSE TMP-FILE
           CLOSE GRM-FILE
           PERFORM P800-REGISTRA-ARQUIVO
           .
       P620-SAIDA.
           EXIT.

       P625-LE-GRUPOCLI.
           READ GRM-FILE
               AT END SET FIM-SEQUENCIAL TO TRUE
           END-READ
           .

       P610-ACERTA-IMAGEM.
           IF WS-IMG-CODIGO = WS-COD-ABSORVIDO
               MOVE WS-COD-SOBREVIVENTE TO WS-IMG-CODIGO
               MOVE "S" TO WS-MUDOU-SW
           END-IF
           IF WS-IMG-COD-AVALISTA = WS-COD-ABSORVIDO
               MOVE WS-COD-SOBREVIVENTE TO WS-IMG-COD-AVALISTA
               MOVE "S" TO WS-MUDOU-SW
           END-IF
           .

       P700-APOSENTA-ABSORVIDO.
      *>   O CODIGO ABSORVIDO FICA NO CADASTRO, INATIVO, PARA A CHAVE
      *>   NUNCA MAIS SER DADA A OUTRO CLIENTE. O DOCUMENTO SAI DELE -
      *>   O CPF/CNPJ SO PODE EXISTIR SOB UM CODIGO.
           MOVE WS-COD-ABSORVIDO TO CAD-CODIGO
           READ CAD-FILE
               INVALID KEY
                   DISPLAY "CLIENTE " WS-COD-ABSORVIDO
                           " SUMIU DURANTE A OPERACAO."
                   GO TO P700-SAIDA
           END-READ
           MOVE "I"   TO CAD-SITUACAO
           MOVE ZEROS TO CAD-CPF-CNPJ
           REWRITE CAD-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO INATIVAR O CODIGO ABSORVIDO: "
                           WS-CAD-STATUS
                   GO TO P700-SAIDA
           END-REWRITE

           MOVE WS-COD-ABSORVIDO    TO WS-AUD-CODIGO
           MOVE "CADASTRO"          TO WS-AUD-CAMPO
           MOVE WS-COD-ABSORVIDO    TO WS-AUD-ANTES
           MOVE WS-COD-SOBREVIVENTE TO WS-AUD-DEPOIS
           PERFORM P810-GRAVA-AUDITORIA
           IF WS-SIT-ABSORVIDO NOT = "I"
               MOVE "SITUACAO"       TO WS-AUD-CAMPO
               MOVE WS-SIT-ABSORVIDO TO WS-AUD-ANTES
               MOVE "I"              TO WS-AUD-DEPOIS
               PERFORM P810-GRAVA-AUDITORIA
           END-IF
           IF WS-DOC-ABSORVIDO > ZEROS
               MOVE "CPF-CNPJ"       TO WS-AUD-CAMPO
               MOVE WS-DOC-ABSORVIDO TO WS-AUD-ANTES
               MOVE ZEROS            TO WS-AUD-DEPOIS
               PERFORM P810-GRAVA-AUDITORIA
           END-IF

           IF NOT TRANSFERE-DOCUMENTO
               GO TO P700-SAIDA
           END-IF
           MOVE WS-COD-SOBREVIVENTE TO CAD-CODIGO
           READ CAD-FILE
               INVALID KEY
                   DISPLAY "CLIENTE " WS-COD-SOBREVIVENTE
                           " SUMIU DURANTE A OPERACAO."
                   GO TO P700-SAIDA
           END-READ
           MOVE WS-DOC-ABSORVIDO  TO CAD-CPF-CNPJ
           MOVE WS-TIPO-ABSORVIDO TO CAD-TIPO-PESSOA
           REWRITE CAD-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO PASSAR O CPF/CNPJ AO SOBREVIVENTE: "
                           WS-CAD-STATUS
               NOT INVALID KEY
                   MOVE WS-COD-SOBREVIVENTE TO WS-AUD-CODIGO
                   MOVE "CPF-CNPJ"          TO WS-AUD-CAMPO
                   MOVE ZEROS               TO WS-AUD-ANTES
                   MOVE WS-DOC-ABSORVIDO    TO WS-AUD-DEPOIS
                   PERFORM P810-GRAVA-AUDITORIA
           END-REWRITE
           .
       P700-SAIDA.
           EXIT.

       P750-GRAVA-UNIFICACAO.
           OPEN EXTEND UNI-FILE
           IF WS-UNI-STATUS = "35"
               OPEN OUTPUT UNI-FILE
               CLOSE UNI-FILE
               OPEN EXTEND UNI-FILE
           END-IF
           MOVE WS-COD-ABSORVIDO     TO UNI-COD-ABSORVIDO
           MOVE WS-NOME-ABSORVIDO    TO UNI-NOME-ABSORVIDO
           MOVE WS-COD-SOBREVIVENTE  TO UNI-COD-SOBREVIVENTE
           MOVE WS-NOME-SOBREVIVENTE TO UNI-NOME-SOBREVIVENTE
           MOVE WS-DATA-HOJE         TO UNI-DATA
           ACCEPT UNI-HORA FROM TIME
           MOVE WS-OPERADOR-SESSAO   TO UNI-OPERADOR
           MOVE WS-APROVADOR         TO UNI-SUPERVISOR
           MOVE WS-TOTAL-REAPONTADOS TO UNI-QTD-REGISTROS
           WRITE UNI-REGISTRO
           CLOSE UNI-FILE
           .

       P800-REGISTRA-ARQUIVO.
      *>   UMA LINHA DE ANTES/DEPOIS NO CUSTAUDIT.DAT POR ARQUIVO QUE
      *>   TEVE REGISTRO REAPONTADO.
           IF WS-QTD-ARQ > ZEROS
               ADD WS-QTD-ARQ TO WS-TOTAL-REAPONTADOS
               DISPLAY WS-ARQ-ATUAL ": " WS-QTD-ARQ
                       " REGISTRO(S) REAPONTADO(S)"
               MOVE WS-COD-SOBREVIVENTE TO WS-AUD-CODIGO
               MOVE WS-ARQ-ATUAL        TO WS-AUD-CAMPO
               MOVE WS-COD-ABSORVIDO    TO WS-AUD-ANTES
               MOVE WS-COD-SOBREVIVENTE TO WS-AUD-DEPOIS
               PERFORM P810-GRAVA-AUDITORIA
           END-IF
           .

       P810-GRAVA-AUDITORIA.
           MOVE WS-AUD-CODIGO      TO AUD-CODIGO
           MOVE "UNIFICA"          TO AUD-OPERACAO
           MOVE WS-AUD-CAMPO       TO AUD-CAMPO
           MOVE WS-AUD-ANTES       TO AUD-VALOR-ANTES
           MOVE WS-AUD-DEPOIS      TO AUD-VALOR-DEPOIS
           ACCEPT AUD-DATA FROM DATE YYYYMMDD
           ACCEPT AUD-HORA FROM TIME
           MOVE WS-OPERADOR-SESSAO TO AUD-OPERADOR
           WRITE AUD-REGISTRO
           .

       P850-GRAVA-HISTORICO-RESTRICAO.
           OPEN EXTEND CRH-FILE
           IF WS-CRH-STATUS = "35"
               OPEN OUTPUT CRH-FILE
               CLOSE CRH-FILE
               OPEN EXTEND CRH-FILE
           END-IF
           MOVE CRED-CODIGO     TO CRH-CODIGO
           MOVE CRED-CLIENTE    TO CRH-CLIENTE
           MOVE WS-CRH-OPERACAO TO CRH-OPERACAO
           MOVE CRED-MOTIVO     TO CRH-MOTIVO
           MOVE CRED-ORIGEM     TO CRH-ORIGEM
           ACCEPT CRH-DATA FROM DATE YYYYMMDD
           ACCEPT CRH-HORA FROM TIME
           WRITE CRH-REGISTRO
           CLOSE CRH-FILE
           .

       P890-LE-TMP.
           READ TMP-FILE
               AT END SET FIM-SEQUENCIAL TO TRUE
           END-READ
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

       P900-FIM.
           CLOSE CAD-FILE
      *>   O grupoUtil GUARDA O GRUPOCLI.DAT NA MEMORIA.
           CANCEL "grupoUtil"
           GOBACK.

       END PROGRAM unifica.

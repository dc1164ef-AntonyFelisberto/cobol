      ******************************************************************
      * Author:
      * Date:
      * Purpose: Collections contact log - desk screen. Every attempt
      *          to reach a client about a contract in arrears is
      *          keyed here, whether it ended in a promise or not:
      *          channel, result code (sem resposta, numero errado,
      *          recusa...) and a short note, stamped with the
      *          operator signed on in OPERSESS.DAT and the time, and
      *          appended to CONTATO.DAT - the same log the nightly
      *          dialer import (discRet) feeds. Also lists the
      *          contacts already on file for a contract. A promise
      *          itself is still keyed in promessa, which logs its
      *          own contact.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. contato.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
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

               SELECT CTT-FILE ASSIGN TO "CONTATO.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CTT-STATUS.

               SELECT OPS-FILE ASSIGN TO "OPERSESS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIN-FILE.
           COPY FINFD.

       FD  CAD-FILE.
           COPY CADFD.

       FD  CTT-FILE.
           COPY CTTFD.

       FD  OPS-FILE.
           COPY OPSFD.

       WORKING-STORAGE SECTION.
       01  WS-VARIAVEIS.
           03  WS-FIN-STATUS       PIC XX.
           03  WS-CAD-STATUS       PIC XX.
           03  WS-CTT-STATUS       PIC XX.
           03  WS-OPS-STATUS       PIC XX.
           03  WS-OPCAO            PIC 9.
           03  WS-CLIENTE          PIC X(20).
           03  WS-COD-CLIENTE      PIC 9(05).
           03  WS-OPERADOR         PIC X(08).
           03  WS-OPERADOR-SESSAO  PIC X(08).
           03  WS-QTD-CONTRATOS    PIC 999.
           03  WS-CONTRATO-ACHADO  PIC 9(06).
           03  WS-CONTRATO         PIC 9(06).
           03  WS-DATA-HOJE        PIC 9(8).
           03  WS-HORA-AGORA       PIC 9(8).
           03  WS-CANAL            PIC X(01).
               88  CANAL-VALIDO       VALUES "T" "S" "W" "E" "P".
           03  WS-RESULTADO        PIC X(02).
               88  RESULTADO-VALIDO   VALUES "SR" "OC" "CP" "NE"
                                      "TE" "RC" "AT" "JP".
               88  RESULTADO-PROMESSA VALUE "PP".
           03  WS-TELEFONE         PIC X(09).
           03  WS-TEL-CADASTRO     PIC X(09).
           03  WS-OBSERVACAO       PIC X(40).
           03  WS-CTT-EOF          PIC X VALUE "N".
               88  FIM-CONTATOS       VALUE "S".
           03  WS-QTD-LISTADOS     PIC 999.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT FIN-FILE
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           PERFORM P045-LE-OPERADOR-SESSAO
           IF WS-OPERADOR-SESSAO = "DIRETO"
               DISPLAY "INFORME O OPERADOR: "
               ACCEPT WS-OPERADOR
           ELSE
               MOVE WS-OPERADOR-SESSAO TO WS-OPERADOR
           END-IF

           DISPLAY "INFORME O CODIGO DO CLIENTE: "
           ACCEPT WS-COD-CLIENTE
           PERFORM P030-SELECIONA-CONTRATO

           DISPLAY "1 - REGISTRAR CONTATO DE COBRANCA"
           DISPLAY "2 - CONSULTAR CONTATOS DO CONTRATO"
           DISPLAY "ESCOLHA UMA OPCAO: "
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM P200-REGISTRA-CONTATO
               WHEN 2
                   PERFORM P300-CONSULTA-CONTATOS
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE

           PERFORM P900-FIM
           .

       P200-REGISTRA-CONTATO.
           DISPLAY "CANAL (T-TELEFONE S-SMS W-WHATSAPP E-EMAIL "
                   "P-PRESENCIAL): "
           ACCEPT WS-CANAL
           PERFORM UNTIL CANAL-VALIDO
               DISPLAY "CANAL INVALIDO. INFORME NOVAMENTE: "
               ACCEPT WS-CANAL
           END-PERFORM

           DISPLAY "RESULTADO DO CONTATO:"
           DISPLAY "  SR - SEM RESPOSTA       OC - OCUPADO"
           DISPLAY "  CP - CAIXA POSTAL       NE - NUMERO ERRADO"
           DISPLAY "  TE - RECADO A TERCEIRO  RC - RECUSA A NEGOCIAR"
           DISPLAY "  AT - ATENDEU SEM ACORDO JP - ALEGA JA TER PAGO"
           DISPLAY "INFORME O CODIGO: "
           ACCEPT WS-RESULTADO
           PERFORM UNTIL RESULTADO-VALIDO
      *>       PROMESSA SE REGISTRA NO promessa, QUE JA GRAVA O
      *>       CONTATO JUNTO COM A DATA E O VALOR PROMETIDOS.
               IF RESULTADO-PROMESSA
                   DISPLAY "PROMESSA: USE O REGISTRO DE PROMESSAS. "
                           "INFORME OUTRO CODIGO: "
               ELSE
                   DISPLAY "CODIGO INVALIDO. INFORME NOVAMENTE: "
               END-IF
               ACCEPT WS-RESULTADO
           END-PERFORM

           MOVE SPACES TO WS-TEL-CADASTRO
           MOVE FIN-COD-CLIENTE TO CAD-CODIGO
           OPEN INPUT CAD-FILE
           READ CAD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CAD-TEL TO WS-TEL-CADASTRO
           END-READ
           CLOSE CAD-FILE
           IF WS-CANAL = "T" OR WS-CANAL = "S" OR WS-CANAL = "W"
               DISPLAY "TELEFONE USADO (ENTER = " WS-TEL-CADASTRO
                       "): "
               ACCEPT WS-TELEFONE
               IF WS-TELEFONE = SPACES
                   MOVE WS-TEL-CADASTRO TO WS-TELEFONE
               END-IF
           ELSE
               MOVE SPACES TO WS-TELEFONE
           END-IF

           DISPLAY "OBSERVACAO (OPCIONAL): "
           ACCEPT WS-OBSERVACAO

           OPEN EXTEND CTT-FILE
           IF WS-CTT-STATUS = "35"
               OPEN OUTPUT CTT-FILE
               CLOSE CTT-FILE
               OPEN EXTEND CTT-FILE
           END-IF

           ACCEPT WS-HORA-AGORA FROM TIME
           MOVE FIN-CONTRATO       TO CTT-CONTRATO
           MOVE WS-DATA-HOJE       TO CTT-DATA
           MOVE WS-HORA-AGORA      TO CTT-HORA
           MOVE WS-CANAL           TO CTT-CANAL
           MOVE WS-RESULTADO       TO CTT-RESULTADO
           MOVE WS-OPERADOR        TO CTT-OPERADOR
           MOVE "M"                TO CTT-ORIGEM
           MOVE WS-TELEFONE        TO CTT-TELEFONE
           MOVE WS-OBSERVACAO      TO CTT-OBSERVACAO
           WRITE CTT-REGISTRO
           CLOSE CTT-FILE

           DISPLAY "=============================================="
           DISPLAY "CONTATO REGISTRADO - CONTRATO " CTT-CONTRATO
           DISPLAY "CANAL " CTT-CANAL "  RESULTADO " CTT-RESULTADO
                   "  " CTT-DATA " " CTT-HORA
           DISPLAY "OPERADOR: " CTT-OPERADOR
           DISPLAY "=============================================="
           .

       P300-CONSULTA-CONTATOS.
           MOVE ZEROS TO WS-QTD-LISTADOS
           MOVE "N"   TO WS-CTT-EOF
           OPEN INPUT CTT-FILE
           IF WS-CTT-STATUS NOT = "00"
               DISPLAY "NENHUM CONTATO REGISTRADO."
           ELSE
               DISPLAY "DATA      HORA     CN RES ORIG OPERADOR "
                       "OBSERVACAO"
               PERFORM P310-LE-CONTATO
               PERFORM UNTIL FIM-CONTATOS
                   IF CTT-CONTRATO = FIN-CONTRATO
                       ADD 1 TO WS-QTD-LISTADOS
                       DISPLAY CTT-DATA "  " CTT-HORA " " CTT-CANAL
                               "  " CTT-RESULTADO "  " CTT-ORIGEM
                               "    " CTT-OPERADOR " "
                               CTT-OBSERVACAO
                   END-IF
                   PERFORM P310-LE-CONTATO
               END-PERFORM
               CLOSE CTT-FILE
               IF WS-QTD-LISTADOS = ZEROS
                   DISPLAY "NENHUM CONTATO PARA O CONTRATO "
                           FIN-CONTRATO
               END-IF
           END-IF
           .

       P310-LE-CONTATO.
           READ CTT-FILE
               AT END SET FIM-CONTATOS TO TRUE
           END-READ
           .

       P045-LE-OPERADOR-SESSAO.
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

       P030-SELECIONA-CONTRATO.
           MOVE ZEROS TO WS-QTD-CONTRATOS
           MOVE ZEROS TO WS-CONTRATO-ACHADO
      *>   OS CONTRATOS DO CLIENTE SAEM PELA CHAVE ALTERNATIVA DO
      *>   FINMAST (FIN-COD-CLIENTE).
           MOVE WS-COD-CLIENTE TO FIN-COD-CLIENTE
           START FIN-FILE KEY IS EQUAL TO FIN-COD-CLIENTE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "00" TO WS-FIN-STATUS
                   PERFORM P035-LISTA-CONTRATOS
                           UNTIL WS-FIN-STATUS NOT = "00"
           END-START

           IF WS-QTD-CONTRATOS = ZEROS
               DISPLAY "CONTRATO NAO ENCONTRADO PARA: " WS-COD-CLIENTE
               PERFORM P900-FIM
           END-IF

           IF WS-QTD-CONTRATOS = 1
               MOVE WS-CONTRATO-ACHADO TO WS-CONTRATO
           ELSE
               DISPLAY "CLIENTE COM " WS-QTD-CONTRATOS " CONTRATOS. "
                       "INFORME O NUMERO DO CONTRATO: "
               ACCEPT WS-CONTRATO
           END-IF

           MOVE WS-CONTRATO TO FIN-CONTRATO
           READ FIN-FILE
               INVALID KEY
                   DISPLAY "CONTRATO NAO ENCONTRADO: " WS-CONTRATO
                   PERFORM P900-FIM
           END-READ
           IF FIN-COD-CLIENTE NOT = WS-COD-CLIENTE
               DISPLAY "CONTRATO " WS-CONTRATO
                       " NAO PERTENCE AO CLIENTE INFORMADO."
               PERFORM P900-FIM
           END-IF
           MOVE FIN-CLIENTE TO WS-CLIENTE
           .

       P035-LISTA-CONTRATOS.
           READ FIN-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-FIN-STATUS
               NOT AT END
                   IF FIN-COD-CLIENTE = WS-COD-CLIENTE
                       MOVE "00" TO WS-FIN-STATUS
                   ELSE
                       MOVE "10" TO WS-FIN-STATUS
                   END-IF
                   IF FIN-COD-CLIENTE = WS-COD-CLIENTE
                       ADD 1 TO WS-QTD-CONTRATOS
                       MOVE FIN-CONTRATO TO WS-CONTRATO-ACHADO
                       DISPLAY "  CONTRATO " FIN-CONTRATO
                               "  OBJETO: " FIN-OBJETO
                               "  DATA: " FIN-DT-CONTRATO
                   END-IF
           END-READ
           .

       P900-FIM.
           CLOSE FIN-FILE
           GOBACK.

       END PROGRAM contato.

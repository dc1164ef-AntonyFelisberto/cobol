      *          already on file for a contract - so the follow-up
      *          stops depending on sticky notes. The nightly
      *          verification (promVerif) settles each promise
      *          against PAGHIST.DAT. Every promise also lands in the
      *          collections contact log (CONTATO.DAT, resultado PP),
      *          so the call that produced it counts as effort.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FIN-CONTRATO
                   ALTERNATE RECORD KEY IS FIN-COD-CLIENTE
                       WITH DUPLICATES
                   FILE STATUS IS WS-FIN-STATUS.

               SELECT PRM-FILE ASSIGN TO "PROMESSA.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PRM-STATUS.

               SELECT CTT-FILE ASSIGN TO "CONTATO.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CTT-STATUS.

               SELECT OPS-FILE ASSIGN TO "OPERSESS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPS-STATUS.
       FD  PRM-FILE.
           COPY PRMFD.

       FD  CTT-FILE.
           COPY CTTFD.

       FD  OPS-FILE.
           COPY OPSFD.

           03  WS-FIN-STATUS       PIC XX.
           03  WS-PRM-STATUS       PIC XX.
           03  WS-OPS-STATUS       PIC XX.
           03  WS-CTT-STATUS       PIC XX.
           03  WS-HORA-AGORA       PIC 9(8).
           03  WS-OPCAO            PIC 9.
           03  WS-CLIENTE          PIC X(20).
           03  WS-COD-CLIENTE      PIC 9(05).
           03  WS-OPERADOR         PIC X(08).
           03  WS-OPERADOR-SESSAO  PIC X(08).
           03  WS-QTD-CONTRATOS    PIC 999.
               MOVE WS-OPERADOR-SESSAO TO WS-OPERADOR
           END-IF

           DISPLAY "INFORME O CODIGO DO CLIENTE: "
           ACCEPT WS-COD-CLIENTE
           PERFORM P030-SELECIONA-CONTRATO

           DISPLAY "1 - REGISTRAR PROMESSA DE PAGAMENTO"
           MOVE "P"                TO PRM-SITUACAO
           WRITE PRM-REGISTRO
           CLOSE PRM-FILE
           PERFORM P210-REGISTRA-CONTATO

           DISPLAY "=============================================="
           DISPLAY "PROMESSA REGISTRADA - CONTRATO " PRM-CONTRATO
           DISPLAY "=============================================="
           .

       P210-REGISTRA-CONTATO.
      *>   A LIGACAO QUE GEROU A PROMESSA ENTRA NO LOG DE CONTATOS.
           OPEN EXTEND CTT-FILE
           IF WS-CTT-STATUS = "35"
               OPEN OUTPUT CTT-FILE
               CLOSE CTT-FILE
               OPEN EXTEND CTT-FILE
           END-IF
           ACCEPT WS-HORA-AGORA FROM TIME
           MOVE FIN-CONTRATO   TO CTT-CONTRATO
           MOVE WS-DATA-HOJE   TO CTT-DATA
           MOVE WS-HORA-AGORA  TO CTT-HORA
           MOVE "T"            TO CTT-CANAL
           MOVE "PP"           TO CTT-RESULTADO
           MOVE WS-OPERADOR    TO CTT-OPERADOR
           MOVE "P"            TO CTT-ORIGEM
           MOVE SPACES         TO CTT-TELEFONE
           MOVE SPACES         TO CTT-OBSERVACAO
           STRING "PROMESSA PARCELA " WS-PARCELA
                  " ATE " WS-DT-PROMETIDA
                  DELIMITED BY SIZE INTO CTT-OBSERVACAO
           WRITE CTT-REGISTRO
           CLOSE CTT-FILE
           .

       P300-CONSULTA-PROMESSAS.
           MOVE ZEROS TO WS-QTD-LISTADAS
           MOVE "N"   TO WS-PRM-EOF
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
           END-START

           IF WS-QTD-CONTRATOS = ZEROS
               DISPLAY "CONTRATO NAO ENCONTRADO PARA: " WS-COD-CLIENTE
               PERFORM P900-FIM
           END-IF

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

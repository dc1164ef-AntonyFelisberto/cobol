      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly dialer feed - turns tonight's collections
      *          workqueue (COBCART.DAT, rebuilt by cobWork) into the
      *          call list the dialer works tomorrow (DISCADOR.DAT):
      *          each assigned contract with the client's telephone
      *          (CUSTMAST.DAT), its days late and arrears total from
      *          ENCARGOS.DAT and the date of the last contact on the
      *          collections contact log (CONTATO.DAT), in priority
      *          order - most days late first, then the larger
      *          arrears, then the client contacted longest ago.
      *          Contracts without a telephone on file cannot be
      *          dialled and are counted as rejected. Control totals
      *          to BATCHSUM.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. discExtr.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT WQ-FILE ASSIGN TO "COBCART.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-WQ-STATUS.

               SELECT ENC-FILE ASSIGN TO "ENCARGOS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ENC-STATUS.

               SELECT CTT-FILE ASSIGN TO "CONTATO.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CTT-STATUS.

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

               SELECT DSC-FILE ASSIGN TO "DISCADOR.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DSC-STATUS.

               SELECT BAT-FILE ASSIGN TO "BATCHSUM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WQ-FILE.
           COPY WQFD.

       FD  ENC-FILE.
           COPY ENCFD.

       FD  CTT-FILE.
           COPY CTTFD.

       FD  FIN-FILE.
           COPY FINFD.

       FD  CAD-FILE.
           COPY CADFD.

       FD  DSC-FILE.
           COPY DSCFD.

       FD  BAT-FILE.
           COPY BATSUM.

       WORKING-STORAGE SECTION.
       01  WS-VARIAVEIS.
           03  WS-WQ-STATUS        PIC XX.
           03  WS-ENC-STATUS       PIC XX.
           03  WS-CTT-STATUS       PIC XX.
           03  WS-FIN-STATUS       PIC XX.
           03  WS-CAD-STATUS       PIC XX.
           03  WS-DSC-STATUS       PIC XX.
           03  WS-BAT-STATUS       PIC XX.
           03  WS-WQ-EOF           PIC X VALUE "N".
               88  FIM-CARTEIRA       VALUE "S".
           03  WS-ENC-EOF          PIC X VALUE "N".
               88  FIM-ENCARGOS       VALUE "S".
           03  WS-CTT-EOF          PIC X VALUE "N".
               88  FIM-CONTATOS       VALUE "S".
           03  WS-IDX              PIC 9(04).
           03  WS-ORD-I            PIC 9(04).
           03  WS-ORD-J            PIC 9(04).
           03  WS-TROCA            PIC X.
               88  TROCA-POSICAO      VALUE "S".
           03  WS-CONTRATO-BUSCA   PIC 9(06).
           03  WS-SEQUENCIA        PIC 9(05) VALUE ZEROS.
           03  WS-TOTAL-LIDOS      PIC 9(06) VALUE ZEROS.
           03  WS-TOTAL-GRAVADOS   PIC 9(06) VALUE ZEROS.
           03  WS-TOTAL-SEM-FONE   PIC 9(06) VALUE ZEROS.

      *>   CARTEIRA DA NOITE, UM ITEM POR CONTRATO ATRIBUIDO.
       01  WS-QTD-FILA             PIC 9(04) VALUE ZEROS.
       01  WS-TABELA-FILA.
           03  WS-FIL-REG OCCURS 0 TO 2000 TIMES
                          DEPENDING ON WS-QTD-FILA.
               05  WS-FIL-CONTRATO PIC 9(06).
               05  WS-FIL-CLIENTE  PIC X(20).
               05  WS-FIL-OPERADOR PIC X(08).
               05  WS-FIL-DIAS     PIC 9(05).
               05  WS-FIL-VALOR    PIC 9(09)V99.
               05  WS-FIL-ULT-CTT  PIC 9(8).
       01  WS-ORD-TMP              PIC X(58).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P100-CARREGA-CARTEIRA
           PERFORM P200-ACUMULA-ATRASO
           PERFORM P300-ULTIMO-CONTATO
           PERFORM P400-ORDENA
           PERFORM P500-GRAVA-DISCADOR
           PERFORM P930-GRAVA-RESUMO

           DISPLAY "CONTRATOS NA CARTEIRA....: " WS-TOTAL-LIDOS
           DISPLAY "ENVIADOS AO DISCADOR.....: " WS-TOTAL-GRAVADOS
           DISPLAY "SEM TELEFONE NO CADASTRO.: " WS-TOTAL-SEM-FONE
           GOBACK.

       P100-CARREGA-CARTEIRA.
           MOVE "N" TO WS-WQ-EOF
           OPEN INPUT WQ-FILE
           IF WS-WQ-STATUS = "00"
               PERFORM P110-LE-CARTEIRA
               PERFORM UNTIL FIM-CARTEIRA
                       OR WS-QTD-FILA = 2000
                   ADD 1 TO WS-QTD-FILA
                   MOVE WQ-CONTRATO TO WS-FIL-CONTRATO(WS-QTD-FILA)
                   MOVE WQ-CLIENTE  TO WS-FIL-CLIENTE(WS-QTD-FILA)
                   MOVE WQ-OPERADOR TO WS-FIL-OPERADOR(WS-QTD-FILA)
                   MOVE ZEROS       TO WS-FIL-DIAS(WS-QTD-FILA)
                   MOVE ZEROS       TO WS-FIL-VALOR(WS-QTD-FILA)
                   MOVE ZEROS       TO WS-FIL-ULT-CTT(WS-QTD-FILA)
                   PERFORM P110-LE-CARTEIRA
               END-PERFORM
               CLOSE WQ-FILE
           END-IF
           MOVE WS-QTD-FILA TO WS-TOTAL-LIDOS
           .

       P110-LE-CARTEIRA.
           READ WQ-FILE
               AT END SET FIM-CARTEIRA TO TRUE
           END-READ
           .

       P200-ACUMULA-ATRASO.
      *>   DIAS DE ATRASO DO CONTRATO = OS DA PARCELA MAIS ANTIGA;
      *>   VALOR = SOMA DO TOTAL DEVIDO DE TODAS AS PARCELAS.
           MOVE "N" TO WS-ENC-EOF
           OPEN INPUT ENC-FILE
           IF WS-ENC-STATUS = "00"
               PERFORM P210-LE-ENCARGO
               PERFORM UNTIL FIM-ENCARGOS
                   MOVE ENC-CONTRATO TO WS-CONTRATO-BUSCA
                   PERFORM P250-LOCALIZA-CONTRATO THRU P250-SAIDA
                   IF WS-IDX <= WS-QTD-FILA
                       ADD ENC-VALOR-TOTAL TO WS-FIL-VALOR(WS-IDX)
                       IF ENC-DIAS-ATRASO > WS-FIL-DIAS(WS-IDX)
                           MOVE ENC-DIAS-ATRASO
                               TO WS-FIL-DIAS(WS-IDX)
                       END-IF
                   END-IF
                   PERFORM P210-LE-ENCARGO
               END-PERFORM
               CLOSE ENC-FILE
           END-IF
           .

       P210-LE-ENCARGO.
           READ ENC-FILE
               AT END SET FIM-ENCARGOS TO TRUE
           END-READ
           .

       P250-LOCALIZA-CONTRATO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-FILA
               IF WS-FIL-CONTRATO(WS-IDX) = WS-CONTRATO-BUSCA
                   GO TO P250-SAIDA
               END-IF
           END-PERFORM
           .
       P250-SAIDA.
           EXIT.

       P300-ULTIMO-CONTATO.
      *>   QUALQUER TENTATIVA CONTA, ATENDIDA OU NAO: O OBJETIVO E
      *>   NAO LIGAR DE NOVO PARA QUEM FOI TENTADO ONTEM ANTES DE
      *>   QUEM NAO E PROCURADO HA UMA SEMANA.
           MOVE "N" TO WS-CTT-EOF
           OPEN INPUT CTT-FILE
           IF WS-CTT-STATUS = "00"
               PERFORM P310-LE-CONTATO
               PERFORM UNTIL FIM-CONTATOS
                   MOVE CTT-CONTRATO TO WS-CONTRATO-BUSCA
                   PERFORM P250-LOCALIZA-CONTRATO THRU P250-SAIDA
                   IF WS-IDX <= WS-QTD-FILA
                      AND CTT-DATA > WS-FIL-ULT-CTT(WS-IDX)
                       MOVE CTT-DATA TO WS-FIL-ULT-CTT(WS-IDX)
                   END-IF
                   PERFORM P310-LE-CONTATO
               END-PERFORM
               CLOSE CTT-FILE
           END-IF
           .

       P310-LE-CONTATO.
           READ CTT-FILE
               AT END SET FIM-CONTATOS TO TRUE
           END-READ
           .

       P400-ORDENA.
           PERFORM VARYING WS-ORD-I FROM 1 BY 1
                   UNTIL WS-ORD-I >= WS-QTD-FILA
               COMPUTE WS-ORD-J = WS-ORD-I + 1
               PERFORM VARYING WS-ORD-J FROM WS-ORD-J BY 1
                       UNTIL WS-ORD-J > WS-QTD-FILA
                   PERFORM P410-COMPARA
                   IF TROCA-POSICAO
                       MOVE WS-FIL-REG(WS-ORD-I) TO WS-ORD-TMP
                       MOVE WS-FIL-REG(WS-ORD-J)
                           TO WS-FIL-REG(WS-ORD-I)
                       MOVE WS-ORD-TMP TO WS-FIL-REG(WS-ORD-J)
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       P410-COMPARA.
      *>   J SOBE NA FRENTE DE I SE TEM MAIS DIAS DE ATRASO; NO
      *>   EMPATE, MAIS VALOR; NO EMPATE, CONTATO MAIS ANTIGO.
           MOVE "N" TO WS-TROCA
           EVALUATE TRUE
               WHEN WS-FIL-DIAS(WS-ORD-J) > WS-FIL-DIAS(WS-ORD-I)
                   SET TROCA-POSICAO TO TRUE
               WHEN WS-FIL-DIAS(WS-ORD-J) < WS-FIL-DIAS(WS-ORD-I)
                   CONTINUE
               WHEN WS-FIL-VALOR(WS-ORD-J) > WS-FIL-VALOR(WS-ORD-I)
                   SET TROCA-POSICAO TO TRUE
               WHEN WS-FIL-VALOR(WS-ORD-J) < WS-FIL-VALOR(WS-ORD-I)
                   CONTINUE
               WHEN WS-FIL-ULT-CTT(WS-ORD-J)
                    < WS-FIL-ULT-CTT(WS-ORD-I)
                   SET TROCA-POSICAO TO TRUE
           END-EVALUATE
           .

       P500-GRAVA-DISCADOR.
           OPEN INPUT FIN-FILE
           OPEN INPUT CAD-FILE
           OPEN OUTPUT DSC-FILE
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-FILA
               PERFORM P510-GRAVA-ITEM
           END-PERFORM
           CLOSE FIN-FILE
           CLOSE CAD-FILE
           CLOSE DSC-FILE
           .

       P510-GRAVA-ITEM.
           MOVE SPACES TO DSC-TELEFONE
           MOVE WS-FIL-CONTRATO(WS-IDX) TO FIN-CONTRATO
           READ FIN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FIN-COD-CLIENTE TO CAD-CODIGO
                   READ CAD-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CAD-TEL TO DSC-TELEFONE
                   END-READ
           END-READ

           IF DSC-TELEFONE = SPACES
               ADD 1 TO WS-TOTAL-SEM-FONE
           ELSE
               ADD 1 TO WS-SEQUENCIA
               MOVE WS-SEQUENCIA            TO DSC-SEQUENCIA
               MOVE WS-FIL-CONTRATO(WS-IDX) TO DSC-CONTRATO
               MOVE WS-FIL-CLIENTE(WS-IDX)  TO DSC-CLIENTE
               MOVE WS-FIL-DIAS(WS-IDX)     TO DSC-DIAS-ATRASO
               MOVE WS-FIL-VALOR(WS-IDX)    TO DSC-VALOR-ATRASO
               MOVE WS-FIL-ULT-CTT(WS-IDX)  TO DSC-DT-ULT-CONTATO
               MOVE WS-FIL-OPERADOR(WS-IDX) TO DSC-OPERADOR
               WRITE DSC-REGISTRO
               ADD 1 TO WS-TOTAL-GRAVADOS
           END-IF
           .

       P930-GRAVA-RESUMO.
           OPEN EXTEND BAT-FILE
           IF WS-BAT-STATUS = "35"
               OPEN OUTPUT BAT-FILE
               CLOSE BAT-FILE
               OPEN EXTEND BAT-FILE
           END-IF

           MOVE "DISCEXTR"        TO BAT-PROGRAMA
           ACCEPT BAT-DATA FROM DATE YYYYMMDD
           ACCEPT BAT-HORA FROM TIME
           MOVE WS-TOTAL-LIDOS    TO BAT-LIDOS
           MOVE WS-TOTAL-GRAVADOS TO BAT-PROCESSADOS
           MOVE WS-TOTAL-SEM-FONE TO BAT-REJEITADOS
           WRITE BAT-REGISTRO

           CLOSE BAT-FILE
           .

       END PROGRAM discExtr.

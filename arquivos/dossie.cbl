      ******************************************************************
      * Author:
      * Date:
      * Purpose: Contract document dossier - the desk marks off here
      *          each document of a contract as it comes back (signed
      *          instrumento, ID, proof of income, proof of address and
      *          whatever else the product's checklist on DOCPROD.DAT
      *          asks for), with the reference of the scanned image or
      *          archive box, the date and the operator signed on in
      *          OPERSESS.DAT - appended to DOSSIE.DAT. A document
      *          marked by mistake is undone with an estorno row. The
      *          consultation shows what is on file and what is still
      *          missing, as dossUtil sees it - the same answer the
      *          pendency list (dosPend) and the merchant repasse
      *          (lojRepasse) get.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. dossie.

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

               SELECT DOS-FILE ASSIGN TO "DOSSIE.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DOS-STATUS.

               SELECT OPS-FILE ASSIGN TO "OPERSESS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIN-FILE.
           COPY FINFD.

       FD  DOS-FILE.
           COPY DOSFD.

       FD  OPS-FILE.
           COPY OPSFD.

       WORKING-STORAGE SECTION.
       01  WS-VARIAVEIS.
           03  WS-FIN-STATUS       PIC XX.
           03  WS-DOS-STATUS       PIC XX.
           03  WS-OPS-STATUS       PIC XX.
           03  WS-OPCAO            PIC 9.
           03  WS-CONTRATO         PIC 9(06).
           03  WS-OPERADOR         PIC X(08).
           03  WS-DATA-HOJE        PIC 9(8).
           03  WS-TIPO-DOC         PIC X(02).
           03  WS-REFERENCIA       PIC X(30).
           03  WS-SITUACAO-VIGENTE PIC X(01).
           03  WS-DOS-EOF          PIC X VALUE "N".
               88  FIM-DOSSIE         VALUE "S".
           03  WS-IDX              PIC 9(02).
           03  WS-POS              PIC 9(02).
           03  WS-PENDENTE         PIC X VALUE "N".
               88  DOCUMENTO-PENDENTE VALUE "S".
           03  WS-QTD-LISTADOS     PIC 9(03).

      *>   RESPOSTA DO dossUtil.
       01  WS-QTD-PENDENTES        PIC 9(02).
       01  WS-PENDENTES            PIC X(20).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM P045-LE-OPERADOR-SESSAO

           OPEN INPUT FIN-FILE
           DISPLAY "NUMERO DO CONTRATO: "
           ACCEPT WS-CONTRATO
           MOVE WS-CONTRATO TO FIN-CONTRATO
           READ FIN-FILE
               INVALID KEY
                   DISPLAY "CONTRATO NAO ENCONTRADO: " WS-CONTRATO
                   CLOSE FIN-FILE
                   GOBACK
           END-READ
           CLOSE FIN-FILE
           DISPLAY "CONTRATO " FIN-CONTRATO "  " FIN-CLIENTE
                   "  PRODUTO " FIN-COD-PRODUTO
                   "  DATA " FIN-DT-CONTRATO

           PERFORM P100-PENDENCIAS

           DISPLAY "1 - REGISTRAR DOCUMENTO RECEBIDO"
           DISPLAY "2 - ESTORNAR DOCUMENTO REGISTRADO"
           DISPLAY "3 - CONSULTAR DOSSIE DO CONTRATO"
           DISPLAY "ESCOLHA UMA OPCAO: "
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM P200-REGISTRA-RECEBIMENTO THRU P200-SAIDA
               WHEN 2
                   PERFORM P300-ESTORNA-REGISTRO THRU P300-SAIDA
               WHEN 3
                   PERFORM P400-CONSULTA-DOSSIE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE
           GOBACK.

       P100-PENDENCIAS.
           CALL "dossUtil" USING FIN-CONTRATO FIN-COD-PRODUTO
                                 WS-QTD-PENDENTES WS-PENDENTES
           IF WS-QTD-PENDENTES = ZEROS
               DISPLAY "DOSSIE COMPLETO."
           ELSE
               DISPLAY "DOCUMENTOS PENDENTES (" WS-QTD-PENDENTES
                       "): " WS-PENDENTES
           END-IF
           .

       P200-REGISTRA-RECEBIMENTO.
           IF WS-QTD-PENDENTES = ZEROS
               DISPLAY "NADA A REGISTRAR - DOSSIE COMPLETO."
               GO TO P200-SAIDA
           END-IF
           DISPLAY "CODIGO DO DOCUMENTO RECEBIDO: "
           ACCEPT WS-TIPO-DOC
           PERFORM P150-VERIFICA-PENDENTE
           IF NOT DOCUMENTO-PENDENTE
               DISPLAY "DOCUMENTO " WS-TIPO-DOC " NAO ESTA PENDENTE "
                       "NESTE CONTRATO."
               GO TO P200-SAIDA
           END-IF
           DISPLAY "REFERENCIA DA IMAGEM / CAIXA DE ARQUIVO: "
           ACCEPT WS-REFERENCIA
           PERFORM UNTIL WS-REFERENCIA NOT = SPACES
               DISPLAY "REFERENCIA OBRIGATORIA. INFORME NOVAMENTE: "
               ACCEPT WS-REFERENCIA
           END-PERFORM

           MOVE "R" TO DOS-SITUACAO
           PERFORM P500-GRAVA-DOSSIE
           DISPLAY "DOCUMENTO " WS-TIPO-DOC " REGISTRADO NO DOSSIE."
           PERFORM P100-PENDENCIAS
           .
       P200-SAIDA.
           EXIT.

       P150-VERIFICA-PENDENTE.
           MOVE "N" TO WS-PENDENTE
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-PENDENTES
                      OR WS-IDX > 10
               COMPUTE WS-POS = (WS-IDX - 1) * 2 + 1
               IF WS-PENDENTES(WS-POS:2) = WS-TIPO-DOC
                   SET DOCUMENTO-PENDENTE TO TRUE
               END-IF
           END-PERFORM
           .

       P300-ESTORNA-REGISTRO.
           DISPLAY "CODIGO DO DOCUMENTO A ESTORNAR: "
           ACCEPT WS-TIPO-DOC
           MOVE SPACES TO WS-SITUACAO-VIGENTE
           MOVE "N" TO WS-DOS-EOF
           OPEN INPUT DOS-FILE
           IF WS-DOS-STATUS = "00"
               PERFORM P410-LE-DOSSIE
               PERFORM UNTIL FIM-DOSSIE
                   IF DOS-CONTRATO = WS-CONTRATO
                      AND DOS-TIPO-DOC = WS-TIPO-DOC
                       MOVE DOS-SITUACAO TO WS-SITUACAO-VIGENTE
                   END-IF
                   PERFORM P410-LE-DOSSIE
               END-PERFORM
               CLOSE DOS-FILE
           END-IF
           IF WS-SITUACAO-VIGENTE NOT = "R"
               DISPLAY "DOCUMENTO " WS-TIPO-DOC " NAO ESTA REGISTRADO "
                       "NESTE CONTRATO."
               GO TO P300-SAIDA
           END-IF
           DISPLAY "MOTIVO DO ESTORNO: "
           ACCEPT WS-REFERENCIA
           MOVE "E" TO DOS-SITUACAO
           PERFORM P500-GRAVA-DOSSIE
           DISPLAY "REGISTRO DO DOCUMENTO " WS-TIPO-DOC " ESTORNADO."
           PERFORM P100-PENDENCIAS
           .
       P300-SAIDA.
           EXIT.

       P400-CONSULTA-DOSSIE.
           MOVE ZEROS TO WS-QTD-LISTADOS
           MOVE "N" TO WS-DOS-EOF
           OPEN INPUT DOS-FILE
           IF WS-DOS-STATUS = "00"
               DISPLAY "DOC SIT DATA     OPERADOR REFERENCIA"
               PERFORM P410-LE-DOSSIE
               PERFORM UNTIL FIM-DOSSIE
                   IF DOS-CONTRATO = WS-CONTRATO
                       ADD 1 TO WS-QTD-LISTADOS
                       DISPLAY DOS-TIPO-DOC "  " DOS-SITUACAO "   "
                               DOS-DATA " " DOS-OPERADOR " "
                               DOS-REFERENCIA
                   END-IF
                   PERFORM P410-LE-DOSSIE
               END-PERFORM
               CLOSE DOS-FILE
           END-IF
           IF WS-QTD-LISTADOS = ZEROS
               DISPLAY "NENHUM DOCUMENTO REGISTRADO PARA O CONTRATO "
                       WS-CONTRATO
           END-IF
           .

       P410-LE-DOSSIE.
           READ DOS-FILE
               AT END SET FIM-DOSSIE TO TRUE
           END-READ
           .

       P500-GRAVA-DOSSIE.
           OPEN EXTEND DOS-FILE
           IF WS-DOS-STATUS = "35"
               OPEN OUTPUT DOS-FILE
               CLOSE DOS-FILE
               OPEN EXTEND DOS-FILE
           END-IF
           MOVE WS-CONTRATO   TO DOS-CONTRATO
           MOVE WS-TIPO-DOC   TO DOS-TIPO-DOC
           MOVE WS-DATA-HOJE  TO DOS-DATA
           MOVE WS-REFERENCIA TO DOS-REFERENCIA
           MOVE WS-OPERADOR   TO DOS-OPERADOR
           WRITE DOS-REGISTRO
           CLOSE DOS-FILE
      *>   O dossUtil GUARDA O ARQUIVO NA MEMORIA: SAI DA MEMORIA
      *>   PARA A PROXIMA CONSULTA JA VER ESTE REGISTRO.
           CANCEL "dossUtil"
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

       END PROGRAM dossie.

      ******************************************************************
      * Author:
      * Date:
      * Purpose: One-time conversion utility (same discipline as
      *          finMigra.cbl and cpfMigra.cbl) that brings the two
      *          masters from their released layout to the current
      *          one: the alternate keys FIN-COD-CLIENTE on
      *          FINMAST.DAT and CAD-CPF-CNPJ on CUSTMAST.DAT, and
      *          the fields added since - FIN-COD-EMPRESA (company
      *          01), FIN-PCT-RESIDUAL and FIN-VALOR-RESIDUAL (no
      *          balloon) and CAD-DT-ATUALIZACAO (zero, data never
      *          confirmed). The operator renames each master to
      *          .OLD before the run and this program rebuilds it
      *          field by field with both keys. A master whose .OLD
      *          is not there is skipped (already converted, or not
      *          renamed), the other one still runs. One BATCHSUM.DAT
      *          row per master converted.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. chaveMigra.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT FINV-FILE ASSIGN TO "FINMAST.OLD"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FINV-CONTRATO
                   FILE STATUS IS WS-FINV-STATUS.

               SELECT FIN-FILE ASSIGN TO "FINMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FIN-CONTRATO
                   ALTERNATE RECORD KEY IS FIN-COD-CLIENTE
                       WITH DUPLICATES
                   FILE STATUS IS WS-FIN-STATUS.

               SELECT CADV-FILE ASSIGN TO "CUSTMAST.OLD"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CADV-CODIGO
                   FILE STATUS IS WS-CADV-STATUS.

               SELECT CAD-FILE ASSIGN TO "CUSTMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CAD-CODIGO
                   ALTERNATE RECORD KEY IS CAD-CPF-CNPJ
                       WITH DUPLICATES
                   FILE STATUS IS WS-CAD-STATUS.

               SELECT BAT-FILE ASSIGN TO "BATCHSUM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------
      * Released layouts, frozen here on purpose: the record pictures
      * the masters carried before the company, balloon and
      * recadastramento fields existed. Do not swap them for the
      * current copybooks.
      *----------------------------------------------------------------
       FD  FINV-FILE.
       01  FINV-REGISTRO.
           03 FINV-CONTRATO     PIC 9(06).
           03 FINV-COD-CLIENTE  PIC 9(05).
           03 FINV-CLIENTE      PIC X(20).
           03 FINV-OBJETO       PIC X(20).
           03 FINV-VALOR        PIC 9(06)V99.
           03 FINV-ENTRADA      PIC 9(06)V99.
           03 FINV-TAXA-JUROS   PIC 9V9999.
           03 FINV-NUM-PARCELAS PIC 999.
           03 FINV-DT-CONTRATO  PIC 9(8).
           03 FINV-VALOR-1A-PARCELA PIC 9(06)V99.
           03 FINV-ID-TRANSACAO PIC X(12).
           03 FINV-MOEDA        PIC X(03).
           03 FINV-SITUACAO     PIC X(01).
           03 FINV-DT-QUITACAO  PIC 9(8).
           03 FINV-VALOR-QUITACAO PIC 9(06)V99.
           03 FINV-SISTEMA-AMORT PIC X(01).
           03 FINV-VALOR-IOF    PIC 9(06)V99.
           03 FINV-VALOR-TARIFA PIC 9(06)V99.
           03 FINV-COD-PRODUTO  PIC 9(04).
           03 FINV-PRESTAMISTA  PIC X(01).
           03 FINV-VALOR-PREMIO PIC 9(06)V99.
           03 FINV-COD-LOJISTA  PIC 9(04).
           03 FINV-POS-FIXADO   PIC X(01).
           03 FINV-SPREAD       PIC 9V9999.
           03 FINV-COD-FILIAL   PIC 9(02).
           03 FINV-PARCELAS     PIC 9(07)V99 OCCURS 12 TO 420
                                TIMES DEPENDING ON FINV-NUM-PARCELAS.

       FD  FIN-FILE.
           COPY FINFD.

       FD  CADV-FILE.
       01  CADV-REGISTRO.
           03  CADV-CODIGO     PIC 9(05).
           03  CADV-NOME       PIC X(15).
           03  CADV-TEL        PIC X(09).
           03  CADV-DT-NASCIMENTO PIC 9(8).
           03  CADV-LOGRADOURO PIC X(30).
           03  CADV-NUMERO     PIC X(06).
           03  CADV-CIDADE     PIC X(20).
           03  CADV-UF         PIC X(02).
           03  CADV-CEP        PIC X(09).
           03  CADV-SITUACAO   PIC X(01).
           03  CADV-LIMITE-CREDITO PIC 9(08)V99.
           03  CADV-TIPO-PESSOA PIC X(01).
           03  CADV-CPF-CNPJ   PIC 9(14).
           03  CADV-RENDA-MENSAL PIC 9(08)V99.
           03  CADV-EMPREGADOR PIC X(20).
           03  CADV-END-QUALIDADE PIC X(01).
           03  CADV-FILIAL     PIC 9(02).

       FD  CAD-FILE.
           COPY CADFD.

       FD  BAT-FILE.
           COPY BATSUM.

       WORKING-STORAGE SECTION.
       01  WS-JAN-PROGRAMA     PIC X(16) VALUE "chaveMigra".
       01  WS-JAN-LIBERADO     PIC X.
       01  WS-CONTROLE.
           03  WS-FINV-STATUS      PIC XX.
           03  WS-FIN-STATUS       PIC XX.
           03  WS-CADV-STATUS      PIC XX.
           03  WS-CAD-STATUS       PIC XX.
           03  WS-BAT-STATUS       PIC XX.
           03  WS-QTD-CONVERTIDOS  PIC 9(01) VALUE ZEROS.
           03  WS-PROGRAMA-RESUMO  PIC X(08).
           03  WS-TOTAL-LIDOS      PIC 9(06) VALUE ZEROS.
           03  WS-TOTAL-CONVERTIDOS PIC 9(06) VALUE ZEROS.
           03  WS-TOTAL-REJEITADOS PIC 9(06) VALUE ZEROS.
           03  WS-IND              PIC 999.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *>   NADA SE ATUALIZA COM A JANELA DO BATCH NOTURNO ABERTA,
      *>   SALVO LIBERACAO DE SUPERVISOR.
           CALL "janelaUtil" USING WS-JAN-PROGRAMA WS-JAN-LIBERADO
           IF WS-JAN-LIBERADO NOT = "S"
               GOBACK
           END-IF
           PERFORM P100-CONVERTE-FINMAST THRU P100-SAIDA
           PERFORM P300-CONVERTE-CUSTMAST THRU P300-SAIDA

           IF WS-QTD-CONVERTIDOS = ZEROS
               DISPLAY "NENHUM MASTER CONVERTIDO - RENOMEIE O(S) "
                       "MASTER(S) PARA .OLD ANTES DA CONVERSAO."
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       P100-CONVERTE-FINMAST.
           OPEN INPUT FINV-FILE
           IF WS-FINV-STATUS NOT = "00"
               DISPLAY "FINMAST.OLD NAO ENCONTRADO - CONTRATOS "
                       "NAO CONVERTIDOS."
               GO TO P100-SAIDA
           END-IF

           OPEN OUTPUT FIN-FILE
           IF WS-FIN-STATUS NOT = "00"
               DISPLAY "ERRO AO CRIAR FINMAST.DAT: " WS-FIN-STATUS
               CLOSE FINV-FILE
               MOVE 8 TO RETURN-CODE
               GO TO P100-SAIDA
           END-IF

           MOVE ZEROS TO WS-TOTAL-LIDOS
           MOVE ZEROS TO WS-TOTAL-CONVERTIDOS
           MOVE ZEROS TO WS-TOTAL-REJEITADOS
           MOVE LOW-VALUES TO FINV-CONTRATO
           START FINV-FILE KEY IS NOT LESS THAN FINV-CONTRATO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "00" TO WS-FINV-STATUS
                   PERFORM P200-COPIA-CONTRATO
                           UNTIL WS-FINV-STATUS NOT = "00"
           END-START

           CLOSE FINV-FILE
           CLOSE FIN-FILE
           ADD 1 TO WS-QTD-CONVERTIDOS
           MOVE "CHVMIGFN" TO WS-PROGRAMA-RESUMO
           PERFORM P930-GRAVA-RESUMO

           DISPLAY "=============================================="
           DISPLAY "FINMAST.DAT RECRIADO COM A CHAVE DO CLIENTE"
           DISPLAY "CONTRATOS LIDOS......: " WS-TOTAL-LIDOS
           DISPLAY "CONTRATOS CONVERTIDOS: " WS-TOTAL-CONVERTIDOS
           DISPLAY "CONTRATOS REJEITADOS.: " WS-TOTAL-REJEITADOS
           DISPLAY "=============================================="
           .
       P100-SAIDA.
           EXIT.

       P200-COPIA-CONTRATO.
      *>   CAMPO A CAMPO: OS CAMPOS NOVOS FICAM ANTES DAS PARCELAS E
      *>   DESLOCAM O CRONOGRAMA - A IMAGEM NAO PODE SER COPIADA
      *>   INTEIRA.
           READ FINV-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-FINV-STATUS
               NOT AT END
                   ADD 1 TO WS-TOTAL-LIDOS
                   MOVE FINV-CONTRATO       TO FIN-CONTRATO
                   MOVE FINV-COD-CLIENTE    TO FIN-COD-CLIENTE
                   MOVE FINV-CLIENTE        TO FIN-CLIENTE
                   MOVE FINV-OBJETO         TO FIN-OBJETO
                   MOVE FINV-VALOR          TO FIN-VALOR
                   MOVE FINV-ENTRADA        TO FIN-ENTRADA
                   MOVE FINV-TAXA-JUROS     TO FIN-TAXA-JUROS
                   MOVE FINV-NUM-PARCELAS   TO FIN-NUM-PARCELAS
                   MOVE FINV-DT-CONTRATO    TO FIN-DT-CONTRATO
                   MOVE FINV-VALOR-1A-PARCELA
                       TO FIN-VALOR-1A-PARCELA
                   MOVE FINV-ID-TRANSACAO   TO FIN-ID-TRANSACAO
                   MOVE FINV-MOEDA          TO FIN-MOEDA
                   MOVE FINV-SITUACAO       TO FIN-SITUACAO
                   MOVE FINV-DT-QUITACAO    TO FIN-DT-QUITACAO
                   MOVE FINV-VALOR-QUITACAO TO FIN-VALOR-QUITACAO
                   MOVE FINV-SISTEMA-AMORT  TO FIN-SISTEMA-AMORT
                   MOVE FINV-VALOR-IOF      TO FIN-VALOR-IOF
                   MOVE FINV-VALOR-TARIFA   TO FIN-VALOR-TARIFA
                   MOVE FINV-COD-PRODUTO    TO FIN-COD-PRODUTO
                   MOVE FINV-PRESTAMISTA    TO FIN-PRESTAMISTA
                   MOVE FINV-VALOR-PREMIO   TO FIN-VALOR-PREMIO
                   MOVE FINV-COD-LOJISTA    TO FIN-COD-LOJISTA
                   MOVE FINV-POS-FIXADO     TO FIN-POS-FIXADO
                   MOVE FINV-SPREAD         TO FIN-SPREAD
                   MOVE FINV-COD-FILIAL     TO FIN-COD-FILIAL
                   MOVE 1                   TO FIN-COD-EMPRESA
                   MOVE ZEROS               TO FIN-PCT-RESIDUAL
                   MOVE ZEROS               TO FIN-VALOR-RESIDUAL
                   PERFORM VARYING WS-IND FROM 1 BY 1
                           UNTIL WS-IND > FINV-NUM-PARCELAS
                       MOVE FINV-PARCELAS(WS-IND)
                           TO FIN-PARCELAS(WS-IND)
                   END-PERFORM
                   WRITE FIN-REGISTRO
                       INVALID KEY
                           ADD 1 TO WS-TOTAL-REJEITADOS
                           DISPLAY "ERRO AO CONVERTER CONTRATO "
                                   FINV-CONTRATO ": " WS-FIN-STATUS
                       NOT INVALID KEY
                           ADD 1 TO WS-TOTAL-CONVERTIDOS
                   END-WRITE
           END-READ
           .

       P300-CONVERTE-CUSTMAST.
           OPEN INPUT CADV-FILE
           IF WS-CADV-STATUS NOT = "00"
               DISPLAY "CUSTMAST.OLD NAO ENCONTRADO - CLIENTES "
                       "NAO CONVERTIDOS."
               GO TO P300-SAIDA
           END-IF

           OPEN OUTPUT CAD-FILE
           IF WS-CAD-STATUS NOT = "00"
               DISPLAY "ERRO AO CRIAR CUSTMAST.DAT: " WS-CAD-STATUS
               CLOSE CADV-FILE
               MOVE 8 TO RETURN-CODE
               GO TO P300-SAIDA
           END-IF

           MOVE ZEROS TO WS-TOTAL-LIDOS
           MOVE ZEROS TO WS-TOTAL-CONVERTIDOS
           MOVE ZEROS TO WS-TOTAL-REJEITADOS
           MOVE LOW-VALUES TO CADV-CODIGO
           START CADV-FILE KEY IS NOT LESS THAN CADV-CODIGO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "00" TO WS-CADV-STATUS
                   PERFORM P400-COPIA-CLIENTE
                           UNTIL WS-CADV-STATUS NOT = "00"
           END-START

           CLOSE CADV-FILE
           CLOSE CAD-FILE
           ADD 1 TO WS-QTD-CONVERTIDOS
           MOVE "CHVMIGCD" TO WS-PROGRAMA-RESUMO
           PERFORM P930-GRAVA-RESUMO

           DISPLAY "=============================================="
           DISPLAY "CUSTMAST.DAT RECRIADO COM A CHAVE DO CPF/CNPJ"
           DISPLAY "CLIENTES LIDOS......: " WS-TOTAL-LIDOS
           DISPLAY "CLIENTES CONVERTIDOS: " WS-TOTAL-CONVERTIDOS
           DISPLAY "CLIENTES REJEITADOS.: " WS-TOTAL-REJEITADOS
           DISPLAY "=============================================="
           .
       P300-SAIDA.
           EXIT.

       P400-COPIA-CLIENTE.
           READ CADV-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-CADV-STATUS
               NOT AT END
                   ADD 1 TO WS-TOTAL-LIDOS
                   MOVE CADV-CODIGO         TO CAD-CODIGO
                   MOVE CADV-NOME           TO CAD-NOME
                   MOVE CADV-TEL            TO CAD-TEL
                   MOVE CADV-DT-NASCIMENTO  TO CAD-DT-NASCIMENTO
                   MOVE CADV-LOGRADOURO     TO CAD-LOGRADOURO
                   MOVE CADV-NUMERO         TO CAD-NUMERO
                   MOVE CADV-CIDADE         TO CAD-CIDADE
                   MOVE CADV-UF             TO CAD-UF
                   MOVE CADV-CEP            TO CAD-CEP
                   MOVE CADV-SITUACAO       TO CAD-SITUACAO
                   MOVE CADV-LIMITE-CREDITO TO CAD-LIMITE-CREDITO
                   MOVE CADV-TIPO-PESSOA    TO CAD-TIPO-PESSOA
                   MOVE CADV-CPF-CNPJ       TO CAD-CPF-CNPJ
                   MOVE CADV-RENDA-MENSAL   TO CAD-RENDA-MENSAL
                   MOVE CADV-EMPREGADOR     TO CAD-EMPREGADOR
                   MOVE CADV-END-QUALIDADE  TO CAD-END-QUALIDADE
                   MOVE CADV-FILIAL         TO CAD-FILIAL
                   MOVE ZEROS               TO CAD-DT-ATUALIZACAO
                   WRITE CAD-REGISTRO
                       INVALID KEY
                           ADD 1 TO WS-TOTAL-REJEITADOS
                           DISPLAY "ERRO AO CONVERTER CLIENTE "
                                   CADV-CODIGO ": " WS-CAD-STATUS
                       NOT INVALID KEY
                           ADD 1 TO WS-TOTAL-CONVERTIDOS
                   END-WRITE
           END-READ
           .

       P930-GRAVA-RESUMO.
           OPEN EXTEND BAT-FILE
           IF WS-BAT-STATUS = "35"
               OPEN OUTPUT BAT-FILE
               CLOSE BAT-FILE
               OPEN EXTEND BAT-FILE
           END-IF

           MOVE WS-PROGRAMA-RESUMO   TO BAT-PROGRAMA
           ACCEPT BAT-DATA FROM DATE YYYYMMDD
           ACCEPT BAT-HORA FROM TIME
           MOVE WS-TOTAL-LIDOS       TO BAT-LIDOS
           MOVE WS-TOTAL-CONVERTIDOS TO BAT-PROCESSADOS
           MOVE WS-TOTAL-REJEITADOS  TO BAT-REJEITADOS
           WRITE BAT-REGISTRO

           CLOSE BAT-FILE
           .

       END PROGRAM chaveMigra.

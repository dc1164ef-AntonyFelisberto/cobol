      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly dossier pendency list - every active contract
      *          of FINMAST.DAT booked DOSSIE-DIAS days ago or more
      *          (SYSPARM) whose dossier is still incomplete, as
      *          dossUtil sees it against the product's checklist,
      *          with the client, booking date, days since booking,
      *          originating merchant and the codes of the documents
      *          still missing - so the desk chases the signed copy
      *          and the papers before the audit does. A store
      *          contract on this list also has its repasse held by
      *          lojRepasse until the dossier is complete. Output to
      *          DOSPEND.RPT and the screen, RPTHDR.cpy header;
      *          control totals to BATCHSUM.DAT.
      *          Runs for the company of the session (or of the
      *          batch job's EMPRESA) or consolidated (00), named in
      *          the header; only that company's contracts enter.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. dosPend.

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

               SELECT SYSPARM-FILE ASSIGN TO "SYSPARM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SYSPARM-STATUS.

               SELECT RPT-FILE ASSIGN TO "DOSPEND.RPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-STATUS.

               SELECT BAT-FILE ASSIGN TO "BATCHSUM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIN-FILE.
           COPY FINFD.

       FD  SYSPARM-FILE.
           COPY SYSPARMF.

       FD  RPT-FILE.
       01  RPT-LINHA           PIC X(100).

       FD  BAT-FILE.
           COPY BATSUM.

       WORKING-STORAGE SECTION.
           COPY SYSPARM.
           COPY RPTHDR.
           COPY EMPLK.

       01  WS-SYSPARM-STATUS       PIC XX VALUE SPACES.

       01  WS-VARIAVEIS.
           03  WS-FIN-STATUS       PIC XX.
           03  WS-RPT-STATUS       PIC XX.
           03  WS-BAT-STATUS       PIC XX.
           03  WS-DATA-HOJE        PIC 9(8).
           03  WS-DATA-LIMITE      PIC 9(8).
           03  WS-DIAS-CONTRATO    PIC 9(05).
           03  WS-TOTAL-LIDOS      PIC 9(06) VALUE ZEROS.
           03  WS-TOTAL-VERIFICADOS PIC 9(06) VALUE ZEROS.
           03  WS-TOTAL-LOJISTA    PIC 9(06) VALUE ZEROS.
           03  WS-LINHA-EDIT       PIC X(100).

      *>   RESPOSTA DO dossUtil.
       01  WS-QTD-PENDENTES        PIC 9(02).
       01  WS-PENDENTES            PIC X(20).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM P050-LE-PARAMETROS-SISTEMA
           PERFORM P060-EMPRESA-DO-RELATORIO
      *>   SO ENTRA NA LISTA O CONTRATO QUE JA TEVE O PRAZO PARA O
      *>   DOSSIE VOLTAR: DATA DO CONTRATO ATE HOJE MENOS N DIAS.
           COMPUTE WS-DATA-LIMITE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                   - WS-SYS-DOSSIE-DIAS)

           PERFORM P300-CABECALHO
           OPEN INPUT FIN-FILE
           MOVE ZEROS TO FIN-CONTRATO
           START FIN-FILE KEY IS NOT LESS THAN FIN-CONTRATO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "00" TO WS-FIN-STATUS
                   PERFORM P200-PROCESSA-CONTRATO
                           UNTIL WS-FIN-STATUS NOT = "00"
           END-START
           CLOSE FIN-FILE
           PERFORM P500-RODAPE
           PERFORM P930-GRAVA-RESUMO
           GOBACK.

       P050-LE-PARAMETROS-SISTEMA.
           OPEN INPUT SYSPARM-FILE
           IF WS-SYSPARM-STATUS = "00"
               READ SYSPARM-FILE
                   NOT AT END
                       IF SYS-PARM-DOSSIE-DIAS IS NUMERIC
                          AND SYS-PARM-DOSSIE-DIAS > ZEROS
                           MOVE SYS-PARM-DOSSIE-DIAS
                               TO WS-SYS-DOSSIE-DIAS
                       END-IF
               END-READ
               CLOSE SYSPARM-FILE
           END-IF
           .

       P200-PROCESSA-CONTRATO.
           READ FIN-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-FIN-STATUS
               NOT AT END
                   ADD 1 TO WS-TOTAL-LIDOS
                   MOVE FIN-COD-EMPRESA TO EMU-EMPRESA
                   MOVE FIN-CONTRATO    TO EMU-CONTRATO
                   PERFORM P065-ITEM-DA-EMPRESA
                   IF FIN-ATIVO
                      AND EMU-OK
                      AND FIN-DT-CONTRATO IS NUMERIC
                      AND FIN-DT-CONTRATO > ZEROS
                      AND FIN-DT-CONTRATO <= WS-DATA-LIMITE
                       ADD 1 TO WS-TOTAL-VERIFICADOS
                       CALL "dossUtil" USING FIN-CONTRATO
                                             FIN-COD-PRODUTO
                                             WS-QTD-PENDENTES
                                             WS-PENDENTES
                       IF WS-QTD-PENDENTES > ZEROS
                           PERFORM P400-IMPRIME-CONTRATO
                       END-IF
                   END-IF
           END-READ
           .

       P300-CABECALHO.
           MOVE "DOSPEND " TO WS-RPT-PROGRAMA
           MOVE WS-DATA-HOJE TO WS-RPT-DATA
           ACCEPT WS-RPT-HORA FROM TIME
           MOVE 1 TO WS-RPT-PAGINA
           MOVE ZEROS TO WS-RPT-TOTAL-REGISTROS
           OPEN OUTPUT RPT-FILE
           MOVE SPACES TO WS-LINHA-EDIT
           STRING "PROGRAMA: " WS-RPT-PROGRAMA
                  "  DATA: " WS-RPT-DATA
                  "  HORA: " WS-RPT-HORA
                  "  PAGINA: " WS-RPT-PAGINA
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           STRING "EMPRESA: " WS-RPT-EMPRESA " - "
                  WS-RPT-EMPRESA-NOME
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           STRING "CONTRATOS COM DOSSIE INCOMPLETO HA "
                  WS-SYS-DOSSIE-DIAS " DIAS OU MAIS (CONTRATADOS ATE "
                  WS-DATA-LIMITE ")"
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           PERFORM P590-ESCREVE-LINHA
           STRING "CONTR. CLIENTE              DATA     DIAS  "
                  "LOJA QTD DOCUMENTOS PENDENTES"
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           .

       P400-IMPRIME-CONTRATO.
           COMPUTE WS-DIAS-CONTRATO =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                 - FUNCTION INTEGER-OF-DATE(FIN-DT-CONTRATO)
           IF FIN-COD-LOJISTA IS NOT NUMERIC
               MOVE ZEROS TO FIN-COD-LOJISTA
           END-IF
           IF FIN-COD-LOJISTA > ZEROS
               ADD 1 TO WS-TOTAL-LOJISTA
           END-IF
           STRING FIN-CONTRATO " " FIN-CLIENTE " " FIN-DT-CONTRATO " "
                  WS-DIAS-CONTRATO " " FIN-COD-LOJISTA " "
                  WS-QTD-PENDENTES "  " WS-PENDENTES
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           ADD 1 TO WS-RPT-TOTAL-REGISTROS
           .

       P500-RODAPE.
           PERFORM P590-ESCREVE-LINHA
           STRING "CONTRATOS VERIFICADOS......: " WS-TOTAL-VERIFICADOS
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           STRING "COM DOSSIE INCOMPLETO......: "
                  WS-RPT-TOTAL-REGISTROS
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           STRING "DE LOJISTA (REPASSE RETIDO): " WS-TOTAL-LOJISTA
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           STRING "FIM DO RELATORIO - PROGRAMA: " WS-RPT-PROGRAMA
                  "  PAGINA: " WS-RPT-PAGINA
                  "  TOTAL DE REGISTROS: " WS-RPT-TOTAL-REGISTROS
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           CLOSE RPT-FILE
           .

       P590-ESCREVE-LINHA.
           MOVE WS-LINHA-EDIT TO RPT-LINHA
           WRITE RPT-LINHA
           DISPLAY WS-LINHA-EDIT
           MOVE SPACES TO WS-LINHA-EDIT
           .

       P930-GRAVA-RESUMO.
           OPEN EXTEND BAT-FILE
           IF WS-BAT-STATUS = "35"
               OPEN OUTPUT BAT-FILE
               CLOSE BAT-FILE
               OPEN EXTEND BAT-FILE
           END-IF

           MOVE "DOSPEND "             TO BAT-PROGRAMA
           ACCEPT BAT-DATA FROM DATE YYYYMMDD
           ACCEPT BAT-HORA FROM TIME
           MOVE WS-TOTAL-LIDOS         TO BAT-LIDOS
           MOVE WS-TOTAL-VERIFICADOS   TO BAT-PROCESSADOS
           MOVE WS-RPT-TOTAL-REGISTROS TO BAT-REJEITADOS
           WRITE BAT-REGISTRO

           CLOSE BAT-FILE
           .

       P060-EMPRESA-DO-RELATORIO.
      *>   EMPRESA DA RODADA (SESSAO DO MENU OU AMBIENTE DO LOTE);
      *>   00 E O CONSOLIDADO DO GRUPO.
           MOVE "S" TO EMU-FUNCAO
           CALL "empUtil" USING EMU-PARAMETROS
           MOVE EMU-EMPRESA TO WS-RPT-EMPRESA
           MOVE EMU-NOME    TO WS-RPT-EMPRESA-NOME
           .

       P065-ITEM-DA-EMPRESA.
      *>   QUEM CHAMA POE EM EMU-EMPRESA A EMPRESA GRAVADA NO ITEM
      *>   (00 QUANDO NAO TEM) E EM EMU-CONTRATO O CONTRATO; EMU-OK
      *>   DIZ SE O ITEM ENTRA NO RELATORIO.
           MOVE "E" TO EMU-FUNCAO
           CALL "empUtil" USING EMU-PARAMETROS
           .

       END PROGRAM dosPend.

      *          extrato can be run against it like any other
      *          contract. The archived copies stay in the archive -
      *          a second retrieval of the same contract is refused
      *          while it is already live. The retrieval is
      *          recorded in the access log (acessoUtil, ACESSO.DAT)
      *          against the contract's client. A contract
      *          archived before the FINMAST header grew comes back
      *          converted to the current layout (AQFFD.cpy).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FIN-CONTRATO
                   ALTERNATE RECORD KEY IS FIN-COD-CLIENTE
                       WITH DUPLICATES
                   FILE STATUS IS WS-FIN-STATUS.

               SELECT PAG-FILE ASSIGN TO "PAGMAST.DAT"
           COPY AVALFD.

       FD  AQF-FILE.
           COPY AQFFD.
       01  AQF-CHAVE REDEFINES AQF-REGISTRO.
           03  FILLER              PIC 9(8).
           03  AQF-CONTRATO        PIC 9(06).
           03  FILLER              PIC X(3954).

       FD  AQP-FILE.
       01  AQP-REGISTRO.
           03  FILLER              PIC X(24).

       WORKING-STORAGE SECTION.
       01  WS-JAN-PROGRAMA     PIC X(16) VALUE "arqResg".
       01  WS-JAN-LIBERADO     PIC X.
       01  WS-VARIAVEIS.
           03  WS-FIN-STATUS       PIC XX.
           03  WS-PAG-STATUS       PIC XX.
           03  WS-ACHADO           PIC X.
               88  CONTRATO-NO-ARQUIVO VALUE "S".
           03  WS-QTD-HIST         PIC 9(05) VALUE ZEROS.
           03  WS-ACS-PROGRAMA     PIC X(10) VALUE "arqResg".
           03  WS-ACS-OPERADOR     PIC X(08) VALUE SPACES.
           03  WS-ACS-CLIENTE      PIC 9(05).
           03  WS-IDX-PARCELA      PIC 999.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *>   NADA SE ATUALIZA COM A JANELA DO BATCH NOTURNO ABERTA,
      *>   SALVO LIBERACAO DE SUPERVISOR.
           CALL "janelaUtil" USING WS-JAN-PROGRAMA WS-JAN-LIBERADO
           IF WS-JAN-LIBERADO NOT = "S"
               GOBACK
           END-IF
           DISPLAY "NUMERO DO CONTRATO A RESGATAR: "
           ACCEPT WS-CONTRATO

           PERFORM P400-RESGATA-HISTORICO
           PERFORM P500-RESGATA-GARANTIAS
           PERFORM P600-RESGATA-AVALISTAS
           CALL "acessoUtil" USING WS-ACS-CLIENTE WS-ACS-PROGRAMA
                                   WS-ACS-OPERADOR
           CLOSE FIN-FILE

           DISPLAY "=============================================="
           PERFORM UNTIL FIM-ARQ-FIN
               IF AQF-CONTRATO = WS-CONTRATO
                   SET CONTRATO-NO-ARQUIVO TO TRUE
                   IF AQF-LAYOUT-ATUAL
                       MOVE AQF-IMAGEM TO FIN-REGISTRO
                   ELSE
                       PERFORM P205-CONVERTE-IMAGEM
                   END-IF
                   MOVE FIN-COD-CLIENTE TO WS-ACS-CLIENTE
               END-IF
               PERFORM P210-LE-ARQ-FIN
           END-PERFORM
           END-IF
           .

       P205-CONVERTE-IMAGEM.
      *>   IMAGEM ARQUIVADA NO LAYOUT ORIGINAL: CABECALHO DE 165
      *>   BYTES SEGUIDO DAS PARCELAS. OS CAMPOS QUE O CABECALHO
      *>   GANHOU DEPOIS ENTRAM COM O VALOR DO CONTRATO LEGADO (MESMO
      *>   PADRAO DO finMigra) E AS PARCELAS ANDAM PARA A NOVA POSICAO.
           MOVE AQF-V1-CABECALHO TO FIN-REGISTRO
           MOVE 1                TO FIN-COD-EMPRESA
           MOVE ZEROS            TO FIN-PCT-RESIDUAL
           MOVE ZEROS            TO FIN-VALOR-RESIDUAL
           PERFORM VARYING WS-IDX-PARCELA FROM 1 BY 1
                   UNTIL WS-IDX-PARCELA > FIN-NUM-PARCELAS
               MOVE AQF-V1-PARCELA(WS-IDX-PARCELA)
                   TO FIN-PARCELAS(WS-IDX-PARCELA)
           END-PERFORM
           .

       P210-LE-ARQ-FIN.
           READ AQF-FILE
               AT END SET FIM-ARQ-FIN TO TRUE

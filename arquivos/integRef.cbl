      ******************************************************************
      * Author:
      * Date:
      * Purpose: Weekly referential-integrity sweep of the satellite
      *          files - reconcil proves PAGMAST against FINMAST every
      *          night; this step proves the files that hang off the
      *          contract and client numbers, which purges (arquiva),
      *          transfers (transfere), merges (unifica) and
      *          anonymization leave behind: GARANTIA, AVALISTA,
      *          BOLCTL, PROMESSA, COBCART, DEBAUTO, JURIDICO and
      *          RETOMADA against FINMAST.DAT, AVALISTA's guarantor,
      *          CONSENT and ESCORE against CUSTMAST.DAT. Every
      *          finding goes to INTEGREF.RPT with a reason code:
      *          I01 row whose contract does not exist in FINMAST,
      *          I02 row whose client does not exist in CUSTMAST,
      *          I03 client code on the row diverging from the
      *          contract's FIN-COD-CLIENTE, and I04 row still open on
      *          a settled or cancelled contract (lien not released,
      *          boleto still aberto, promise pending, contract still
      *          in a collector's carteira, debit authorization still
      *          active, legal case not closed, repossessed asset not
      *          sold) - I04 is informational, the owning area closes
      *          it. I01-I03 are hard errors: the program returns 8
      *          so jobs/nightly_batch.sh stops the stream. Runs on
      *          the Sunday night stream only (DIASEM); on the other
      *          nights the step passes straight through.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. integRef.

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

               SELECT GAR-FILE ASSIGN TO "GARANTIA.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-GAR-STATUS.

               SELECT AVA-FILE ASSIGN TO "AVALISTA.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AVA-STATUS.

               SELECT BCT-FILE ASSIGN TO "BOLCTL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BCT-STATUS.

               SELECT PRM-FILE ASSIGN TO "PROMESSA.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PRM-STATUS.

               SELECT WQ-FILE ASSIGN TO "COBCART.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-WQ-STATUS.

               SELECT DDA-FILE ASSIGN TO "DEBAUTO.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DDA-STATUS.

               SELECT JRD-FILE ASSIGN TO "JURIDICO.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-JRD-STATUS.

               SELECT RTM-FILE ASSIGN TO "RETOMADA.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RTM-STATUS.

               SELECT CNS-FILE ASSIGN TO "CONSENT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CNS-STATUS.

               SELECT ESC-FILE ASSIGN TO "ESCORE.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ESC-STATUS.

               SELECT BAT-FILE ASSIGN TO "BATCHSUM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BAT-STATUS.

               SELECT RPT-FILE ASSIGN TO "INTEGREF.RPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIN-FILE.
           COPY FINFD.

       FD  CAD-FILE.
           COPY CADFD.

       FD  GAR-FILE.
           COPY GARFD.

       FD  AVA-FILE.
           COPY AVALFD.

       FD  BCT-FILE.
           COPY BCTFD.

       FD  PRM-FILE.
           COPY PRMFD.

       FD  WQ-FILE.
           COPY WQFD.

       FD  DDA-FILE.
           COPY DDAFD.

       FD  JRD-FILE.
           COPY JRDFD.

       FD  RTM-FILE.
           COPY RTMFD.

       FD  CNS-FILE.
           COPY CNSFD.

       FD  ESC-FILE.
           COPY ESCFD.

       FD  BAT-FILE.
           COPY BATSUM.

       FD  RPT-FILE.
       01  RPT-LINHA               PIC X(132).

       WORKING-STORAGE SECTION.
           COPY RPTHDR.
           COPY DIASEM.

       01  WS-VARIAVEIS.
           03  WS-FIN-STATUS       PIC XX.
           03  WS-CAD-STATUS       PIC XX.
           03  WS-GAR-STATUS       PIC XX.
           03  WS-AVA-STATUS       PIC XX.
           03  WS-BCT-STATUS       PIC XX.
           03  WS-PRM-STATUS       PIC XX.
           03  WS-WQ-STATUS        PIC XX.
           03  WS-DDA-STATUS       PIC XX.
           03  WS-JRD-STATUS       PIC XX.
           03  WS-RTM-STATUS       PIC XX.
           03  WS-CNS-STATUS       PIC XX.
           03  WS-ESC-STATUS       PIC XX.
           03  WS-BAT-STATUS       PIC XX.
           03  WS-RPT-STATUS       PIC XX.
           03  WS-EOF              PIC X.
               88  FIM-ARQUIVO        VALUE "S".
           03  WS-CONTRATO-SW      PIC X.
               88  CONTRATO-ACHADO    VALUE "S".
           03  WS-ENCERRADO-SW     PIC X.
               88  CONTRATO-ENCERRADO VALUE "S".
           03  WS-DATA-HOJE        PIC 9(8).
           03  WS-HORA-AGORA       PIC 9(8).
           03  WS-CHV-CONTRATO     PIC 9(06).
           03  WS-CHV-CLIENTE      PIC 9(05).
           03  WS-IDX              PIC 9(02).
           03  WS-TOT-LIDOS        PIC 9(09) VALUE ZEROS.
           03  WS-TOT-GRAVES       PIC 9(09) VALUE ZEROS.
           03  WS-TOT-AVISOS       PIC 9(09) VALUE ZEROS.

      *>   UMA LINHA POR ARQUIVO SATELITE, NA ORDEM DA VARREDURA.
      *>   SITUACAO: L = LIDO, A = AUSENTE (NUNCA CRIADO).
       01  WS-RESULTADOS.
           03  WS-RES OCCURS 10 TIMES.
               05  WS-RES-ARQUIVO      PIC X(08).
               05  WS-RES-SITUACAO     PIC X(01).
               05  WS-RES-LIDOS        PIC 9(09).
               05  WS-RES-I01          PIC 9(07).
               05  WS-RES-I02          PIC 9(07).
               05  WS-RES-I03          PIC 9(07).
               05  WS-RES-I04          PIC 9(07).

       01  WS-LINHA-EDIT           PIC X(132).
       01  WS-LINHA-RPT.
           03  WS-RL-CODIGO        PIC X(03).
           03  FILLER              PIC X(02) VALUE SPACES.
           03  WS-RL-ARQUIVO       PIC X(08).
           03  FILLER              PIC X(02) VALUE SPACES.
           03  WS-RL-CONTRATO      PIC X(06).
           03  FILLER              PIC X(03) VALUE SPACES.
           03  WS-RL-CLIENTE       PIC X(05).
           03  FILLER              PIC X(03) VALUE SPACES.
           03  WS-RL-DESCRICAO     PIC X(60) VALUE SPACES.

       01  WS-LINHA-RESUMO.
           03  WS-RS-ARQUIVO       PIC X(08).
           03  FILLER              PIC X(02) VALUE SPACES.
           03  WS-RS-SITUACAO      PIC X(08).
           03  FILLER              PIC X(02) VALUE SPACES.
           03  WS-RS-LIDOS         PIC ZZZ.ZZZ.ZZ9.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  WS-RS-I01           PIC Z.ZZZ.ZZ9.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  WS-RS-I02           PIC Z.ZZZ.ZZ9.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  WS-RS-I03           PIC Z.ZZZ.ZZ9.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  WS-RS-I04           PIC Z.ZZZ.ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-DIA-SEMANA FROM DAY-OF-WEEK
           IF NOT DIA-SEMANA-DOMINGO
               DISPLAY "VARREDURA DE INTEGRIDADE E SEMANAL - RODA SO "
                       "NO STREAM DE DOMINGO."
               GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA FROM TIME
           INITIALIZE WS-RESULTADOS
           MOVE "GARANTIA" TO WS-RES-ARQUIVO(1)
           MOVE "AVALISTA" TO WS-RES-ARQUIVO(2)
           MOVE "BOLCTL  " TO WS-RES-ARQUIVO(3)
           MOVE "PROMESSA" TO WS-RES-ARQUIVO(4)
           MOVE "COBCART " TO WS-RES-ARQUIVO(5)
           MOVE "DEBAUTO " TO WS-RES-ARQUIVO(6)
           MOVE "JURIDICO" TO WS-RES-ARQUIVO(7)
           MOVE "RETOMADA" TO WS-RES-ARQUIVO(8)
           MOVE "CONSENT " TO WS-RES-ARQUIVO(9)
           MOVE "ESCORE  " TO WS-RES-ARQUIVO(10)

           PERFORM P100-ABRE-ARQUIVOS
           PERFORM P200-VARRE-GARANTIA THRU P200-SAIDA
           PERFORM P210-VARRE-AVALISTA THRU P210-SAIDA
           PERFORM P220-VARRE-BOLCTL THRU P220-SAIDA
           PERFORM P230-VARRE-PROMESSA THRU P230-SAIDA
           PERFORM P240-VARRE-COBCART THRU P240-SAIDA
           PERFORM P250-VARRE-DEBAUTO THRU P250-SAIDA
           PERFORM P260-VARRE-JURIDICO THRU P260-SAIDA
           PERFORM P270-VARRE-RETOMADA THRU P270-SAIDA
           PERFORM P280-VARRE-CONSENT THRU P280-SAIDA
           PERFORM P290-VARRE-ESCORE THRU P290-SAIDA
           PERFORM P500-IMPRIME-RESUMO
           CLOSE FIN-FILE
           CLOSE CAD-FILE
           CLOSE RPT-FILE
           PERFORM P750-GRAVA-RESUMO

           DISPLAY "RELATORIO GRAVADO EM INTEGREF.RPT"
           DISPLAY "ERROS GRAVES (I01-I03): " WS-TOT-GRAVES
           DISPLAY "AVISOS (I04)..........: " WS-TOT-AVISOS
           IF WS-TOT-GRAVES > ZEROS
               DISPLAY "SATELITES DIVERGEM DOS MASTERS - STREAM DEVE "
                       "PARAR."
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       P100-ABRE-ARQUIVOS.
           OPEN INPUT FIN-FILE
           IF WS-FIN-STATUS = "35"
               OPEN OUTPUT FIN-FILE
               CLOSE FIN-FILE
               OPEN INPUT FIN-FILE
           END-IF
           OPEN INPUT CAD-FILE
           IF WS-CAD-STATUS = "35"
               OPEN OUTPUT CAD-FILE
               CLOSE CAD-FILE
               OPEN INPUT CAD-FILE
           END-IF

           MOVE "INTEGREF" TO WS-RPT-PROGRAMA
           MOVE WS-DATA-HOJE  TO WS-RPT-DATA
           MOVE WS-HORA-AGORA TO WS-RPT-HORA
           OPEN OUTPUT RPT-FILE
           MOVE SPACES TO WS-LINHA-EDIT
           STRING "PROGRAMA: " WS-RPT-PROGRAMA
                  "  DATA: " WS-RPT-DATA
                  "  HORA: " WS-RPT-HORA
                  "  PAGINA: " WS-RPT-PAGINA
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           STRING "INTEGRIDADE REFERENCIAL DOS ARQUIVOS SATELITES "
                  "CONTRA FINMAST E CUSTMAST"
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           STRING "I01-I03 = ERRO GRAVE (RC 8)   I04 = AVISO "
                  "(REGISTRO ABERTO EM CONTRATO QUITADO/CANCELADO)"
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           PERFORM P590-ESCREVE-LINHA
           STRING "COD  ARQUIVO   CONTRATO CLIENTE  DESCRICAO"
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           .

       P200-VARRE-GARANTIA.
           MOVE 1 TO WS-IDX
           OPEN INPUT GAR-FILE
           IF WS-GAR-STATUS NOT = "00"
               MOVE "A" TO WS-RES-SITUACAO(WS-IDX)
               GO TO P200-SAIDA
           END-IF
           MOVE "L" TO WS-RES-SITUACAO(WS-IDX)
           MOVE "N" TO WS-EOF
           PERFORM UNTIL FIM-ARQUIVO
               READ GAR-FILE
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RES-LIDOS(WS-IDX)
                       MOVE GAR-CONTRATO TO WS-CHV-CONTRATO
                       MOVE ZEROS TO WS-CHV-CLIENTE
                       PERFORM P800-CONFERE-CONTRATO
      *>               GRAVAME ENVIADO OU CONFIRMADO E NAO LIBERADO.
                       IF CONTRATO-ENCERRADO
                          AND (GAR-GRV-ENVIADO OR GAR-GRV-CONFIRMADO)
                           STRING "GRAVAME NAO LIBERADO EM CONTRATO "
                                  "ENCERRADO"
                                  DELIMITED BY SIZE
                                  INTO WS-RL-DESCRICAO
                           PERFORM P840-GRAVA-AVISO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GAR-FILE
           .
       P200-SAIDA.
           EXIT.

       P210-VARRE-AVALISTA.
           MOVE 2 TO WS-IDX
           OPEN INPUT AVA-FILE
           IF WS-AVA-STATUS NOT = "00"
               MOVE "A" TO WS-RES-SITUACAO(WS-IDX)
               GO TO P210-SAIDA
           END-IF
           MOVE "L" TO WS-RES-SITUACAO(WS-IDX)
           MOVE "N" TO WS-EOF
           PERFORM UNTIL FIM-ARQUIVO
               READ AVA-FILE
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RES-LIDOS(WS-IDX)
                       MOVE AVA-CONTRATO TO WS-CHV-CONTRATO
                       MOVE ZEROS TO WS-CHV-CLIENTE
                       PERFORM P800-CONFERE-CONTRATO
      *>               O AVALISTA E UM CLIENTE DO CUSTMAST.
                       MOVE AVA-COD-AVALISTA TO WS-CHV-CLIENTE
                       PERFORM P810-CONFERE-CLIENTE
               END-READ
           END-PERFORM
           CLOSE AVA-FILE
           .
       P210-SAIDA.
           EXIT.

       P220-VARRE-BOLCTL.
           MOVE 3 TO WS-IDX
           OPEN INPUT BCT-FILE
           IF WS-BCT-STATUS NOT = "00"
               MOVE "A" TO WS-RES-SITUACAO(WS-IDX)
               GO TO P220-SAIDA
           END-IF
           MOVE "L" TO WS-RES-SITUACAO(WS-IDX)
           MOVE "N" TO WS-EOF
           PERFORM UNTIL FIM-ARQUIVO
               READ BCT-FILE
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RES-LIDOS(WS-IDX)
                       MOVE BCT-CONTRATO TO WS-CHV-CONTRATO
                       MOVE BCT-COD-CLIENTE TO WS-CHV-CLIENTE
                       PERFORM P800-CONFERE-CONTRATO
                       IF CONTRATO-ENCERRADO AND BCT-ABERTO
                           STRING "BOLETO ABERTO (PARCELA "
                                  BCT-PARCELA
                                  ") EM CONTRATO ENCERRADO"
                                  DELIMITED BY SIZE
                                  INTO WS-RL-DESCRICAO
                           PERFORM P840-GRAVA-AVISO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BCT-FILE
           .
       P220-SAIDA.
           EXIT.

       P230-VARRE-PROMESSA.
           MOVE 4 TO WS-IDX
           OPEN INPUT PRM-FILE
           IF WS-PRM-STATUS NOT = "00"
               MOVE "A" TO WS-RES-SITUACAO(WS-IDX)
               GO TO P230-SAIDA
           END-IF
           MOVE "L" TO WS-RES-SITUACAO(WS-IDX)
           MOVE "N" TO WS-EOF
           PERFORM UNTIL FIM-ARQUIVO
               READ PRM-FILE
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RES-LIDOS(WS-IDX)
                       MOVE PRM-CONTRATO TO WS-CHV-CONTRATO
                       MOVE ZEROS TO WS-CHV-CLIENTE
                       PERFORM P800-CONFERE-CONTRATO
                       IF CONTRATO-ENCERRADO AND PRM-PENDENTE
                           STRING "PROMESSA PENDENTE EM CONTRATO "
                                  "ENCERRADO"
                                  DELIMITED BY SIZE
                                  INTO WS-RL-DESCRICAO
                           PERFORM P840-GRAVA-AVISO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRM-FILE
           .
       P230-SAIDA.
           EXIT.

       P240-VARRE-COBCART.
           MOVE 5 TO WS-IDX
           OPEN INPUT WQ-FILE
           IF WS-WQ-STATUS NOT = "00"
               MOVE "A" TO WS-RES-SITUACAO(WS-IDX)
               GO TO P240-SAIDA
           END-IF
           MOVE "L" TO WS-RES-SITUACAO(WS-IDX)
           MOVE "N" TO WS-EOF
           PERFORM UNTIL FIM-ARQUIVO
               READ WQ-FILE
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RES-LIDOS(WS-IDX)
                       MOVE WQ-CONTRATO TO WS-CHV-CONTRATO
                       MOVE ZEROS TO WS-CHV-CLIENTE
                       PERFORM P800-CONFERE-CONTRATO
                       IF CONTRATO-ENCERRADO
                           STRING "CONTRATO ENCERRADO AINDA NA "
                                  "CARTEIRA DE " WQ-OPERADOR
                                  DELIMITED BY SIZE
                                  INTO WS-RL-DESCRICAO
                           PERFORM P840-GRAVA-AVISO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WQ-FILE
           .
       P240-SAIDA.
           EXIT.

       P250-VARRE-DEBAUTO.
           MOVE 6 TO WS-IDX
           OPEN INPUT DDA-FILE
           IF WS-DDA-STATUS NOT = "00"
               MOVE "A" TO WS-RES-SITUACAO(WS-IDX)
               GO TO P250-SAIDA
           END-IF
           MOVE "L" TO WS-RES-SITUACAO(WS-IDX)
           MOVE "N" TO WS-EOF
           PERFORM UNTIL FIM-ARQUIVO
               READ DDA-FILE
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RES-LIDOS(WS-IDX)
                       MOVE DDA-CONTRATO TO WS-CHV-CONTRATO
                       MOVE DDA-COD-CLIENTE TO WS-CHV-CLIENTE
                       PERFORM P800-CONFERE-CONTRATO
                       IF CONTRATO-ENCERRADO AND DDA-ATIVA
                           STRING "DEBITO AUTOMATICO ATIVO EM CONTRATO "
                                  "ENCERRADO"
                                  DELIMITED BY SIZE
                                  INTO WS-RL-DESCRICAO
                           PERFORM P840-GRAVA-AVISO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DDA-FILE
           .
       P250-SAIDA.
           EXIT.

       P260-VARRE-JURIDICO.
           MOVE 7 TO WS-IDX
           OPEN INPUT JRD-FILE
           IF WS-JRD-STATUS NOT = "00"
               MOVE "A" TO WS-RES-SITUACAO(WS-IDX)
               GO TO P260-SAIDA
           END-IF
           MOVE "L" TO WS-RES-SITUACAO(WS-IDX)
           MOVE "N" TO WS-EOF
           PERFORM UNTIL FIM-ARQUIVO
               READ JRD-FILE
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RES-LIDOS(WS-IDX)
                       MOVE JRD-CONTRATO TO WS-CHV-CONTRATO
                       MOVE JRD-COD-CLIENTE TO WS-CHV-CLIENTE
                       PERFORM P800-CONFERE-CONTRATO
                       IF CONTRATO-ENCERRADO AND NOT JRD-ENCERRADO
                           STRING "PROCESSO JURIDICO NAO ENCERRADO EM "
                                  "CONTRATO ENCERRADO"
                                  DELIMITED BY SIZE
                                  INTO WS-RL-DESCRICAO
                           PERFORM P840-GRAVA-AVISO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JRD-FILE
           .
       P260-SAIDA.
           EXIT.

       P270-VARRE-RETOMADA.
           MOVE 8 TO WS-IDX
           OPEN INPUT RTM-FILE
           IF WS-RTM-STATUS NOT = "00"
               MOVE "A" TO WS-RES-SITUACAO(WS-IDX)
               GO TO P270-SAIDA
           END-IF
           MOVE "L" TO WS-RES-SITUACAO(WS-IDX)
           MOVE "N" TO WS-EOF
           PERFORM UNTIL FIM-ARQUIVO
               READ RTM-FILE
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RES-LIDOS(WS-IDX)
                       MOVE RTM-CONTRATO TO WS-CHV-CONTRATO
                       MOVE RTM-COD-CLIENTE TO WS-CHV-CLIENTE
                       PERFORM P800-CONFERE-CONTRATO
                       IF CONTRATO-ENCERRADO AND RTM-RETOMADO
                           STRING "BEM RETOMADO NAO VENDIDO EM "
                                  "CONTRATO ENCERRADO"
                                  DELIMITED BY SIZE
                                  INTO WS-RL-DESCRICAO
                           PERFORM P840-GRAVA-AVISO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RTM-FILE
           .
       P270-SAIDA.
           EXIT.

       P280-VARRE-CONSENT.
           MOVE 9 TO WS-IDX
           OPEN INPUT CNS-FILE
           IF WS-CNS-STATUS NOT = "00"
               MOVE "A" TO WS-RES-SITUACAO(WS-IDX)
               GO TO P280-SAIDA
           END-IF
           MOVE "L" TO WS-RES-SITUACAO(WS-IDX)
           MOVE "N" TO WS-EOF
           PERFORM UNTIL FIM-ARQUIVO
               READ CNS-FILE
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RES-LIDOS(WS-IDX)
                       MOVE ZEROS TO WS-CHV-CONTRATO
                       MOVE CNS-CODIGO TO WS-CHV-CLIENTE
                       PERFORM P810-CONFERE-CLIENTE
               END-READ
           END-PERFORM
           CLOSE CNS-FILE
           .
       P280-SAIDA.
           EXIT.

       P290-VARRE-ESCORE.
           MOVE 10 TO WS-IDX
           OPEN INPUT ESC-FILE
           IF WS-ESC-STATUS NOT = "00"
               MOVE "A" TO WS-RES-SITUACAO(WS-IDX)
               GO TO P290-SAIDA
           END-IF
           MOVE "L" TO WS-RES-SITUACAO(WS-IDX)
           MOVE "N" TO WS-EOF
           PERFORM UNTIL FIM-ARQUIVO
               READ ESC-FILE
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RES-LIDOS(WS-IDX)
                       MOVE ZEROS TO WS-CHV-CONTRATO
                       MOVE ESC-COD-CLIENTE TO WS-CHV-CLIENTE
                       PERFORM P810-CONFERE-CLIENTE
               END-READ
           END-PERFORM
           CLOSE ESC-FILE
           .
       P290-SAIDA.
           EXIT.

       P500-IMPRIME-RESUMO.
           PERFORM P590-ESCREVE-LINHA
           STRING "RESUMO POR ARQUIVO"
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           STRING "ARQUIVO   SITUACAO        LIDOS        I01        "
                  "I02        I03        I04"
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 10
               MOVE WS-RES-ARQUIVO(WS-IDX) TO WS-RS-ARQUIVO
               IF WS-RES-SITUACAO(WS-IDX) = "A"
                   MOVE "AUSENTE " TO WS-RS-SITUACAO
               ELSE
                   MOVE "LIDO    " TO WS-RS-SITUACAO
               END-IF
               MOVE WS-RES-LIDOS(WS-IDX) TO WS-RS-LIDOS
               MOVE WS-RES-I01(WS-IDX)   TO WS-RS-I01
               MOVE WS-RES-I02(WS-IDX)   TO WS-RS-I02
               MOVE WS-RES-I03(WS-IDX)   TO WS-RS-I03
               MOVE WS-RES-I04(WS-IDX)   TO WS-RS-I04
               ADD WS-RES-LIDOS(WS-IDX)  TO WS-TOT-LIDOS
               MOVE WS-LINHA-RESUMO TO WS-LINHA-EDIT
               PERFORM P590-ESCREVE-LINHA
           END-PERFORM

           PERFORM P590-ESCREVE-LINHA
           STRING "FIM DO RELATORIO - PROGRAMA: " WS-RPT-PROGRAMA
                  "  PAGINA: " WS-RPT-PAGINA
                  "  TOTAL DE REGISTROS: " WS-RPT-TOTAL-REGISTROS
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           .

       P590-ESCREVE-LINHA.
           MOVE WS-LINHA-EDIT TO RPT-LINHA
           WRITE RPT-LINHA
           MOVE SPACES TO WS-LINHA-EDIT
           .

       P750-GRAVA-RESUMO.
           OPEN EXTEND BAT-FILE
           IF WS-BAT-STATUS = "35"
               OPEN OUTPUT BAT-FILE
               CLOSE BAT-FILE
               OPEN EXTEND BAT-FILE
           END-IF
           MOVE "INTEGREF"        TO BAT-PROGRAMA
           ACCEPT BAT-DATA FROM DATE YYYYMMDD
           ACCEPT BAT-HORA FROM TIME
           MOVE WS-TOT-LIDOS      TO BAT-LIDOS
           MOVE WS-TOT-AVISOS     TO BAT-PROCESSADOS
           MOVE WS-TOT-GRAVES     TO BAT-REJEITADOS
           WRITE BAT-REGISTRO
           CLOSE BAT-FILE
           .

       P800-CONFERE-CONTRATO.
      *>   I01 SE O CONTRATO NAO EXISTE; I03 SE O CLIENTE DA LINHA
      *>   (QUANDO O SATELITE O GUARDA) NAO E O DO CONTRATO.
           MOVE "N" TO WS-CONTRATO-SW
           MOVE "N" TO WS-ENCERRADO-SW
           MOVE WS-CHV-CONTRATO TO FIN-CONTRATO
           READ FIN-FILE
               INVALID KEY
                   MOVE "I01" TO WS-RL-CODIGO
                   MOVE "CONTRATO NAO EXISTE NO FINMAST"
                       TO WS-RL-DESCRICAO
                   PERFORM P830-GRAVA-GRAVE
               NOT INVALID KEY
                   SET CONTRATO-ACHADO TO TRUE
                   IF FIN-QUITADO OR FIN-CANCELADO
                       SET CONTRATO-ENCERRADO TO TRUE
                   END-IF
                   IF WS-CHV-CLIENTE NOT = ZEROS
                      AND WS-CHV-CLIENTE NOT = FIN-COD-CLIENTE
                       MOVE "I03" TO WS-RL-CODIGO
                       STRING "CLIENTE DIVERGE DO CONTRATO (FINMAST: "
                              FIN-COD-CLIENTE ")"
                              DELIMITED BY SIZE
                              INTO WS-RL-DESCRICAO
                       PERFORM P830-GRAVA-GRAVE
                   END-IF
           END-READ
           .

       P810-CONFERE-CLIENTE.
           MOVE WS-CHV-CLIENTE TO CAD-CODIGO
           READ CAD-FILE
               INVALID KEY
                   MOVE "I02" TO WS-RL-CODIGO
                   MOVE "CLIENTE NAO EXISTE NO CUSTMAST"
                       TO WS-RL-DESCRICAO
                   PERFORM P830-GRAVA-GRAVE
               NOT INVALID KEY
                   CONTINUE
           END-READ
           .

       P830-GRAVA-GRAVE.
           EVALUATE WS-RL-CODIGO
               WHEN "I01"
                   ADD 1 TO WS-RES-I01(WS-IDX)
               WHEN "I02"
                   ADD 1 TO WS-RES-I02(WS-IDX)
               WHEN OTHER
                   ADD 1 TO WS-RES-I03(WS-IDX)
           END-EVALUATE
           ADD 1 TO WS-TOT-GRAVES
           PERFORM P850-GRAVA-LINHA
           .

       P840-GRAVA-AVISO.
           MOVE "I04" TO WS-RL-CODIGO
           ADD 1 TO WS-RES-I04(WS-IDX)
           ADD 1 TO WS-TOT-AVISOS
           PERFORM P850-GRAVA-LINHA
           .

       P850-GRAVA-LINHA.
           MOVE WS-RES-ARQUIVO(WS-IDX) TO WS-RL-ARQUIVO
           IF WS-CHV-CONTRATO = ZEROS
               MOVE SPACES TO WS-RL-CONTRATO
           ELSE
               MOVE WS-CHV-CONTRATO TO WS-RL-CONTRATO
           END-IF
           IF WS-CHV-CLIENTE = ZEROS
               MOVE SPACES TO WS-RL-CLIENTE
           ELSE
               MOVE WS-CHV-CLIENTE TO WS-RL-CLIENTE
           END-IF
           ADD 1 TO WS-RPT-TOTAL-REGISTROS
           MOVE WS-LINHA-RPT TO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           DISPLAY WS-RL-CODIGO " " WS-RL-ARQUIVO " " WS-RL-CONTRATO
                   " " WS-RL-CLIENTE " " WS-RL-DESCRICAO
           MOVE SPACES TO WS-RL-DESCRICAO
           .

       END PROGRAM integRef.

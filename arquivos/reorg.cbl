      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly reorganization of the indexed masters -
      *          FINMAST.DAT, PAGMAST.DAT and CUSTMAST.DAT take the
      *          deletes and rewrites of arquiva, anonimiza, cancela
      *          and refin all month and never give the space back.
      *          Runs as a stream step right after the @BACKUP: each
      *          master is unloaded in key order to a sequential
      *          image (FINMAST.UNL, PAGMAST.UNL, CUSTMAST.UNL), the
      *          unload totals are proved against FILECTL.DAT, the
      *          master is recreated empty and reloaded from the
      *          image, and the reload totals must equal the unload
      *          ones. FILECTL.DAT is restamped with the proved
      *          totals. REORG.RPT shows, per master, the file size
      *          before and after, the active records and the slack
      *          recovered; REORG.LOG keeps the history. The sizes
      *          come from the stream controller (REORGTAM.DAT), so
      *          the step runs twice: the first run does the work and
      *          leaves its results in REORG.WRK, the second - with
      *          the sizes after - prints and logs them. Run by hand
      *          without REORGTAM.DAT it does everything in one pass,
      *          sizes zero. A master already reorganized this month
      *          (REORG.LOG) is left alone, so the step does its work
      *          on the first night of the month and passes straight
      *          through on the others; a master that failed is
      *          retried the next night. RC 8 = FILECTL diverges
      *          (master not touched), RC 12 = reload failed (restore
      *          the STEP005 backup, jobs/recover.sh, or reload from
      *          the .UNL image).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. reorg.

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

               SELECT PAG-FILE ASSIGN TO "PAGMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PAG-CONTRATO
                   FILE STATUS IS WS-PAG-STATUS.

               SELECT CAD-FILE ASSIGN TO "CUSTMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CAD-CODIGO
                   ALTERNATE RECORD KEY IS CAD-CPF-CNPJ
                       WITH DUPLICATES
                   FILE STATUS IS WS-CAD-STATUS.

               SELECT UNF-FILE ASSIGN TO "FINMAST.UNL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-UNF-STATUS.

               SELECT UNP-FILE ASSIGN TO "PAGMAST.UNL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-UNP-STATUS.

               SELECT UNC-FILE ASSIGN TO "CUSTMAST.UNL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-UNC-STATUS.

               SELECT FCT-FILE ASSIGN TO "FILECTL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FCT-STATUS.

               SELECT ROR-FILE ASSIGN TO "REORG.LOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ROR-STATUS.

               SELECT BAT-FILE ASSIGN TO "BATCHSUM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BAT-STATUS.

               SELECT RPT-FILE ASSIGN TO "REORG.RPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-STATUS.

               SELECT RTA-FILE ASSIGN TO "REORGTAM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RTA-STATUS.

               SELECT WRK-FILE ASSIGN TO "REORG.WRK"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-WRK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIN-FILE.
           COPY FINFD.

       FD  PAG-FILE.
           COPY PAGTOFD.

       FD  CAD-FILE.
           COPY CADFD.

       FD  UNF-FILE.
       01  UNF-REGISTRO            PIC X(3959).

       FD  UNP-FILE.
       01  UNP-REGISTRO            PIC X(40).

       FD  UNC-FILE.
       01  UNC-REGISTRO            PIC X(171).

       FD  FCT-FILE.
           COPY FCTFD.

       FD  ROR-FILE.
           COPY RORFD.

       FD  BAT-FILE.
           COPY BATSUM.

       FD  RPT-FILE.
       01  RPT-LINHA               PIC X(132).

       FD  RTA-FILE.
           COPY RTAFD.

      *>   UMA LINHA WS-RES POR MASTER, DA PRIMEIRA PARA A SEGUNDA
      *>   EXECUCAO.
       FD  WRK-FILE.
       01  WRK-REGISTRO            PIC X(59).

       WORKING-STORAGE SECTION.
           COPY RPTHDR.

       01  WS-VARIAVEIS.
           03  WS-FIN-STATUS       PIC XX.
           03  WS-PAG-STATUS       PIC XX.
           03  WS-CAD-STATUS       PIC XX.
           03  WS-UNF-STATUS       PIC XX.
           03  WS-UNP-STATUS       PIC XX.
           03  WS-UNC-STATUS       PIC XX.
           03  WS-FCT-STATUS       PIC XX.
           03  WS-ROR-STATUS       PIC XX.
           03  WS-BAT-STATUS       PIC XX.
           03  WS-RPT-STATUS       PIC XX.
           03  WS-RTA-STATUS       PIC XX.
           03  WS-WRK-STATUS       PIC XX.
           03  WS-EOF              PIC X.
               88  FIM-DESCARGA       VALUE "S".
           03  WS-FCT-EOF          PIC X.
               88  FIM-FILECTL        VALUE "S".
           03  WS-ROR-EOF          PIC X.
               88  FIM-HISTORICO      VALUE "S".
           03  WS-RTA-EOF          PIC X.
               88  FIM-TAMANHOS       VALUE "S".
      *>   U = PASSADA UNICA (SEM REORGTAM.DAT), 1 = DESCARGA E
      *>   RECARGA, 2 = RELATORIO E HISTORICO.
           03  WS-FASE             PIC X VALUE "U".
               88  FASE-UNICA         VALUE "U".
               88  FASE-DESCARGA      VALUE "1".
               88  FASE-RELATORIO     VALUE "2".
           03  WS-DATA-HOJE        PIC 9(8).
           03  WS-HORA-AGORA       PIC 9(8).
           03  WS-FCT-CHAVE        PIC X(08).
           03  WS-QTD-DESCARGA     PIC 9(09).
           03  WS-SOMA-DESCARGA    PIC 9(14)V99.
           03  WS-QTD-RECARGA      PIC 9(09).
           03  WS-SOMA-RECARGA     PIC 9(14)V99.
           03  WS-QTD-ERROS        PIC 9(09).
           03  WS-TOT-LIDOS        PIC 9(09) VALUE ZEROS.
           03  WS-TOT-GRAVADOS     PIC 9(09) VALUE ZEROS.
           03  WS-TOT-REJEITADOS   PIC 9(09) VALUE ZEROS.
           03  WS-TOT-RECUPERADO   PIC S9(12) VALUE ZEROS.
           03  WS-RECUPERADO       PIC S9(12).
           03  WS-FOLGA            PIC S9(03)V99.
           03  WS-QTD-PENDENTES    PIC 9.
           03  WS-IDX              PIC 9.
           03  WS-RC               PIC 99 VALUE ZEROS.
           03  WS-FCT-IDX          PIC 9(02).

      *>   TAMANHOS EM BYTES LIDOS DO REORGTAM.DAT, NA ORDEM DE
      *>   WS-RES.
       01  WS-TAMANHOS.
           03  WS-TAM OCCURS 3 TIMES.
               05  WS-TAM-ANTES        PIC 9(12).
               05  WS-TAM-DEPOIS       PIC 9(12).

      *>   UMA LINHA POR MASTER. SITUACAO: C = REORGANIZADO, A =
      *>   AUSENTE, I = FILECTL DIVERGE, F = RECARGA FALHOU, M = JA
      *>   REORGANIZADO NESTE MES. FILECTL: S = CONFERE, D = DIVERGE,
      *>   N = SEM REGISTRO DE CONTROLE, - = MASTER SEM CONTROLE.
       01  WS-RESULTADOS.
           03  WS-RES OCCURS 3 TIMES.
               05  WS-RES-ARQUIVO      PIC X(08).
               05  WS-RES-SITUACAO     PIC X(01).
               05  WS-RES-FCT          PIC X(01).
               05  WS-RES-TAM-ANTES    PIC 9(12).
               05  WS-RES-TAM-DEPOIS   PIC 9(12).
               05  WS-RES-REGISTROS    PIC 9(09).
               05  WS-RES-SOMA         PIC 9(14)V99.

       01  WS-QTD-FILECTL          PIC 9(02) VALUE ZEROS.
       01  WS-TABELA-FILECTL.
           03  WS-FCT-ITEM OCCURS 0 TO 20 TIMES
                           DEPENDING ON WS-QTD-FILECTL.
               05  WS-FCT-REGISTRO-T PIC X(60).

       01  WS-LINHA-EDIT           PIC X(132).
       01  WS-LINHA-DETALHE.
           03  WS-DET-ARQUIVO      PIC X(08).
           03  FILLER              PIC X(02) VALUE SPACES.
           03  WS-DET-SITUACAO     PIC X(15).
           03  FILLER              PIC X(01) VALUE SPACES.
           03  WS-DET-REGISTROS    PIC ZZZ.ZZZ.ZZ9.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  WS-DET-SOMA         PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  WS-DET-FCT          PIC X(12).
           03  FILLER              PIC X(01) VALUE SPACES.
           03  WS-DET-TAM-ANTES    PIC ZZZ.ZZZ.ZZZ.ZZ9.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  WS-DET-TAM-DEPOIS   PIC ZZZ.ZZZ.ZZZ.ZZ9.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  WS-DET-RECUPERADO   PIC -ZZZ.ZZZ.ZZZ.ZZ9.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  WS-DET-FOLGA        PIC -ZZ9,99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA FROM TIME
           INITIALIZE WS-RESULTADOS
           MOVE "FINMAST " TO WS-RES-ARQUIVO(1)
           MOVE "PAGMAST " TO WS-RES-ARQUIVO(2)
           MOVE "CUSTMAST" TO WS-RES-ARQUIVO(3)
           MOVE "-" TO WS-RES-FCT(2)
           INITIALIZE WS-TAMANHOS

           PERFORM P050-LE-TAMANHOS
           IF FASE-RELATORIO
               PERFORM P900-FASE-RELATORIO THRU P900-SAIDA
               MOVE WS-RC TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM P100-VERIFICA-MES
           IF WS-QTD-PENDENTES = ZEROS
               DISPLAY "MASTERS JA REORGANIZADOS NO MES "
                       WS-DATA-HOJE(1:6) " - NADA A FAZER."
               GOBACK
           END-IF

           IF WS-RES-SITUACAO(1) NOT = "M"
               PERFORM P200-REORG-FINMAST THRU P200-SAIDA
           END-IF
           IF WS-RES-SITUACAO(2) NOT = "M"
               PERFORM P300-REORG-PAGMAST THRU P300-SAIDA
           END-IF
           IF WS-RES-SITUACAO(3) NOT = "M"
               PERFORM P400-REORG-CUSTMAST THRU P400-SAIDA
           END-IF

           PERFORM P600-GRAVA-FILECTL THRU P600-SAIDA
           PERFORM P750-GRAVA-RESUMO
           IF FASE-DESCARGA
               PERFORM P650-GRAVA-TRABALHO
           ELSE
               PERFORM P700-GRAVA-HISTORICO
               PERFORM P500-IMPRIME-RELATORIO
           END-IF

      *>   O RETURN-CODE SO NO FIM: CADA CALL DO MEIO O SOBRESCREVE.
           MOVE WS-RC TO RETURN-CODE
           GOBACK.

       P050-LE-TAMANHOS.
      *>   O CONTROLADOR DO LOTE GRAVA AS LINHAS A ANTES DA PRIMEIRA
      *>   EXECUCAO E AS D ANTES DA SEGUNDA; HAVENDO LINHA D, ESTA E
      *>   A EXECUCAO DO RELATORIO.
           MOVE "N" TO WS-RTA-EOF
           OPEN INPUT RTA-FILE
           IF WS-RTA-STATUS = "00"
               MOVE "1" TO WS-FASE
               PERFORM P060-LE-TAMANHO
               PERFORM UNTIL FIM-TAMANHOS
                   PERFORM VARYING WS-IDX FROM 1 BY 1
                           UNTIL WS-IDX > 3
                       IF WS-RES-ARQUIVO(WS-IDX) = RTA-ARQUIVO
                           IF RTA-DEPOIS
                               MOVE RTA-TAMANHO
                                   TO WS-TAM-DEPOIS(WS-IDX)
                               MOVE "2" TO WS-FASE
                           ELSE
                               MOVE RTA-TAMANHO
                                   TO WS-TAM-ANTES(WS-IDX)
                           END-IF
                       END-IF
                   END-PERFORM
                   PERFORM P060-LE-TAMANHO
               END-PERFORM
               CLOSE RTA-FILE
           END-IF
           .

       P060-LE-TAMANHO.
           READ RTA-FILE
               AT END SET FIM-TAMANHOS TO TRUE
           END-READ
           .

       P100-VERIFICA-MES.
      *>   MASTER COM LINHA C OU A NO MES CORRENTE JA ESTA EM DIA.
           MOVE "N" TO WS-ROR-EOF
           OPEN INPUT ROR-FILE
           IF WS-ROR-STATUS = "00"
               PERFORM P110-LE-HISTORICO
               PERFORM UNTIL FIM-HISTORICO
                   IF ROR-DATA(1:6) = WS-DATA-HOJE(1:6)
                      AND (ROR-REORGANIZADO OR ROR-AUSENTE)
                       PERFORM VARYING WS-IDX FROM 1 BY 1
                               UNTIL WS-IDX > 3
                           IF WS-RES-ARQUIVO(WS-IDX) = ROR-ARQUIVO
                               MOVE "M" TO WS-RES-SITUACAO(WS-IDX)
                           END-IF
                       END-PERFORM
                   END-IF
                   PERFORM P110-LE-HISTORICO
               END-PERFORM
               CLOSE ROR-FILE
           END-IF
           MOVE ZEROS TO WS-QTD-PENDENTES
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 3
               IF WS-RES-SITUACAO(WS-IDX) NOT = "M"
                   ADD 1 TO WS-QTD-PENDENTES
               END-IF
           END-PERFORM
           .

       P110-LE-HISTORICO.
           READ ROR-FILE
               AT END SET FIM-HISTORICO TO TRUE
           END-READ
           .

       P200-REORG-FINMAST.
           MOVE 1 TO WS-IDX
           MOVE WS-TAM-ANTES(WS-IDX) TO WS-RES-TAM-ANTES(WS-IDX)
           OPEN INPUT FIN-FILE
           IF WS-FIN-STATUS NOT = "00"
               MOVE "A" TO WS-RES-SITUACAO(WS-IDX)
               DISPLAY "FINMAST.DAT AUSENTE - NADA A REORGANIZAR."
               GO TO P200-SAIDA
           END-IF

      *>   DESCARGA NA ORDEM DA CHAVE.
           OPEN OUTPUT UNF-FILE
           MOVE ZEROS TO WS-QTD-DESCARGA
           MOVE ZEROS TO WS-SOMA-DESCARGA
           MOVE "N" TO WS-EOF
           MOVE ZEROS TO FIN-CONTRATO
           START FIN-FILE KEY IS NOT LESS THAN FIN-CONTRATO
               INVALID KEY
                   SET FIM-DESCARGA TO TRUE
           END-START
           PERFORM P210-DESCARREGA-FIN UNTIL FIM-DESCARGA
           CLOSE FIN-FILE
           CLOSE UNF-FILE
           ADD WS-QTD-DESCARGA TO WS-TOT-LIDOS

           MOVE "FINMAST " TO WS-FCT-CHAVE
           PERFORM P850-CONFERE-FILECTL
           IF WS-RES-FCT(WS-IDX) = "D"
               MOVE "I" TO WS-RES-SITUACAO(WS-IDX)
               GO TO P200-SAIDA
           END-IF

      *>   RECARGA: O MASTER E RECRIADO VAZIO E RECEBE A IMAGEM.
           OPEN OUTPUT FIN-FILE
           OPEN INPUT UNF-FILE
           MOVE ZEROS TO WS-QTD-RECARGA
           MOVE ZEROS TO WS-SOMA-RECARGA
           MOVE ZEROS TO WS-QTD-ERROS
           MOVE "N" TO WS-EOF
           PERFORM P220-RECARREGA-FIN UNTIL FIM-DESCARGA
           CLOSE UNF-FILE
           CLOSE FIN-FILE

           PERFORM P860-CONFERE-RECARGA
           MOVE WS-TAM-DEPOIS(WS-IDX) TO WS-RES-TAM-DEPOIS(WS-IDX)
           .
       P200-SAIDA.
           EXIT.

       P210-DESCARREGA-FIN.
           READ FIN-FILE NEXT RECORD
               AT END
                   SET FIM-DESCARGA TO TRUE
               NOT AT END
                   MOVE FIN-REGISTRO TO UNF-REGISTRO
                   WRITE UNF-REGISTRO
                   ADD 1 TO WS-QTD-DESCARGA
                   ADD FIN-VALOR TO WS-SOMA-DESCARGA
           END-READ
           .

       P220-RECARREGA-FIN.
           READ UNF-FILE
               AT END
                   SET FIM-DESCARGA TO TRUE
               NOT AT END
                   MOVE UNF-REGISTRO TO FIN-REGISTRO
                   WRITE FIN-REGISTRO
                       INVALID KEY
                           ADD 1 TO WS-QTD-ERROS
                       NOT INVALID KEY
                           ADD 1 TO WS-QTD-RECARGA
                           ADD FIN-VALOR TO WS-SOMA-RECARGA
                   END-WRITE
           END-READ
           .

       P300-REORG-PAGMAST.
      *>   PAGMAST NAO TEM LINHA NO FILECTL: VALE A CONTAGEM E A SOMA
      *>   DOS CONTRATOS DA DESCARGA CONTRA AS DA RECARGA.
           MOVE 2 TO WS-IDX
           MOVE WS-TAM-ANTES(WS-IDX) TO WS-RES-TAM-ANTES(WS-IDX)
           OPEN INPUT PAG-FILE
           IF WS-PAG-STATUS NOT = "00"
               MOVE "A" TO WS-RES-SITUACAO(WS-IDX)
               DISPLAY "PAGMAST.DAT AUSENTE - NADA A REORGANIZAR."
               GO TO P300-SAIDA
           END-IF

           OPEN OUTPUT UNP-FILE
           MOVE ZEROS TO WS-QTD-DESCARGA
           MOVE ZEROS TO WS-SOMA-DESCARGA
           MOVE "N" TO WS-EOF
           MOVE ZEROS TO PAG-CONTRATO
           START PAG-FILE KEY IS NOT LESS THAN PAG-CONTRATO
               INVALID KEY
                   SET FIM-DESCARGA TO TRUE
           END-START
           PERFORM P310-DESCARREGA-PAG UNTIL FIM-DESCARGA
           CLOSE PAG-FILE
           CLOSE UNP-FILE
           ADD WS-QTD-DESCARGA TO WS-TOT-LIDOS

           OPEN OUTPUT PAG-FILE
           OPEN INPUT UNP-FILE
           MOVE ZEROS TO WS-QTD-RECARGA
           MOVE ZEROS TO WS-SOMA-RECARGA
           MOVE ZEROS TO WS-QTD-ERROS
           MOVE "N" TO WS-EOF
           PERFORM P320-RECARREGA-PAG UNTIL FIM-DESCARGA
           CLOSE UNP-FILE
           CLOSE PAG-FILE

           PERFORM P860-CONFERE-RECARGA
           MOVE WS-TAM-DEPOIS(WS-IDX) TO WS-RES-TAM-DEPOIS(WS-IDX)
           .
       P300-SAIDA.
           EXIT.

       P310-DESCARREGA-PAG.
           READ PAG-FILE NEXT RECORD
               AT END
                   SET FIM-DESCARGA TO TRUE
               NOT AT END
                   MOVE PAG-REGISTRO TO UNP-REGISTRO
                   WRITE UNP-REGISTRO
                   ADD 1 TO WS-QTD-DESCARGA
                   ADD PAG-CONTRATO TO WS-SOMA-DESCARGA
           END-READ
           .

       P320-RECARREGA-PAG.
           READ UNP-FILE
               AT END
                   SET FIM-DESCARGA TO TRUE
               NOT AT END
                   MOVE UNP-REGISTRO TO PAG-REGISTRO
                   WRITE PAG-REGISTRO
                       INVALID KEY
                           ADD 1 TO WS-QTD-ERROS
                       NOT INVALID KEY
                           ADD 1 TO WS-QTD-RECARGA
                           ADD PAG-CONTRATO TO WS-SOMA-RECARGA
                   END-WRITE
           END-READ
           .

       P400-REORG-CUSTMAST.
           MOVE 3 TO WS-IDX
           MOVE WS-TAM-ANTES(WS-IDX) TO WS-RES-TAM-ANTES(WS-IDX)
           OPEN INPUT CAD-FILE
           IF WS-CAD-STATUS NOT = "00"
               MOVE "A" TO WS-RES-SITUACAO(WS-IDX)
               DISPLAY "CUSTMAST.DAT AUSENTE - NADA A REORGANIZAR."
               GO TO P400-SAIDA
           END-IF

           OPEN OUTPUT UNC-FILE
           MOVE ZEROS TO WS-QTD-DESCARGA
           MOVE ZEROS TO WS-SOMA-DESCARGA
           MOVE "N" TO WS-EOF
           MOVE LOW-VALUES TO CAD-CODIGO
           START CAD-FILE KEY IS NOT LESS THAN CAD-CODIGO
               INVALID KEY
                   SET FIM-DESCARGA TO TRUE
           END-START
           PERFORM P410-DESCARREGA-CAD UNTIL FIM-DESCARGA
           CLOSE CAD-FILE
           CLOSE UNC-FILE
           ADD WS-QTD-DESCARGA TO WS-TOT-LIDOS

           MOVE "CUSTMAST" TO WS-FCT-CHAVE
           PERFORM P850-CONFERE-FILECTL
           IF WS-RES-FCT(WS-IDX) = "D"
               MOVE "I" TO WS-RES-SITUACAO(WS-IDX)
               GO TO P400-SAIDA
           END-IF

           OPEN OUTPUT CAD-FILE
           OPEN INPUT UNC-FILE
           MOVE ZEROS TO WS-QTD-RECARGA
           MOVE ZEROS TO WS-SOMA-RECARGA
           MOVE ZEROS TO WS-QTD-ERROS
           MOVE "N" TO WS-EOF
           PERFORM P420-RECARREGA-CAD UNTIL FIM-DESCARGA
           CLOSE UNC-FILE
           CLOSE CAD-FILE

           PERFORM P860-CONFERE-RECARGA
           MOVE WS-TAM-DEPOIS(WS-IDX) TO WS-RES-TAM-DEPOIS(WS-IDX)
           .
       P400-SAIDA.
           EXIT.

       P410-DESCARREGA-CAD.
           READ CAD-FILE NEXT RECORD
               AT END
                   SET FIM-DESCARGA TO TRUE
               NOT AT END
                   MOVE CAD-REGISTRO TO UNC-REGISTRO
                   WRITE UNC-REGISTRO
                   ADD 1 TO WS-QTD-DESCARGA
                   ADD CAD-CODIGO TO WS-SOMA-DESCARGA
           END-READ
           .

       P420-RECARREGA-CAD.
           READ UNC-FILE
               AT END
                   SET FIM-DESCARGA TO TRUE
               NOT AT END
                   MOVE UNC-REGISTRO TO CAD-REGISTRO
                   WRITE CAD-REGISTRO
                       INVALID KEY
                           ADD 1 TO WS-QTD-ERROS
                       NOT INVALID KEY
                           ADD 1 TO WS-QTD-RECARGA
                           ADD CAD-CODIGO TO WS-SOMA-RECARGA
                   END-WRITE
           END-READ
           .

       P500-IMPRIME-RELATORIO.
           MOVE "REORG   " TO WS-RPT-PROGRAMA
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
           STRING "REORGANIZACAO DOS MASTERS INDEXADOS - DESCARGA E "
                  "RECARGA NA ORDEM DA CHAVE"
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           STRING "TAMANHOS EM BYTES. FOLGA% = ESPACO RECUPERADO / "
                  "TAMANHO ANTES."
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           PERFORM P590-ESCREVE-LINHA
           STRING "ARQUIVO   SITUACAO          REGISTROS    SOMA DE "
                  "CONTROLE  FILECTL        TAMANHO ANTES   TAMANHO "
                  "DEPOIS        RECUPERADO   FOLGA%"
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 3
               PERFORM P510-IMPRIME-ARQUIVO
           END-PERFORM
           PERFORM P590-ESCREVE-LINHA
           MOVE WS-TOT-RECUPERADO TO WS-DET-RECUPERADO
           STRING "ESPACO TOTAL RECUPERADO (BYTES): "
                  WS-DET-RECUPERADO
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           IF WS-RC = 8
               STRING "FILECTL DIVERGENTE - MASTER NAO TOCADO. "
                      "CONFIRA O ARQUIVO ANTES DO PROXIMO PASSO."
                      DELIMITED BY SIZE INTO WS-LINHA-EDIT
               PERFORM P590-ESCREVE-LINHA
           END-IF
           IF WS-RC = 12
               STRING "RECARGA DIVERGENTE - RESTAURE O BACKUP DO "
                      "STEP005 (jobs/recover.sh) OU RECARREGUE DA "
                      "IMAGEM .UNL ANTES DE SEGUIR."
                      DELIMITED BY SIZE INTO WS-LINHA-EDIT
               PERFORM P590-ESCREVE-LINHA
           END-IF

           PERFORM P590-ESCREVE-LINHA
           STRING "FIM DO RELATORIO - PROGRAMA: " WS-RPT-PROGRAMA
                  "  PAGINA: " WS-RPT-PAGINA
                  "  TOTAL DE REGISTROS: " WS-RPT-TOTAL-REGISTROS
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           CLOSE RPT-FILE
           DISPLAY "RELATORIO GRAVADO EM REORG.RPT"
           .

       P510-IMPRIME-ARQUIVO.
           ADD 1 TO WS-RPT-TOTAL-REGISTROS
           MOVE WS-RES-ARQUIVO(WS-IDX) TO WS-DET-ARQUIVO
           EVALUATE WS-RES-SITUACAO(WS-IDX)
               WHEN "C"
                   MOVE "REORGANIZADO"    TO WS-DET-SITUACAO
               WHEN "A"
                   MOVE "AUSENTE"         TO WS-DET-SITUACAO
               WHEN "I"
                   MOVE "FILECTL DIVERGE" TO WS-DET-SITUACAO
               WHEN "F"
                   MOVE "RECARGA FALHOU"  TO WS-DET-SITUACAO
               WHEN "M"
                   MOVE "JA FEITO NO MES" TO WS-DET-SITUACAO
               WHEN OTHER
                   MOVE SPACES            TO WS-DET-SITUACAO
           END-EVALUATE
           EVALUATE WS-RES-FCT(WS-IDX)
               WHEN "S"
                   MOVE "CONFERE"      TO WS-DET-FCT
               WHEN "D"
                   MOVE "DIVERGE"      TO WS-DET-FCT
               WHEN "N"
                   MOVE "SEM CONTROLE" TO WS-DET-FCT
               WHEN "-"
                   MOVE "NAO SE APLICA" TO WS-DET-FCT
               WHEN OTHER
                   MOVE SPACES         TO WS-DET-FCT
           END-EVALUATE
           MOVE WS-RES-REGISTROS(WS-IDX)  TO WS-DET-REGISTROS
           MOVE WS-RES-SOMA(WS-IDX)       TO WS-DET-SOMA
           MOVE WS-RES-TAM-ANTES(WS-IDX)  TO WS-DET-TAM-ANTES
           MOVE WS-RES-TAM-DEPOIS(WS-IDX) TO WS-DET-TAM-DEPOIS

      *>   SO O MASTER RECARREGADO TEM TAMANHO DEPOIS E FOLGA.
           MOVE ZEROS TO WS-RECUPERADO
           MOVE ZEROS TO WS-FOLGA
           IF WS-RES-SITUACAO(WS-IDX) = "C"
               COMPUTE WS-RECUPERADO = WS-RES-TAM-ANTES(WS-IDX)
                                     - WS-RES-TAM-DEPOIS(WS-IDX)
               ADD WS-RECUPERADO TO WS-TOT-RECUPERADO
               IF WS-RES-TAM-ANTES(WS-IDX) > ZEROS
                   COMPUTE WS-FOLGA ROUNDED =
                           WS-RECUPERADO * 100
                           / WS-RES-TAM-ANTES(WS-IDX)
               END-IF
           END-IF
           MOVE WS-RECUPERADO TO WS-DET-RECUPERADO
           MOVE WS-FOLGA      TO WS-DET-FOLGA
           MOVE WS-LINHA-DETALHE TO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           .

       P590-ESCREVE-LINHA.
           MOVE WS-LINHA-EDIT TO RPT-LINHA
           WRITE RPT-LINHA
           DISPLAY WS-LINHA-EDIT
           MOVE SPACES TO WS-LINHA-EDIT
           .

       P600-GRAVA-FILECTL.
      *>   OS TOTAIS PROVADOS NA RECARGA SAO RECARIMBADOS NO FILECTL,
      *>   QUE O PROXIMO LOTE CONFERE AO ABRIR O MASTER.
           IF WS-RES-SITUACAO(1) NOT = "C"
              AND WS-RES-SITUACAO(3) NOT = "C"
               GO TO P600-SAIDA
           END-IF
           MOVE ZEROS TO WS-QTD-FILECTL
           MOVE "N"   TO WS-FCT-EOF
           OPEN INPUT FCT-FILE
           IF WS-FCT-STATUS = "00"
               PERFORM P870-LE-FILECTL
               PERFORM UNTIL FIM-FILECTL
                       OR WS-QTD-FILECTL = 20
                   IF NOT (FCT-ARQUIVO = "FINMAST "
                           AND WS-RES-SITUACAO(1) = "C")
                      AND NOT (FCT-ARQUIVO = "CUSTMAST"
                           AND WS-RES-SITUACAO(3) = "C")
                       ADD 1 TO WS-QTD-FILECTL
                       MOVE FCT-REGISTRO
                           TO WS-FCT-REGISTRO-T(WS-QTD-FILECTL)
                   END-IF
                   PERFORM P870-LE-FILECTL
               END-PERFORM
               CLOSE FCT-FILE
           END-IF
           OPEN OUTPUT FCT-FILE
           PERFORM VARYING WS-FCT-IDX FROM 1 BY 1
                   UNTIL WS-FCT-IDX > WS-QTD-FILECTL
               MOVE WS-FCT-REGISTRO-T(WS-FCT-IDX) TO FCT-REGISTRO
               WRITE FCT-REGISTRO
           END-PERFORM
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 3
               IF WS-RES-SITUACAO(WS-IDX) = "C"
                  AND WS-RES-FCT(WS-IDX) NOT = "-"
                   MOVE WS-RES-ARQUIVO(WS-IDX)   TO FCT-ARQUIVO
                   MOVE WS-RES-REGISTROS(WS-IDX) TO FCT-REGISTROS
                   MOVE WS-RES-SOMA(WS-IDX)      TO FCT-SOMA
                   ACCEPT FCT-DATA FROM DATE YYYYMMDD
                   ACCEPT FCT-HORA FROM TIME
                   WRITE FCT-REGISTRO
               END-IF
           END-PERFORM
           CLOSE FCT-FILE
           .
       P600-SAIDA.
           EXIT.

       P650-GRAVA-TRABALHO.
      *>   OS RESULTADOS FICAM PARA A EXECUCAO DO RELATORIO, QUE OS
      *>   COMPLETA COM O TAMANHO DEPOIS.
           OPEN OUTPUT WRK-FILE
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 3
               MOVE WS-RES(WS-IDX) TO WRK-REGISTRO
               WRITE WRK-REGISTRO
           END-PERFORM
           CLOSE WRK-FILE
           .

       P700-GRAVA-HISTORICO.
           OPEN EXTEND ROR-FILE
           IF WS-ROR-STATUS = "35"
               OPEN OUTPUT ROR-FILE
               CLOSE ROR-FILE
               OPEN EXTEND ROR-FILE
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 3
               IF WS-RES-SITUACAO(WS-IDX) NOT = "M"
                   MOVE WS-DATA-HOJE              TO ROR-DATA
                   MOVE WS-HORA-AGORA             TO ROR-HORA
                   MOVE WS-RES-ARQUIVO(WS-IDX)    TO ROR-ARQUIVO
                   MOVE WS-RES-SITUACAO(WS-IDX)   TO ROR-SITUACAO
                   MOVE WS-RES-TAM-ANTES(WS-IDX)  TO ROR-TAM-ANTES
                   MOVE WS-RES-TAM-DEPOIS(WS-IDX) TO ROR-TAM-DEPOIS
                   MOVE WS-RES-REGISTROS(WS-IDX)  TO ROR-REGISTROS
                   MOVE WS-RES-SOMA(WS-IDX)       TO ROR-SOMA
                   WRITE ROR-REGISTRO
               END-IF
           END-PERFORM
           CLOSE ROR-FILE
           .

       P750-GRAVA-RESUMO.
           OPEN EXTEND BAT-FILE
           IF WS-BAT-STATUS = "35"
               OPEN OUTPUT BAT-FILE
               CLOSE BAT-FILE
               OPEN EXTEND BAT-FILE
           END-IF

           MOVE "REORG   "        TO BAT-PROGRAMA
           ACCEPT BAT-DATA FROM DATE YYYYMMDD
           ACCEPT BAT-HORA FROM TIME
           MOVE WS-TOT-LIDOS      TO BAT-LIDOS
           MOVE WS-TOT-GRAVADOS   TO BAT-PROCESSADOS
           MOVE WS-TOT-REJEITADOS TO BAT-REJEITADOS
           WRITE BAT-REGISTRO

           CLOSE BAT-FILE
           .

       P850-CONFERE-FILECTL.
      *>   A DESCARGA TEM DE BATER COM O TOTAL DE CONTROLE DO ULTIMO
      *>   FECHAMENTO; DIVERGINDO, O MASTER JA ESTA CORROMPIDO E NAO
      *>   E RECARREGADO - A IMAGEM FICA NO .UNL PARA A ANALISE.
           MOVE "N" TO WS-RES-FCT(WS-IDX)
           MOVE "N" TO WS-FCT-EOF
           OPEN INPUT FCT-FILE
           IF WS-FCT-STATUS = "00"
               PERFORM P870-LE-FILECTL
               PERFORM UNTIL FIM-FILECTL
                   IF FCT-ARQUIVO = WS-FCT-CHAVE
                       IF FCT-REGISTROS = WS-QTD-DESCARGA
                          AND FCT-SOMA = WS-SOMA-DESCARGA
                           MOVE "S" TO WS-RES-FCT(WS-IDX)
                       ELSE
                           MOVE "D" TO WS-RES-FCT(WS-IDX)
                           DISPLAY "INTEGRIDADE DE " WS-FCT-CHAVE
                                   " FALHOU - ESPERADO "
                                   FCT-REGISTROS " REGISTROS, "
                                   "DESCARREGADOS " WS-QTD-DESCARGA
                       END-IF
                   END-IF
                   PERFORM P870-LE-FILECTL
               END-PERFORM
               CLOSE FCT-FILE
           END-IF
           IF WS-RES-FCT(WS-IDX) = "D"
               ADD WS-QTD-DESCARGA TO WS-TOT-REJEITADOS
               MOVE WS-QTD-DESCARGA  TO WS-RES-REGISTROS(WS-IDX)
               MOVE WS-SOMA-DESCARGA TO WS-RES-SOMA(WS-IDX)
               IF WS-RC < 8
                   MOVE 8 TO WS-RC
               END-IF
           END-IF
           .

       P860-CONFERE-RECARGA.
           ADD WS-QTD-RECARGA TO WS-TOT-GRAVADOS
           ADD WS-QTD-ERROS   TO WS-TOT-REJEITADOS
           MOVE WS-QTD-RECARGA  TO WS-RES-REGISTROS(WS-IDX)
           MOVE WS-SOMA-RECARGA TO WS-RES-SOMA(WS-IDX)
           IF WS-QTD-ERROS = ZEROS
              AND WS-QTD-RECARGA = WS-QTD-DESCARGA
              AND WS-SOMA-RECARGA = WS-SOMA-DESCARGA
               MOVE "C" TO WS-RES-SITUACAO(WS-IDX)
               DISPLAY WS-RES-ARQUIVO(WS-IDX) " REORGANIZADO - "
                       WS-QTD-RECARGA " REGISTROS."
           ELSE
               MOVE "F" TO WS-RES-SITUACAO(WS-IDX)
               MOVE 12 TO WS-RC
               DISPLAY "RECARGA DE " WS-RES-ARQUIVO(WS-IDX)
                       " DIVERGENTE - DESCARREGADOS "
                       WS-QTD-DESCARGA ", RECARREGADOS "
                       WS-QTD-RECARGA ", REJEITADOS " WS-QTD-ERROS
           END-IF
           .

       P870-LE-FILECTL.
           READ FCT-FILE
               AT END SET FIM-FILECTL TO TRUE
           END-READ
           .

       P900-FASE-RELATORIO.
      *>   SEM REORG.WRK A PRIMEIRA EXECUCAO NAO TEVE O QUE FAZER.
           OPEN INPUT WRK-FILE
           IF WS-WRK-STATUS NOT = "00"
               DISPLAY "MASTERS JA REORGANIZADOS NO MES "
                       WS-DATA-HOJE(1:6) " - NADA A FAZER."
               GO TO P900-SAIDA
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 3
               READ WRK-FILE
                   NOT AT END
                       MOVE WRK-REGISTRO TO WS-RES(WS-IDX)
                       MOVE WS-TAM-DEPOIS(WS-IDX)
                           TO WS-RES-TAM-DEPOIS(WS-IDX)
                       IF WS-RES-SITUACAO(WS-IDX) = "I"
                          AND WS-RC < 8
                           MOVE 8 TO WS-RC
                       END-IF
                       IF WS-RES-SITUACAO(WS-IDX) = "F"
                           MOVE 12 TO WS-RC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WRK-FILE
           PERFORM P700-GRAVA-HISTORICO
           PERFORM P500-IMPRIME-RELATORIO
           .
       P900-SAIDA.
           EXIT.

       END PROGRAM reorg.

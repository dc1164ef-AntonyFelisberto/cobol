                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FIN-CONTRATO
                   ALTERNATE RECORD KEY IS FIN-COD-CLIENTE
                       WITH DUPLICATES
                   FILE STATUS IS WS-FIN-STATUS.

               SELECT BRD-FILE ASSIGN TO "SEGBORD.TXT"
           03  WS-VST-IDX          PIC 9(04).
           03  WS-LINHA-EDIT       PIC X(80).

      *>   O REPASSE A SEGURADORA SAI DA CONTA DA EMPRESA - A
      *>   CONCILIACAO BANCARIA (concBco) PROCURA NO EXTRATO.
       01  WS-MVB-PARAMETROS.
           03  WS-MVB-DATA         PIC 9(8) VALUE ZEROS.
           03  WS-MVB-TIPO         PIC X(01) VALUE "D".
           03  WS-MVB-ORIGEM       PIC X(08) VALUE "BORDERO".
           03  WS-MVB-REFERENCIA   PIC X(30).

       01  WS-QTD-VISTAS           PIC 9(04) VALUE ZEROS.
       01  WS-TABELA-VISTAS.
           03  WS-VST-ITEM OCCURS 0 TO 2000 TIMES
           CLOSE FIN-FILE
           CLOSE BRD-FILE

           MOVE SPACES TO WS-MVB-REFERENCIA
           STRING "BORDERO PRESTAMISTA " WS-COMPETENCIA
                  DELIMITED BY SIZE INTO WS-MVB-REFERENCIA
           CALL "movBcoUtil" USING WS-MVB-DATA WS-MVB-TIPO
                                   WS-TOT-PREMIOS WS-MVB-ORIGEM
                                   WS-MVB-REFERENCIA

           DISPLAY "PREMIOS NO BORDERO: " WS-QTD-PREMIOS
           DISPLAY "VALOR A REPASSAR..: " WS-TOT-PREMIOS
           DISPLAY "ARQUIVO GERADO....: SEGBORD.TXT"

                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FIN-CONTRATO
                   ALTERNATE RECORD KEY IS FIN-COD-CLIENTE
                       WITH DUPLICATES
                   FILE STATUS IS WS-FIN-STATUS.

               SELECT PAG-FILE ASSIGN TO "PAGMAST.DAT"
       01  ATMP-LINHA          PIC X(30).

       FD  AQF-FILE.
           COPY AQFFD.

       FD  AQP-FILE.
       01  AQP-REGISTRO.
           COPY SYSPARMF.

       WORKING-STORAGE SECTION.
       01  WS-JAN-PROGRAMA     PIC X(16) VALUE "arquiva".
       01  WS-JAN-LIBERADO     PIC X.
           COPY SYSPARM.
       01  WS-SYSPARM-STATUS   PIC XX VALUE SPACES.


       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *>   NADA SE ATUALIZA COM A JANELA DO BATCH NOTURNO ABERTA,
      *>   SALVO LIBERACAO DE SUPERVISOR.
           CALL "janelaUtil" USING WS-JAN-PROGRAMA WS-JAN-LIBERADO
           IF WS-JAN-LIBERADO NOT = "S"
               GOBACK
           END-IF
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM P040-LE-PARAMETROS-SISTEMA
           COMPUTE WS-ANO-CORTE =

           MOVE WS-DATA-HOJE TO AQF-DT-ARQUIVO
           MOVE FIN-REGISTRO TO AQF-IMAGEM
           SET AQF-LAYOUT-ATUAL TO TRUE
           WRITE AQF-REGISTRO

           MOVE FIN-CONTRATO TO PAG-CONTRATO

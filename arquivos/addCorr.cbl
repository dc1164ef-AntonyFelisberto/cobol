                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CAD-CODIGO
                   ALTERNATE RECORD KEY IS CAD-CPF-CNPJ
                       WITH DUPLICATES
                   FILE STATUS IS WS-CAD-STATUS.

               SELECT SYSPARM-FILE ASSIGN TO "SYSPARM.DAT"
           COPY SYSPARMF.

       WORKING-STORAGE SECTION.
       01  WS-JAN-PROGRAMA     PIC X(16) VALUE "addCorr".
       01  WS-JAN-LIBERADO     PIC X.
           COPY CADREC.
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
           PERFORM P050-LE-PARAMETROS-SISTEMA

           DISPLAY "INFORME O CODIGO DO CLIENTE: "
                   MOVE WS-CEP           TO CAD-CEP
                   MOVE "A"              TO CAD-SITUACAO
                   MOVE WS-LIMITE-CREDITO TO CAD-LIMITE-CREDITO
                   ACCEPT CAD-DT-ATUALIZACAO FROM DATE YYYYMMDD
                   WRITE CAD-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR CADASTRO: "

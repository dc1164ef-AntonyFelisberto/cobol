                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CAD-CODIGO
                   ALTERNATE RECORD KEY IS CAD-CPF-CNPJ
                       WITH DUPLICATES
                   FILE STATUS IS WS-CAD-STATUS.

               SELECT CREDV-FILE ASSIGN TO "BLACKLIST.OLD"
           COPY BATSUM.

       WORKING-STORAGE SECTION.
       01  WS-JAN-PROGRAMA     PIC X(16) VALUE "codeMigra".
       01  WS-JAN-LIBERADO     PIC X.
       01  WS-CONTROLE.
           03  WS-CADV-STATUS      PIC XX.
           03  WS-CAD-STATUS       PIC XX.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *>   NADA SE ATUALIZA COM A JANELA DO BATCH NOTURNO ABERTA,
      *>   SALVO LIBERACAO DE SUPERVISOR.
           CALL "janelaUtil" USING WS-JAN-PROGRAMA WS-JAN-LIBERADO
           IF WS-JAN-LIBERADO NOT = "S"
               GOBACK
           END-IF
           PERFORM P100-CONVERTE-CADASTRO
           PERFORM P200-CONVERTE-RESTRICOES
           PERFORM P300-CONVERTE-AUDITORIA

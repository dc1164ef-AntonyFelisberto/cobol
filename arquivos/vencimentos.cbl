      *          starts the morning knowing exactly what falls due
      *          instead of finding out when payments do or don't
      *          arrive.
      *          Runs for the company of the session (or of the
      *          batch job's EMPRESA) or consolidated (00), named in
      *          the header; only that company's contracts enter.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       WORKING-STORAGE SECTION.
           COPY SYSPARM.
           COPY RPTHDR.
           COPY EMPLK.
       01  WS-SYSPARM-STATUS   PIC XX VALUE SPACES.

       01  WS-VARIAVEIS.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P050-LE-PARAMETROS-SISTEMA
           PERFORM P060-EMPRESA-DO-RELATORIO
           COMPUTE WS-DIAS-LIMITE = 0 - WS-SYS-DIAS-VENCIMENTO

           OPEN INPUT PWK-FILE
           DISPLAY "=============================================="
           DISPLAY "FIM DO RELATORIO - PROGRAMA: " WS-RPT-PROGRAMA
                   "  PAGINA: " WS-RPT-PAGINA
           DISPLAY "EMPRESA: " WS-RPT-EMPRESA " - "
                   WS-RPT-EMPRESA-NOME
                   "  TOTAL DE REGISTROS: " WS-RPT-TOTAL-REGISTROS
           DISPLAY "=============================================="
           CLOSE PWK-FILE
      *>   A POSICAO JA TRAZ OS DIAS COM SINAL: NEGATIVO = VENCE NO
      *>   FUTURO. O QUE VENCE DE HOJE ATE DAQUI A N DIAS FICA
      *>   ENTRE -N E ZERO.
           MOVE ZEROS TO EMU-EMPRESA
           MOVE PWK-CONTRATO TO EMU-CONTRATO
           PERFORM P065-ITEM-DA-EMPRESA
           IF PWK-DIAS-ATRASO <= 0
              AND EMU-OK
              AND PWK-DIAS-ATRASO >= WS-DIAS-LIMITE
               ADD 1 TO WS-RPT-TOTAL-REGISTROS
               DISPLAY PWK-CONTRATO "   " PWK-CLIENTE " "
           END-READ
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

       END PROGRAM vencimentos.

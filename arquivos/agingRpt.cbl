      *          collections knows who is late before the client
      *          calls. A level-1/2 operator signed on through the
      *          menu only sees their own branch's book.
      *          Runs for the company of the session (or of the
      *          batch job's EMPRESA) or consolidated (00), named in
      *          the header; only that company's contracts enter.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       WORKING-STORAGE SECTION.
           COPY RPTHDR.
           COPY EMPLK.

       01  WS-VARIAVEIS.
           03  WS-PWK-STATUS       PIC XX.
           INITIALIZE WS-TOTAIS-FILIAL
                      REPLACING NUMERIC DATA BY ZEROS
           PERFORM P050-LE-SESSAO
           PERFORM P060-EMPRESA-DO-RELATORIO

           OPEN INPUT PWK-FILE
           IF WS-PWK-STATUS NOT = "00"
                   "  DATA: " WS-RPT-DATA
                   "  HORA: " WS-RPT-HORA
                   "  PAGINA: " WS-RPT-PAGINA
           DISPLAY "EMPRESA: " WS-RPT-EMPRESA " - "
                   WS-RPT-EMPRESA-NOME
           DISPLAY "=============================================="
           DISPLAY "     RELATORIO DE ATRASOS (AGING) DA CARTEIRA"
           DISPLAY "=============================================="
      *>   A POSICAO JA TRAZ VENCIMENTO E DIAS DE ATRASO PRONTOS -
      *>   AQUI SO SE CLASSIFICA, CONVERTE E SOMA. OPERADOR NIVEL
      *>   1/2 SO ENXERGA A CARTEIRA DA SUA FILIAL.
           MOVE ZEROS TO EMU-EMPRESA
           MOVE PWK-CONTRATO TO EMU-CONTRATO
           PERFORM P065-ITEM-DA-EMPRESA
           IF PWK-DIAS-ATRASO > 0
              AND EMU-OK
              AND (WS-NIVEL-SESSAO >= 3
                   OR WS-FILIAL-SESSAO = ZEROS
                   OR PWK-FILIAL = WS-FILIAL-SESSAO)
           DISPLAY "=============================================="
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

       END PROGRAM agingRpt.

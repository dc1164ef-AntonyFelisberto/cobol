      *          contract's client pulled from FINMAST.DAT, so the
      *          desk renews coverage before the asset is lost instead
      *          of discovering an uninsured car after the crash.
      *          Runs for the company of the session (or of the
      *          batch job's EMPRESA) or consolidated (00), named in
      *          the header; only that company's contracts enter.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FIN-CONTRATO
                   ALTERNATE RECORD KEY IS FIN-COD-CLIENTE
                       WITH DUPLICATES
                   FILE STATUS IS WS-FIN-STATUS.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
           COPY RPTHDR.
           COPY EMPLK.

       77  WS-DIAS-ALERTA          PIC 9(03) VALUE 60.

           COMPUTE WS-JULIANO-HOJE =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)

           PERFORM P060-EMPRESA-DO-RELATORIO
           PERFORM P100-IMPRIME-CABECALHO
           PERFORM P210-LE-GARANTIA
           PERFORM P200-AVALIA-APOLICE
           DISPLAY "=============================================="
           DISPLAY "FIM DO RELATORIO - PROGRAMA: " WS-RPT-PROGRAMA
                   "  PAGINA: " WS-RPT-PAGINA
           DISPLAY "EMPRESA: " WS-RPT-EMPRESA " - "
                   WS-RPT-EMPRESA-NOME
                   "  TOTAL DE REGISTROS: " WS-RPT-TOTAL-REGISTROS
           DISPLAY "=============================================="
           CLOSE GAR-FILE
           COMPUTE WS-DIAS-PARA-VENCER =
                   WS-JULIANO-VENC - WS-JULIANO-HOJE

           MOVE ZEROS        TO EMU-EMPRESA
           MOVE GAR-CONTRATO TO EMU-CONTRATO
           PERFORM P065-ITEM-DA-EMPRESA
           IF WS-DIAS-PARA-VENCER <= WS-DIAS-ALERTA AND EMU-OK
               MOVE GAR-CONTRATO TO FIN-CONTRATO
               READ FIN-FILE
                   INVALID KEY
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

       END PROGRAM seguroRpt.

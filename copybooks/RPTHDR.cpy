           03  WS-RPT-HORA         PIC 9(8).
           03  WS-RPT-PAGINA       PIC 9(04) VALUE 1.
           03  WS-RPT-TOTAL-REGISTROS PIC 9(06) VALUE ZEROS.
      * Company the report was run for (empUtil); 00 = consolidado.
           03  WS-RPT-EMPRESA      PIC 9(02) VALUE ZEROS.
           03  WS-RPT-EMPRESA-NOME PIC X(30) VALUE "CONSOLIDADO".

      *****************************************************************
      * AQFFD.cpy
      * Archived-contract record (ARQFIN.DAT): the date the archive
      * run (arquiva) took the contract off FINMAST.DAT and the
      * FIN-REGISTRO image as it stood then. Read back by arqResg
      * (retrieval) and titular (data-subject report). AQF-IMAGEM
      * holds the largest FIN-REGISTRO - 179-byte header plus 420
      * parcelas. AQF-LAYOUT tells which FINFD layout the image is in:
      *   "2"   = current header (with FIN-COD-EMPRESA,
      *           FIN-PCT-RESIDUAL and FIN-VALOR-RESIDUAL);
      *   space = original 165-byte header, archived before those
      *           fields existed - the parcelas start right after it
      *           (AQF-IMAGEM-V1) and arqResg converts the image
      *           before restoring it.
      * The header fields up to FIN-COD-FILIAL sit at the same offsets
      * in both layouts.
      *****************************************************************
       01  AQF-REGISTRO.
           03  AQF-DT-ARQUIVO      PIC 9(8).
           03  AQF-IMAGEM          PIC X(3959).
           03  AQF-IMAGEM-V1 REDEFINES AQF-IMAGEM.
               05  AQF-V1-CABECALHO    PIC X(165).
               05  AQF-V1-PARCELA      PIC 9(07)V99
                                       OCCURS 420 TIMES.
               05  FILLER              PIC X(14).
           03  AQF-LAYOUT          PIC X(01).
               88  AQF-LAYOUT-ATUAL    VALUE "2".
               88  AQF-LAYOUT-ORIGINAL VALUE SPACE.

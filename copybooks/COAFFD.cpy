      *****************************************************************
      * COAFFD.cpy
      * Regulator communication file record (COAF.DAT) - the fixed
      * layout for reporting suspicious cash operations. COAF-TIPO:
      * H = header (generation date, communication lot and the
      * reporting institution's code), D = one communicated
      * occurrence (protocol, client document and name, contract,
      * occurrence type and description, operation date, value and
      * number of operations), T = trailer with the count of D rows
      * and their value total so the receiver can prove the file
      * arrived whole. Same header/detail/trailer REDEFINES pattern
      * as REMFD.cpy.
      *****************************************************************
       01  COAF-REGISTRO.
           03  COAF-TIPO           PIC X(01).
           03  COAF-DETALHE.
               05  COAF-PROTOCOLO  PIC 9(06).
               05  COAF-TIPO-PESSOA PIC X(01).
               05  COAF-CPF-CNPJ   PIC 9(14).
               05  COAF-NOME       PIC X(20).
               05  COAF-CONTRATO   PIC 9(06).
               05  COAF-OCORRENCIA PIC X(01).
               05  COAF-DESCRICAO  PIC X(30).
               05  COAF-DT-OPERACAO PIC 9(8).
               05  COAF-VALOR      PIC 9(10)V99.
               05  COAF-QTD-OPERACOES PIC 9(03).
           03  COAF-CABECALHO REDEFINES COAF-DETALHE.
               05  COAF-DT-GERACAO PIC 9(8).
               05  COAF-LOTE       PIC 9(06).
               05  COAF-INSTITUICAO PIC X(20).
               05  FILLER          PIC X(67).
           03  COAF-TRAILER REDEFINES COAF-DETALHE.
               05  COAF-QTD-REGISTROS PIC 9(06).
               05  COAF-VALOR-TOTAL PIC 9(12)V99.
               05  FILLER          PIC X(81).

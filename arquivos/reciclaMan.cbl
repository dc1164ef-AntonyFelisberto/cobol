           COPY RECFD.

       FD  LTXN-FILE.
       01  LTXN-REGISTRO       PIC X(94).

       FD  CTXN-FILE.
       01  CTXN-REGISTRO       PIC X(80).
               88  DECISAO-CORRIGE VALUES "C" "c".
               88  DECISAO-PURGA   VALUES "X" "x".
           03  WS-IDX          PIC 9(04).
           03  WS-IMAGEM-NOVA  PIC X(94).
           03  WS-QTD-CORRIGIDAS PIC 9(04) VALUE ZEROS.
           03  WS-QTD-PURGADAS   PIC 9(04) VALUE ZEROS.
           03  WS-REC-TRANSBORDO PIC X VALUE "N".
               05  WS-REC-MOTIVO   PIC X(30).
               05  WS-REC-DATA     PIC 9(8).
               05  WS-REC-SITUACAO PIC X(01).
               05  WS-REC-IMAGEM   PIC X(94).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

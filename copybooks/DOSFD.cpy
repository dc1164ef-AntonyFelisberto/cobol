      *****************************************************************
      * DOSFD.cpy
      * Contract document dossier (DOSSIE.DAT). One row each time a
      * required document of a contract is marked off at the desk
      * (dossie): the document type of the DOCPROD.DAT checklist, the
      * date, the operator and the reference of the scanned image or
      * archive box where the paper is kept. Append-only - the latest
      * row for a contract and document is the one in force, so a
      * document marked by mistake is undone with a row in situacao
      * E (estornado). A required document with no row in situacao R
      * is pending; dossUtil answers that question for every caller.
      *****************************************************************
       01  DOS-REGISTRO.
           03  DOS-CONTRATO        PIC 9(06).
           03  DOS-TIPO-DOC        PIC X(02).
           03  DOS-SITUACAO        PIC X(01).
               88  DOS-RECEBIDO        VALUE "R".
               88  DOS-ESTORNADO       VALUE "E".
           03  DOS-DATA            PIC 9(8).
           03  DOS-REFERENCIA      PIC X(30).
           03  DOS-OPERADOR        PIC X(08).

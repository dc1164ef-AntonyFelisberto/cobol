      *****************************************************************
      * DCPFD.cpy
      * Required-document checklist (DOCPROD.DAT), kept by docProd.
      * One row per document a product requires in the contract
      * dossier. Product 0000 rows apply to every product; a
      * product's own rows add to them (e.g. nota fiscal for a
      * vehicle). The file is append-only: a later row for the same
      * product and document replaces the earlier one, so a document
      * is taken off the list with a row in situacao I. With no
      * active row at all the base list applies: CA contrato
      * assinado, ID documento de identidade, RE comprovante de
      * renda, EN comprovante de endereco.
      *****************************************************************
       01  DCP-REGISTRO.
           03  DCP-COD-PRODUTO     PIC 9(04).
           03  DCP-TIPO-DOC        PIC X(02).
           03  DCP-DESCRICAO       PIC X(30).
           03  DCP-SITUACAO        PIC X(01).
               88  DCP-ATIVO           VALUE "A".
               88  DCP-INATIVO         VALUE "I".

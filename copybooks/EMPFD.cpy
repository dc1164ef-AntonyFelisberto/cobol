      *****************************************************************
      * EMPFD.cpy
      * Legal-entity register (EMPRESA.DAT). One row per financing
      * company of the group running on this system - 01 is the
      * original company. The companies share staff, customers and
      * the batch window; contracts, accounting postings and the
      * regulatory, provision, IOF and month-end outputs belong to
      * one company. EMP-CTR-INICIO / EMP-CTR-FIM is the company's
      * own contract-number range (CONTSEQ.DAT keeps one sequence
      * per company inside it), so the number alone tells which
      * company a contract belongs to. Without the file the system
      * runs as the single company 01 with the whole number range.
      *****************************************************************
       01  EMP-REGISTRO.
           03  EMP-CODIGO          PIC 9(02).
           03  EMP-RAZAO-SOCIAL    PIC X(30).
           03  EMP-CNPJ            PIC 9(14).
           03  EMP-CTR-INICIO      PIC 9(06).
           03  EMP-CTR-FIM         PIC 9(06).
           03  EMP-SITUACAO        PIC X(01).
               88  EMP-ATIVA           VALUES "A" SPACE.
               88  EMP-INATIVA         VALUE "I".

           03  SYS-PARM-DIAS-SENHA     PIC 9(03).
           03  SYS-PARM-MAX-FALHAS     PIC 9(02).
           03  SYS-PARM-QTD-SENHAS    PIC 9(02).
           03  SYS-PARM-LIM-ESPECIE    PIC 9(08).
           03  SYS-PARM-PLD-DIAS-JANELA PIC 9(03).
           03  SYS-PARM-PLD-PCT-FAIXA  PIC 9(03).
           03  SYS-PARM-PLD-QTD-FRACOES PIC 9(02).
           03  SYS-PARM-PLD-DIAS-QUITACAO PIC 9(03).
           03  SYS-PARM-OUV-DIAS-SLA   PIC 9(02).
           03  SYS-PARM-ASS-DIAS-MIN   PIC 9(03).
           03  SYS-PARM-ASS-DIAS-MAX   PIC 9(03).
           03  SYS-PARM-ASS-DIAS-RECOLHE PIC 9(03).
           03  SYS-PARM-FPD-PCT-TOLERA PIC 9(03).
           03  SYS-PARM-FPD-MESES-SAFRA PIC 9(02).
           03  SYS-PARM-FPD-MIN-CONTRATOS PIC 9(03).
           03  SYS-PARM-ISE-LIMITE-N2  PIC 9(06).
           03  SYS-PARM-ALT-VENC-MESES PIC 9(02).
           03  SYS-PARM-PORTAL-DIAS-QUITACAO PIC 9(02).
           03  SYS-PARM-DOSSIE-DIAS    PIC 9(03).
           03  SYS-PARM-SLA-HORA-FIM   PIC 9(06).
           03  SYS-PARM-SLA-PCT-TOLERA PIC 9(03).
           03  SYS-PARM-SLA-MIN-SEGUNDOS PIC 9(05).
           03  SYS-PARM-ACS-LIM-DIA    PIC 9(04).
           03  SYS-PARM-CNI-PRAZO-DIAS PIC 9(03).
           03  SYS-PARM-CBC-DIAS-FLOAT PIC 9(02).
           03  SYS-PARM-NEG-DIAS-ATRASO PIC 9(03).
           03  SYS-PARM-NEG-DIAS-AVISO PIC 9(02).
           03  SYS-PARM-NEG-DIAS-BAIXA PIC 9(02).
      * Company the row applies to: the first row (00) holds the
      * group's parameters, any further row overrides them for one
      * company's originations.
           03  SYS-PARM-EMPRESA        PIC 9(02).
           03  SYS-PARM-CHQ-TARIFA-DEV PIC 9(04).
           03  SYS-PARM-BALAO-PCT-MAX  PIC 9(03).
           03  SYS-PARM-BALAO-DIAS-AVISO PIC 9(03).
           03  SYS-PARM-RCD-MESES-GERAL PIC 9(03).
           03  SYS-PARM-RCD-MESES-REDUZ PIC 9(03).
           03  SYS-PARM-RCD-EXPOSICAO  PIC 9(08).
           03  SYS-PARM-RCD-DIAS-CARENCIA PIC 9(03).
           03  SYS-PARM-RST-LIMITE-APROV PIC 9(08).

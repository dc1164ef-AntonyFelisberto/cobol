           03  FILLER  PIC X(22) VALUE "092020000000100000010S".
           03  FILLER  PIC X(20) VALUE "QTD-SENHAS".
           03  FILLER  PIC X(22) VALUE "094020000000100000010S".
           03  FILLER  PIC X(20) VALUE "LIM-ESPECIE".
           03  FILLER  PIC X(22) VALUE "096080000100099999999S".
           03  FILLER  PIC X(20) VALUE "PLD-DIAS-JANELA".
           03  FILLER  PIC X(22) VALUE "104030000000100000030S".
           03  FILLER  PIC X(20) VALUE "PLD-PCT-FAIXA".
           03  FILLER  PIC X(22) VALUE "107030000000100000050S".
           03  FILLER  PIC X(20) VALUE "PLD-QTD-FRACOES".
           03  FILLER  PIC X(22) VALUE "110020000000200000010S".
           03  FILLER  PIC X(20) VALUE "PLD-DIAS-QUITACAO".
           03  FILLER  PIC X(22) VALUE "112030000000100000365S".
           03  FILLER  PIC X(20) VALUE "OUV-DIAS-SLA".
           03  FILLER  PIC X(22) VALUE "115020000000100000030S".
           03  FILLER  PIC X(20) VALUE "ASS-DIAS-MIN".
           03  FILLER  PIC X(22) VALUE "117030000000100000999S".
           03  FILLER  PIC X(20) VALUE "ASS-DIAS-MAX".
           03  FILLER  PIC X(22) VALUE "120030000000100000999S".
           03  FILLER  PIC X(20) VALUE "ASS-DIAS-RECOLHE".
           03  FILLER  PIC X(22) VALUE "123030000000100000999S".
           03  FILLER  PIC X(20) VALUE "FPD-PCT-TOLERA".
           03  FILLER  PIC X(22) VALUE "126030000000100000100S".
           03  FILLER  PIC X(20) VALUE "FPD-MESES-SAFRA".
           03  FILLER  PIC X(22) VALUE "129020000000100000024S".
           03  FILLER  PIC X(20) VALUE "FPD-MIN-CONTRATOS".
           03  FILLER  PIC X(22) VALUE "131030000000100000999S".
           03  FILLER  PIC X(20) VALUE "ISE-LIMITE-N2".
           03  FILLER  PIC X(22) VALUE "134060000000000999999S".
           03  FILLER  PIC X(20) VALUE "ALT-VENC-MESES".
           03  FILLER  PIC X(22) VALUE "140020000000100000060S".
           03  FILLER  PIC X(20) VALUE "SLA-HORA-FIM".
           03  FILLER  PIC X(22) VALUE "147060000000000235959S".
           03  FILLER  PIC X(20) VALUE "SLA-PCT-TOLERA".
           03  FILLER  PIC X(22) VALUE "153030000001000000500S".
           03  FILLER  PIC X(20) VALUE "SLA-MIN-SEGUNDOS".
           03  FILLER  PIC X(22) VALUE "156050000000000099999S".
           03  FILLER  PIC X(20) VALUE "ACS-LIM-DIA".
           03  FILLER  PIC X(22) VALUE "161040000000100009999S".
           03  FILLER  PIC X(20) VALUE "CNI-PRAZO-DIAS".
           03  FILLER  PIC X(22) VALUE "165030000000100000365S".
           03  FILLER  PIC X(20) VALUE "CBC-DIAS-FLOAT".
           03  FILLER  PIC X(22) VALUE "168020000000000000010S".
           03  FILLER  PIC X(20) VALUE "NEG-DIAS-ATRASO".
           03  FILLER  PIC X(22) VALUE "170030000003000000360S".
           03  FILLER  PIC X(20) VALUE "NEG-DIAS-AVISO".
           03  FILLER  PIC X(22) VALUE "173020000001000000060S".
           03  FILLER  PIC X(20) VALUE "NEG-DIAS-BAIXA".
           03  FILLER  PIC X(22) VALUE "175020000000100000030S".
           03  FILLER  PIC X(20) VALUE "CHQ-TARIFA-DEV".
           03  FILLER  PIC X(22) VALUE "179040000000000009999S".
           03  FILLER  PIC X(20) VALUE "BALAO-PCT-MAX".
           03  FILLER  PIC X(22) VALUE "183030000000100000090S".
           03  FILLER  PIC X(20) VALUE "BALAO-DIAS-AVISO".
           03  FILLER  PIC X(22) VALUE "186030000001500000180S".
           03  FILLER  PIC X(20) VALUE "RCD-MESES-GERAL".
           03  FILLER  PIC X(22) VALUE "189030000000600000120S".
           03  FILLER  PIC X(20) VALUE "RCD-MESES-REDUZ".
           03  FILLER  PIC X(22) VALUE "192030000000300000120S".
           03  FILLER  PIC X(20) VALUE "RCD-EXPOSICAO".
           03  FILLER  PIC X(22) VALUE "195080000000099999999S".
           03  FILLER  PIC X(20) VALUE "RCD-DIAS-CARENCIA".
           03  FILLER  PIC X(22) VALUE "203030000001500000365S".
           03  FILLER  PIC X(20) VALUE "RST-LIMITE-APROV".
           03  FILLER  PIC X(22) VALUE "206080000000199999999S".
           03  FILLER  PIC X(20) VALUE "STATUS-HOMEM".
           03  FILLER  PIC X(22) VALUE "001010000000000000009I".
           03  FILLER  PIC X(20) VALUE "STATUS-MULHER".
           03  FILLER  PIC X(20) VALUE "COD-VALIDO".
           03  FILLER  PIC X(22) VALUE "006010000000000000009I".
       01  WS-PARM-DICIONARIO-R REDEFINES WS-PARM-DICIONARIO.
           03  WS-DIC-CAMPO OCCURS 61 TIMES.
               05  WS-DIC-NOME     PIC X(20).
               05  WS-DIC-OFFSET   PIC 9(03).
               05  WS-DIC-TAM      PIC 9(02).
               05  WS-DIC-MINIMO   PIC 9(08).
               05  WS-DIC-MAXIMO   PIC 9(08).
               05  WS-DIC-ARQUIVO  PIC X(01).
       77  WS-DIC-QTD-CAMPOS       PIC 9(02) VALUE 61.

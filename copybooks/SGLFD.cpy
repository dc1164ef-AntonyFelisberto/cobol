      * truncated when the menu ends, so nothing logged there would
      * survive to the morning.
      * SGL-MOTIVO: OPERADOR INEXISTENTE / SENHA INVALIDA /
      * CONTA BLOQUEADA / BLOQUEIO POR TENTATIVAS, and SIGN-ON
      * EFETUADO for every successful sign-on, which the operator
      * activity report (opeAtiv) counts; operCad lists only the
      * failures. SGL-FILIAL is the branch the sign-on came from: the
      * terminal's branch (FILIAL_TERMINAL in the terminal's
      * environment) or, when the terminal does not declare one, the
      * operator's own branch; zero on a failure at an undeclared
      * terminal. Rows written before the field existed carry spaces.
      *****************************************************************
       01  SGL-REGISTRO.
           03  SGL-DATA            PIC 9(8).
           03  SGL-HORA            PIC X(08).
           03  SGL-OPERADOR        PIC X(08).
           03  SGL-MOTIVO          PIC X(25).
               88  SGL-SUCESSO         VALUE "SIGN-ON EFETUADO".
           03  SGL-FILIAL          PIC 9(02).

           MOVE WS-DATA-HOJE   TO OPE-DT-SENHA
           MOVE ZEROS          TO OPE-FALHAS
           MOVE "A"            TO OPE-SITUACAO
           MOVE ZEROS          TO OPE-EMPRESA
           WRITE OPE-REGISTRO

           MOVE OPEV-CODIGO    TO SHS-OPERADOR

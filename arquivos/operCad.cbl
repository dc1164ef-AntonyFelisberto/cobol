                   DEPENDING ON WS-QTD-OPE.
               05  WS-TAB-OPE-REG  PIC X(60).

           COPY EMPLK.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
               ACCEPT OPE-FILIAL
           END-PERFORM

      *>   00 = PESSOAL COMPARTILHADO PELAS EMPRESAS DO GRUPO, QUE
      *>   ESCOLHE A EMPRESA NO SIGN-ON.
           DISPLAY "EMPRESA DO OPERADOR (00 = TODAS): "
           ACCEPT OPE-EMPRESA
           MOVE "N" TO EMU-RETORNO
           PERFORM UNTIL EMU-OK
               IF OPE-EMPRESA = ZEROS
                   MOVE "S" TO EMU-RETORNO
               ELSE
                   MOVE "V"         TO EMU-FUNCAO
                   MOVE OPE-EMPRESA TO EMU-EMPRESA
                   CALL "empUtil" USING EMU-PARAMETROS
               END-IF
               IF EMU-FALHOU
                   DISPLAY "EMPRESA INVALIDA. INFORME OUTRA OU 00: "
                   ACCEPT OPE-EMPRESA
               END-IF
           END-PERFORM

      *>   SO O HASH VAI PARA O DISCO; A DATA DA SENHA E DE HOJE,
      *>   ENTAO A PRIMEIRA TROCA FORCADA SO VEM NO VENCIMENTO.
           CALL "senhaUtil" USING WS-SENHA-CLARA WS-SENHA-HASH
               DISPLAY "NENHUM OPERADOR CADASTRADO."
           ELSE
               DISPLAY "CODIGO   NOME                 NIVEL SIT "
                       "FALHAS DT-SENHA EMP"
               PERFORM P210-LE-OPERADOR
               PERFORM UNTIL FIM-DO-ARQUIVO
                   ADD 1 TO WS-QTD-OPERADORES
                   IF OPE-EMPRESA NOT NUMERIC
                       MOVE ZEROS TO OPE-EMPRESA
                   END-IF
                   DISPLAY OPE-CODIGO " " OPE-NOME " " OPE-NIVEL
                           "     " OPE-SITUACAO "   " OPE-FALHAS
                           "     " OPE-DT-SENHA " " OPE-EMPRESA
                   PERFORM P210-LE-OPERADOR
               END-PERFORM
               DISPLAY "TOTAL DE OPERADORES: " WS-QTD-OPERADORES
           ELSE
               DISPLAY "DATA     HORA     OPERADOR MOTIVO"
               PERFORM P410-LE-LOG
      *>   SIGN-ONS BEM SUCEDIDOS FICAM PARA O RELATORIO DE
      *>   ATIVIDADE (opeAtiv); AQUI SO AS FALHAS E BLOQUEIOS.
               PERFORM UNTIL FIM-DO-LOG
                   IF NOT SGL-SUCESSO
                       ADD 1 TO WS-QTD-FALHAS-LOG
                       DISPLAY SGL-DATA " " SGL-HORA " " SGL-OPERADOR
                               " " SGL-MOTIVO
                   END-IF
                   PERFORM P410-LE-LOG
               END-PERFORM
               DISPLAY "TOTAL DE OCORRENCIAS: " WS-QTD-FALHAS-LOG
                   IF OPE-FALHAS NOT NUMERIC
                       MOVE ZEROS TO OPE-FALHAS
                   END-IF
                   IF OPE-EMPRESA NOT NUMERIC
                       MOVE ZEROS TO OPE-EMPRESA
                   END-IF
                   IF OPE-SITUACAO NOT = "B"
                       MOVE "A" TO OPE-SITUACAO
                   END-IF

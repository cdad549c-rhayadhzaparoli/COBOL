      * AMBIENTE SENHA_VALIDADE_DIAS) EXIGE TROCA ANTES DE LIBERAR O
      * LOGON; A NOVA SENHA NAO PODE REPETIR A ATUAL NEM OS 3 ULTIMOS
      * HASHES (USER-CTL-HASH-ANT) - APONTAMENTO DA AUDITORIA.
      * WS-OPERADOR-POSTO RECEBE O POSTO DE ATENDIMENTO DO OPERADOR
      * (USER-CTL-POSTO); SEM USERS.CTL, O POSTO ORIGINAL (001).
      ******************************************************************
       P-SIGN-ON.
           MOVE 'N' TO WS-LOGON-OK
                   IF WS-OPERADOR-ID NOT = SPACES THEN
                       MOVE 'S' TO WS-LOGON-OK
                       MOVE 'A' TO WS-OPERADOR-ROLE
                       MOVE 1   TO WS-OPERADOR-POSTO
                   ELSE
                       DISPLAY "ID DO OPERADOR NAO PODE SER EM BRANCO"
                   END-IF
                   END-IF
                   MOVE 'S' TO WS-LOGON-OK
                   MOVE USER-CTL-ROLE TO WS-OPERADOR-ROLE
                   MOVE USER-CTL-POSTO TO WS-OPERADOR-POSTO
                   MOVE 0 TO USER-CTL-FAILS
                   REWRITE USER-CTL-REC
               ELSE

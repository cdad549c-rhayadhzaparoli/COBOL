      *          LOGON: O PROPRIO USERS.CTL ANTIGO NAO E MAIS LEGIVEL
      *          PELA TELA DE LOGON ATE SER MIGRADO.
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      *     15/10/2026 - OPERADOR MIGRADO ENTRA NO POSTO DE ATENDIMENTO
      *                  ORIGINAL (USER-CTL-POSTO 001).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. USERSMIG.
       01 WS-QTD-MIGRADOS   PIC 9(05) VALUE 0.
       01 WS-ROLE-NOVO      PIC X(01) VALUE SPACES.
       COPY WSSENHASH.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           DISPLAY "******** MIGRACAO DO LAYOUT DE USERS.CTL ********"

           OPEN INPUT OLD-USER-CTL-FILE
           MOVE 0            TO USER-CTL-HASH-ANT(1)
           MOVE 0            TO USER-CTL-HASH-ANT(2)
           MOVE 0            TO USER-CTL-HASH-ANT(3)
           MOVE 1            TO USER-CTL-POSTO
           WRITE USER-CTL-REC
           ADD 1 TO WS-QTD-MIGRADOS
           DISPLAY "MIGRADO: " USER-CTL-ID " PERFIL " USER-CTL-ROLE.

       COPY SENHASH.
       COPY TREINO.
       END PROGRAM USERSMIG.

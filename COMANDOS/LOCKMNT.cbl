      *          ABORTADO, COM O EVENTO REGISTRADO EM LOCK.LOG
      *          (OPERADOR, TRAVA, QUEM SEGURAVA, DATA/HORA).
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCKMNT.
       COPY WSFILELOCK.
       COPY WSLOGON.
       COPY WSSENHASH.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           DISPLAY "******** ADMINISTRACAO DE TRAVAS ********"
           PERFORM P-SIGN-ON
           IF NOT WS-OPERADOR-ADMIN THEN
       COPY FILELOCK.
       COPY LOGON.
       COPY SENHASH.
       COPY TREINO.
       END PROGRAM LOCKMNT.

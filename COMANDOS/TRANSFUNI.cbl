      *          DESTINO, MOTIVO, OPERADOR, DATA) - E O HISTORICO QUE
      *          RESPONDE "EM QUAL QUARTEL ELE ESTAVA EM MARCO".
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSFUNI.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CPF
           ALTERNATE RECORD KEY IS MAT-COMUM WITH DUPLICATES
           ALTERNATE RECORD KEY IS UNIDADE WITH DUPLICATES
           ALTERNATE RECORD KEY IS DT-ALISTAMENTO WITH DUPLICATES
           FILE STATUS IS WS-STATUS.

           SELECT USER-CTL-FILE ASSIGN TO 'USERS.CTL'
       COPY WSFILELOCK.
       COPY WSLOGON.
       COPY WSSENHASH.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           DISPLAY "******** TRANSFERENCIA ENTRE UNIDADES ********"
           PERFORM P-SIGN-ON
      *    A TRANSFERENCIA REGRAVA REGISTRO - TOMA A TRAVA DE
       COPY FILELOCK.
       COPY LOGON.
       COPY SENHASH.
       COPY TREINO.
       END PROGRAM TRANSFUNI.

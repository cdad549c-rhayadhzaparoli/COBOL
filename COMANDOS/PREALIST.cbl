      *          PARA PREALIST.REJ COM O MOTIVO, NO ESTILO DE
      *          REJEITADOS.
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREALIST.

       COPY WSCEPLOOKUP.
       COPY WSDATACHK.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           DISPLAY "******** CARGA DE PRE-ALISTAMENTOS ********"
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE


       COPY CEPLOOKUP.
       COPY DATACHK.
       COPY TREINO.
       END PROGRAM PREALIST.

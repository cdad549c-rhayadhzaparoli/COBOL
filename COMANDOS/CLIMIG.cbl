      *          CLIENTE_PATH (LAYOUT ATUAL), VIA MOVE CORRESPONDING,
      *          NO MESMO ESPIRITO DE COMANDOS/CORRESPONDING.cbl.
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIMIG.
       01  WS-CNT-HAS-REC    PIC X    VALUE 'N'.
       COPY CLIPATH.
       COPY WSFSTATUS.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           DISPLAY "******** MIGRACAO DO LAYOUT DE CLIENTE ********"
           ACCEPT WS-CLIENTE-PATH FROM ENVIRONMENT "CLIENTE_PATH"
               ON EXCEPTION CONTINUE
           CLOSE CLI-CNT-FILE.

       COPY FSTATUS.
       COPY TREINO.
       END PROGRAM CLIMIG.

      *          P300-CHECK-CONTADOR), SEM PRECISAR REFAZER TODA A
      *          CARGA DE CLIENTE.
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLICNTFIX.
       77  WS-REC-COUNT    PIC 9(07) VALUE 0.
       77  WS-CNT-ANTIGO   PIC 9(07) VALUE 0.
       COPY CLIPATH.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           DISPLAY "******** RECONTAGEM DE CLIENTE.CNT ********"
           ACCEPT WS-CLIENTE-PATH FROM ENVIRONMENT "CLIENTE_PATH"
               ON EXCEPTION CONTINUE
       P999-STOP.
           STOP RUN.

       COPY TREINO.

       END PROGRAM CLICNTFIX.

      *          CLASSIFICADO): A PROXIMA RODADA DO CLISTATUS CARIMBA
      *          A SITUACAO REAL DE CADA CLIENTE.
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIMIG3.
       01  WS-QTD-REJEITADOS PIC 9(05) VALUE 0.
       COPY CLIPATH.
       COPY WSFSTATUS.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           DISPLAY "**** MIGRACAO DE CLIENTE PARA O LAYOUT COM "
                   "SITUACAO ****"
           ACCEPT WS-CLIENTE-PATH FROM ENVIRONMENT "CLIENTE_PATH"
           STOP RUN.

       COPY FSTATUS.
       COPY TREINO.
       END PROGRAM CLIMIG3.

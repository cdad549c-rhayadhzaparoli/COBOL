      *          LOGON DE CADA OPERADOR FORCA A TROCA E CARIMBA A DATA
      *          (VER P-CONFERE-VALIDADE EM LOGON.cpy).
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
       PROGRAM-ID. USERSMIG2.
       01 WS-NEW-STATUS     PIC 99.
       01 WS-EOF            PIC X     VALUE 'N'.
       01 WS-QTD-MIGRADOS   PIC 9(05) VALUE 0.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           DISPLAY "**** MIGRACAO DE USERS.CTL PARA O LAYOUT COM "
                   "VALIDADE DE SENHA ****"

           MOVE 0 TO USER-CTL-HASH-ANT(1)
           MOVE 0 TO USER-CTL-HASH-ANT(2)
           MOVE 0 TO USER-CTL-HASH-ANT(3)
           MOVE 1 TO USER-CTL-POSTO
           WRITE USER-CTL-REC
           ADD 1 TO WS-QTD-MIGRADOS
           DISPLAY "MIGRADO: " USER-CTL-ID OF USER-CTL-REC.

       COPY TREINO.

       END PROGRAM USERSMIG2.

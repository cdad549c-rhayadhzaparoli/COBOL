      *          ELA; LIMITE E DESATIVACAO SAO AJUSTADOS DEPOIS PELO
      *          UNIMNT.
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. UNIMIG.
       01  WS-UNI-STATUS    PIC 99.
       01  WS-EOF           PIC X     VALUE 'N'.
       01  WS-QTD-MIGRADAS  PIC 9(05) VALUE 0.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           DISPLAY "**** MIGRACAO DE UNIDADE.CTL PARA O LAYOUT COM "
                   "CAPACIDADE ****"

           ADD 1 TO WS-QTD-MIGRADAS
           DISPLAY "MIGRADA A UNIDADE " UNI-CODIGO OF UNI-CTL-REC.

       COPY TREINO.

       END PROGRAM UNIMIG.

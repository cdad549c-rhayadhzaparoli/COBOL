      *          PESSOAL.GER (VER PESSGER) PARA A CONCILIACAO DO
      *          PESSOALREC. PESSOAL.EXT E ESVAZIADO APOS O CORTE.
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO; INTERFACE EXTERNA SUPRIMIDA NO
      *                  MODO TREINAMENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PESSOALREM.
         05 WS-CURR-MM PIC 99 VALUE 0.
         05 WS-CURR-DD PIC 99 VALUE 0.
       01 WS-DT-HOJE         PIC 9(08) VALUE 0.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           MOVE "PESSOAL.REM" TO WS-TREINO-INTERFACE
           PERFORM P-TREINO-SUPRIME
           DISPLAY "******** CORTE DA REMESSA AO PESSOAL ********"
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE
           MOVE WS-CURR-DATE TO WS-DT-HOJE
           DISPLAY "FINALIZANDO O PROGRAMA..."
           STOP RUN.

       COPY TREINO.

       END PROGRAM PESSOALREM.

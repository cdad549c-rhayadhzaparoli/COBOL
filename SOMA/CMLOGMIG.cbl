      *          RESUMO GRAVADO ANTES DO CAMPO E DA RODADA INTEIRA,
      *          SEM FILTRO DE TURMA.
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMLOGMIG.
       01  WS-LOG-STATUS     PIC 99.
       01  WS-EOF            PIC X     VALUE 'N'.
       01  WS-QTD-MIGRADOS   PIC 9(05) VALUE 0.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           DISPLAY "**** MIGRACAO DE CALCMEDIA.LOG PARA O LAYOUT COM "
                   "TURMA ****"

           WRITE CALCMEDIA-LOG-REC
           ADD 1 TO WS-QTD-MIGRADOS.

       COPY TREINO.

       END PROGRAM CMLOGMIG.

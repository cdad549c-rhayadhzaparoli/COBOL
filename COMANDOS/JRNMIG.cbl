      *          MELHOR APROXIMACAO DISPONIVEL, JA QUE A LINHA ANTIGA
      *          NAO GUARDOU A DATA OFICIAL.
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JRNMIG.
       01 WS-JRN-STATUS    PIC 99.
       01 WS-EOF           PIC X     VALUE 'N'.
       01 WS-QTD-MIGRADAS  PIC 9(07) VALUE 0.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           DISPLAY "**** MIGRACAO DE PRESTACOES.JRN PARA O LAYOUT COM "
                   "DATA DE NEGOCIO ****"

           WRITE PREST-JRN-REC
           ADD 1 TO WS-QTD-MIGRADAS.

       COPY TREINO.

       END PROGRAM JRNMIG.

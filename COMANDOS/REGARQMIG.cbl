      *          NOVO EXPURGO) FICA COM A OCORRENCIA MAIS RECENTE,
      *          REGRAVADA POR CIMA.
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGARQMIG.
       01 WS-EOF              PIC X     VALUE 'N'.
       01 WS-QTD-MIGRADOS     PIC 9(05) VALUE 0.
       01 WS-QTD-REGRAVADOS   PIC 9(05) VALUE 0.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           DISPLAY "**** MIGRACAO DE REGISTRO.ARQ PARA ARQUIVO "
                   "INDEXADO ****"

           DISPLAY "FINALIZANDO O PROGRAMA..."
           STOP RUN.

       COPY TREINO.

       END PROGRAM REGARQMIG.

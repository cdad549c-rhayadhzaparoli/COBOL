      *          BRANCO). O ARQUIVO MORTO REGISTRO.ARQ E TRATADO PELO
      *          REGARQMIG.
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGMIG2.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CPF OF PRS-DATA
           ALTERNATE RECORD KEY IS MAT-COMUM OF PRS-DATA WITH DUPLICATES
           ALTERNATE RECORD KEY IS UNIDADE OF PRS-DATA WITH DUPLICATES
           ALTERNATE RECORD KEY IS DT-ALISTAMENTO OF PRS-DATA
               WITH DUPLICATES
           FILE STATUS IS WS-STATUS.

       DATA DIVISION.
       01 WS-QTD-MIGRADOS     PIC 9(05) VALUE 0.
       01 WS-QTD-REJEITADOS   PIC 9(05) VALUE 0.
       COPY WSFSTATUS.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           DISPLAY "**** MIGRACAO DE REGISTRO PARA O LAYOUT COM "
                   "CONVOCACAO/REEXAME ****"

           STOP RUN.

       COPY FSTATUS.
       COPY TREINO.
       END PROGRAM REGMIG2.

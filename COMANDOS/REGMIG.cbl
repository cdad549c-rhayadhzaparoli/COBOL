      *          MESMOS VALORES INICIAIS DE PRSDATA (APTIDAO E RG SEM
      *          AVALIACAO, UNIDADE EM BRANCO).
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGMIG.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CPF OF PRS-DATA
           ALTERNATE RECORD KEY IS MAT-COMUM OF PRS-DATA WITH DUPLICATES
           ALTERNATE RECORD KEY IS UNIDADE OF PRS-DATA WITH DUPLICATES
           ALTERNATE RECORD KEY IS DT-ALISTAMENTO OF PRS-DATA
               WITH DUPLICATES
           FILE STATUS IS WS-STATUS.

           SELECT OLD-ARCH-FILE ASSIGN TO 'REGISTRO.ARQ.OLD'
       01 WS-QTD-REJEITADOS   PIC 9(05) VALUE 0.
       01 WS-QTD-ARQ-MIGRADOS PIC 9(05) VALUE 0.
       COPY WSFSTATUS.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           DISPLAY "**** MIGRACAO DE REGISTRO/REGISTRO.ARQ PARA O "
                   "LAYOUT ATUAL ****"

           CLOSE OLD-ARCH-FILE.

       COPY FSTATUS.
       COPY TREINO.
       END PROGRAM REGMIG.

      *          SAO REGRAVADOS NO LAYOUT NOVO COM O ID - MESMO
      *          ESPIRITO DO REGMIG/USERSMIG.
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALUMIG.
           05 WS-ALU-ITEM OCCURS 300 TIMES.
               10 WS-TB-NOME  PIC X(40).
               10 WS-TB-ID    PIC 9(05).
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           DISPLAY "**** MIGRACAO DOS ARQUIVOS DE ALUNO PARA O ID DO "
                   "MESTRE ****"

           DISPLAY "FINALIZANDO O PROGRAMA..."
           STOP RUN.

       COPY TREINO.

       END PROGRAM ALUMIG.

      *          FAIXAS DE MEDIA (0-2,99 / 3-4,99 / 5-6,99 / 7-8,99 /
      *          9-10), SEPARADO POR SETOR COMUM/ESPECIAL.
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QIRPT.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CPF
           ALTERNATE RECORD KEY IS MAT-COMUM WITH DUPLICATES
           ALTERNATE RECORD KEY IS UNIDADE WITH DUPLICATES
           ALTERNATE RECORD KEY IS DT-ALISTAMENTO WITH DUPLICATES
           FILE STATUS IS WS-STATUS.

       DATA DIVISION.
       01 WS-TOT-GERAL-E PIC 9(05) VALUE 0.
       01 WS-DESC-FAIXA  PIC X(11) VALUE SPACES.
       COPY WSPRSDATA.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           DISPLAY "******** DISTRIBUICAO DE Q.I. POR SETOR ********"
           OPEN INPUT REG-FILE
           IF WS-STATUS EQUAL 35 THEN
           DISPLAY "FINALIZANDO O PROGRAMA..."
           STOP RUN.

       COPY TREINO.

       END PROGRAM QIRPT.

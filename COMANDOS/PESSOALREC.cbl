      *          PRIMEIRO SINAL DE REMESSA PERDIDA E UM TELEFONEMA
      *          BRAVO SEMANAS DEPOIS.
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PESSOALREC.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CPF
           ALTERNATE RECORD KEY IS MAT-COMUM WITH DUPLICATES
           ALTERNATE RECORD KEY IS UNIDADE WITH DUPLICATES
           ALTERNATE RECORD KEY IS DT-ALISTAMENTO WITH DUPLICATES
           FILE STATUS IS WS-STATUS.

           SELECT PRAZO-FILE ASSIGN TO 'EXTPRAZO.CTL'
       01 WS-DT-HOJE         PIC 9(08) VALUE 0.

       COPY WSPRSDATA.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           DISPLAY "******** CONCILIACAO DA REMESSA AO PESSOAL ******"
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE
           MOVE WS-CURR-DATE TO WS-DT-HOJE
                       "  DIAS SEM CONFIRMACAO: " WS-DIAS-SEM-CONF
           END-IF.

       COPY TREINO.

       END PROGRAM PESSOALREC.

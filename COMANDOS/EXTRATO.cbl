      *                  OFERECE A RECONSTRUCAO COMPLETA OU CANCELA SEM
      *                  ALTERAR O ARQUIVO.
      * Tectonics: cobc
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRATO.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CPF
           ALTERNATE RECORD KEY IS MAT-COMUM WITH DUPLICATES
           ALTERNATE RECORD KEY IS UNIDADE WITH DUPLICATES
           ALTERNATE RECORD KEY IS DT-ALISTAMENTO WITH DUPLICATES
           FILE STATUS IS WS-STATUS.

           SELECT EXT-FILE ASSIGN TO 'PESSOAL.EXT'
       01 WS-EXT-CPF-TAB.
           05 WS-EXT-CPF-EXIST PIC 9(11) OCCURS 2000 TIMES.
       COPY WSPRSDATA.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           DISPLAY "******** EXTRATO DE ALISTADOS PARA O PESSOAL ******"
           SET WS-EOF TO 0

               ADD 1 TO WS-REC-COUNT
           END-IF.

       COPY TREINO.

       END PROGRAM EXTRATO.

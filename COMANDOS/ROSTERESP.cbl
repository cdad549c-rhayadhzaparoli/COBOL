      *     21/08/2026 - LISTAGEM PASSA A MOSTRAR A UNIDADE MILITAR
      *                  (WS-UNIDADE, VER PRSDATA), DA MESMA FORMA QUE
      *                  ROSTER.cbl.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROSTERESP.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CPF
           ALTERNATE RECORD KEY IS MAT-COMUM WITH DUPLICATES
           ALTERNATE RECORD KEY IS UNIDADE WITH DUPLICATES
           ALTERNATE RECORD KEY IS DT-ALISTAMENTO WITH DUPLICATES
           FILE STATUS IS WS-STATUS.

           SELECT SORT-FILE ASSIGN TO 'ROSTERESP.SRT'.
       01 WS-LINE-COUNT    PIC 9(05) VALUE 0.
       COPY WSPRSDATA.
       COPY WSNOMESPL.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           DISPLAY "******** LISTAGEM DO SETOR ESPECIAL ********"

           OPEN OUTPUT REPORT-FILE

       COPY NOMESPL.
       COPY NOMEJUN.
       COPY TREINO.
       END PROGRAM ROSTERESP.

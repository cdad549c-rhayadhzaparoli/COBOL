      *                 ACABANDO COM A REPETICAO DE CODIGO NA LISTAGEM.
      *    08/08/2026 - PASSA A EXIBIR A DESCRICAO DO FILE STATUS VIA
      *                 FSTATUS.
      *    15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                 (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                 COMANDOS DE SISTEMA SAEM DA BASE DE TREINAMENTO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CPF
           ALTERNATE RECORD KEY IS MAT-COMUM WITH DUPLICATES
           ALTERNATE RECORD KEY IS UNIDADE WITH DUPLICATES
           ALTERNATE RECORD KEY IS DT-ALISTAMENTO WITH DUPLICATES
           FILE STATUS IS WS-STATUS.

       DATA DIVISION.
       01 WS-EOF       PIC 99.
       COPY WSPRSDATA.
       COPY WSFSTATUS.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           DISPLAY "******** DADOS ********"
            SET WS-STATUS TO 0.
            SET WS-EOF TO 0.
           STOP RUN.

       COPY FSTATUS.
       COPY TREINO.
       END PROGRAM ALIAUX.

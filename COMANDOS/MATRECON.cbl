      *                  GRUPO GRAVAVA '0' E ESPACOS); COM O ARQUIVO
      *                  VAZIO A CORRECAO GRAVA UM REGISTRO NOVO EM VEZ
      *                  DE REGRAVAR UM REGISTRO QUE NAO FOI LIDO.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MATRECON.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CPF
           ALTERNATE RECORD KEY IS MAT-COMUM WITH DUPLICATES
           ALTERNATE RECORD KEY IS UNIDADE WITH DUPLICATES
           ALTERNATE RECORD KEY IS DT-ALISTAMENTO WITH DUPLICATES
           FILE STATUS IS WS-STATUS.

           SELECT MAT-CTL-FILE ASSIGN TO 'MATRICULA.CTL'
       01 WS-CTL-MAT      PIC 9(05) VALUE 0.
       01 WS-CTL-MAT-ESP  PIC 9(03) VALUE 0.
       COPY WSPRSDATA.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           DISPLAY "******** RECONCILIACAO DE MATRICULA.CTL ********"

           OPEN INPUT REG-FILE
       P999-STOP.
           STOP RUN.

       COPY TREINO.

       END PROGRAM MATRECON.

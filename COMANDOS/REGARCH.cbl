      *                  PEDIDO EM APROVACAO.CTL E ENCERRA; O EXPURGO
      *                  SO RODA DEPOIS QUE UM SEGUNDO ADMINISTRADOR
      *                  APROVAR PELO APROVMNT.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGARCH.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CPF
           ALTERNATE RECORD KEY IS MAT-COMUM WITH DUPLICATES
           ALTERNATE RECORD KEY IS UNIDADE WITH DUPLICATES
           ALTERNATE RECORD KEY IS DT-ALISTAMENTO WITH DUPLICATES
           FILE STATUS IS WS-STATUS.

           SELECT ARCH-FILE ASSIGN TO 'REGISTRO.ARQ'
       COPY WSPRSDATA.
       COPY WSLOGON.
       COPY WSSENHASH.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           DISPLAY "******** EXPURGO ANUAL DE REGISTRO ********"

           PERFORM P-SIGN-ON
       COPY FILELOCK.
       COPY LOGON.
       COPY SENHASH.
       COPY TREINO.
       END PROGRAM REGARCH.

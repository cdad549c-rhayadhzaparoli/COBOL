      *     03/09/2026 - A ATUALIZACAO DE REGISTRO PASSA A TOMAR A
      *                  TRAVA REGISTRO.LCK (VER FILELOCK), COMO OS
      *                  DEMAIS ATUALIZADORES DO MESTRE.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESPECIALPROM.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CPF
           ALTERNATE RECORD KEY IS MAT-COMUM WITH DUPLICATES
           ALTERNATE RECORD KEY IS UNIDADE WITH DUPLICATES
           ALTERNATE RECORD KEY IS DT-ALISTAMENTO WITH DUPLICATES
           FILE STATUS IS WS-STATUS.

           SELECT MAT-CTL-FILE ASSIGN TO 'MATRICULA.CTL'
       COPY WSPRSDATA.
       COPY WSFSTATUS.
       COPY WSFILELOCK.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           DISPLAY "**** PROMOCAO DA LISTA DE ESPERA DO SETOR ESPECIAL "
                   "****"


       COPY FSTATUS.
       COPY FILELOCK.
       COPY TREINO.
       END PROGRAM ESPECIALPROM.

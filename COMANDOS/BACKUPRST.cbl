      *                  PEGA MEMBRO APAGADO A MAO). CADA cp E
      *                  CONFERIDO PELO CODIGO DE RETORNO E SO SAI
      *                  "RESTAURADO" PARA COPIA QUE ACONTECEU.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BACKUPRST.
       COPY CLIPATH.
       COPY WSLOGON.
       COPY WSSENHASH.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           DISPLAY "******** RESTAURACAO DE GERACAO DE BACKUP ********"
           PERFORM P-SIGN-ON
           IF NOT WS-OPERADOR-ADMIN THEN

       COPY LOGON.
       COPY SENHASH.
       COPY TREINO.
       END PROGRAM BACKUPRST.

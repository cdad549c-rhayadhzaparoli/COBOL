      *                  DA MEIA-NOITE, FALHA E E RERODADA DE MANHA
      *                  CONTINUA NA MESMA RODADA DE NEGOCIO E RETOMA
      *                  DA ETAPA INCOMPLETA, EM VEZ DE REPETIR TUDO.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTENOITE.
       COPY CLIPATH.
       COPY WSFSTATUS.
       COPY WSDATAMOV.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           DISPLAY "******** LOTE NOTURNO - INICIO ********"
           ACCEPT WS-CLIENTE-PATH FROM ENVIRONMENT "CLIENTE_PATH"
               ON EXCEPTION CONTINUE

       COPY FSTATUS.
       COPY DATAMOV.
       COPY TREINO.
       END PROGRAM LOTENOITE.

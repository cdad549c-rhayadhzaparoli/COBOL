      *                  CLISTATUS), EXIBIDA EM CADA REGISTRO; A
      *                  CONFERENCIA CONTRA CLIENTE.CNT SO RODA SEM
      *                  FILTRO.
      *     15/10/2026 - LAYOUT DE ACESSO.LOG EXTRAIDO PARA ACSLOGDATA;
      *                  A LINHA DA TRILHA DE ACESSO PASSA A LEVAR O ELO
      *                  DA CADEIA DE CONFERENCIA (ACS-ELO, ANCORA EM
      *                  ACESSO.LOG.ANC - VER CADEIA.cpy).
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEITURA-ARQ.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ACESSO-STATUS.

           SELECT ANC-FILE ASSIGN TO WS-ANC-PATH
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ANC-STATUS.

       DATA DIVISION.

       FILE SECTION.
       COPY USERCTL.

       FD  ACESSO-LOG-FILE.
       COPY ACSLOGDATA.

       FD  ANC-FILE.
       COPY ANCDATA.

       WORKING-STORAGE SECTION.
       77  WS-STATUS               PIC 99.
       COPY WSLOGON.
       COPY WSSENHASH.
       COPY WSACESSLOG.
       COPY WSCADEIA.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
            DISPLAY "******** LISTAGEM DE CLIENTE ********"
            PERFORM P-SIGN-ON
      *     A LISTAGEM EXPOE OS DADOS DE TODOS OS CLIENTES - FICA UMA
       COPY LOGON.
       COPY SENHASH.
       COPY ACESSLOG.
       COPY CADEIA.
       COPY TREINO.
       END PROGRAM LEITURA-ARQ.

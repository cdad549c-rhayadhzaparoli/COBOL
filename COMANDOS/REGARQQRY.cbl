      *     02/09/2026 - PASSA A EXIGIR LOGON E CADA REGISTRO EXIBIDO
      *                  DEIXA RASTRO NA TRILHA DE ACESSO DE LEITURA
      *                  (ACESSO.LOG, VER ACESSLOG/ACESSRPT).
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
       PROGRAM-ID. REGARQQRY.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ACESSO-STATUS.

           SELECT ANC-FILE ASSIGN TO WS-ANC-PATH
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ANC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ARCH-FILE.
       COPY USERCTL.

       FD ACESSO-LOG-FILE.
       COPY ACSLOGDATA.

       FD ANC-FILE.
       COPY ANCDATA.

       WORKING-STORAGE SECTION.
       01 WS-ARCH-STATUS   PIC 99.
       COPY WSLOGON.
       COPY WSSENHASH.
       COPY WSACESSLOG.
       COPY WSCADEIA.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           DISPLAY "******** CONSULTA A REGISTRO.ARQ ********"
           PERFORM P-SIGN-ON
           DISPLAY "1 PARA BUSCAR POR CPF"
       COPY LOGON.
       COPY SENHASH.
       COPY ACESSLOG.
       COPY CADEIA.
       COPY TREINO.
       END PROGRAM REGARQQRY.

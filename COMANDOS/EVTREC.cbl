      *          CINQUENTA E DUAS ENTRADAS EM OCCRS.EVT. MESMO ESTILO
      *          DE MANUTENCAO DO FERMNT.
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - PASSA A EXIGIR LOGON; INCLUSAO E REMOCAO DE
      *                  DEFINICAO DEIXAM LINHA EM CONFIG.LOG COM O
      *                  OPERADOR E A DEFINICAO (VER CFGLOG).
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVTREC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-CTL-FILE ASSIGN TO 'USERS.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LOGON-STATUS.

           SELECT RRC-FILE ASSIGN TO 'OCCRS.RRC'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RRC-NEW-STATUS.

           SELECT CFG-LOG-FILE ASSIGN TO 'CONFIG.LOG'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CFGLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD USER-CTL-FILE.
       COPY USERCTL.

       FD RRC-FILE.
       COPY EVTRDATA.

       FD RRC-NEW-FILE.
       COPY EVTRDATA REPLACING LEADING ==RRC== BY ==RRC-NEW==.

       FD CFG-LOG-FILE.
       COPY CFGLOGDATA.

       WORKING-STORAGE SECTION.
       01 WS-RRC-STATUS      PIC 99.
       01 WS-RRC-NEW-STATUS  PIC 99.
       01 WS-DESC-BUSCA      PIC X(60) VALUE SPACES.
       01 WS-CMD             PIC X(80) VALUE SPACES.
       01 WS-QTD-LISTADAS    PIC 9(03) VALUE 0.
       COPY WSLOGON.
       COPY WSSENHASH.
       COPY WSCFGLOG.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM P-TREINO-ENTRA
           DISPLAY "MANUTENCAO DE EVENTOS RECORRENTES (OCCRS.RRC)"
           PERFORM P-SIGN-ON
           MOVE "EVTREC"    TO WS-CFG-PROGRAMA
           MOVE "OCCRS.RRC" TO WS-CFG-ARQUIVO
           MOVE "DEFINICAO" TO WS-CFG-CAMPO
           DISPLAY "1 PARA INCLUIR DEFINICAO"
           DISPLAY "2 PARA REMOVER DEFINICAO"
           DISPLAY "3 PARA LISTAR DEFINICOES"
           END-IF
           WRITE RRC-REC
           CLOSE RRC-FILE
           MOVE RRC-DESC        TO WS-CFG-CHAVE
           MOVE "(INEXISTENTE)" TO WS-CFG-ANTES
           MOVE RRC-REC         TO WS-CFG-DEPOIS
           PERFORM P-CFGLOG-GRAVA
           DISPLAY "DEFINICAO INCLUIDA"
           GO TO P999-STOP.

                   NOT AT END
                       IF RRC-DESC = WS-DESC-BUSCA THEN
                           MOVE 'S' TO WS-ACHOU
                           MOVE RRC-DESC        TO WS-CFG-CHAVE
                           MOVE RRC-REC         TO WS-CFG-ANTES
                           MOVE "(INEXISTENTE)" TO WS-CFG-DEPOIS
                           PERFORM P-CFGLOG-GRAVA
                       ELSE
                           MOVE RRC-REC TO RRC-NEW-REC
                           WRITE RRC-NEW-REC
           DISPLAY "FINALIZANDO O PROGRAMA..."
           STOP RUN.

       COPY LOGON.
       COPY SENHASH.
       COPY CFGLOG.
       COPY TREINO.
       END PROGRAM EVTREC.

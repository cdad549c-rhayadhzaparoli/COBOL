      *          ALIMENTADA PELO AGENCRET (PERDA.REV) TAMBEM E
      *          CONSULTADA AQUI.
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - LAYOUT DE PRESTACOES.JRN EXTRAIDO PARA JRNDATA;
      *                  A LINHA DO DIARIO PASSA A LEVAR O ELO DA CADEIA
      *                  DE CONFERENCIA (JRN-ELO, ANCORA EM
      *                  PRESTACOES.JRN.ANC - VER CADEIA.cpy).
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      *     15/10/2026 - LINHA DO PRESTACOES.JRN LEVA O POSTO DE
      *                  ATENDIMENTO DO OPERADOR (JRN-POSTO).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERDA.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PREST-KEY
           ALTERNATE RECORD KEY IS PREST-VENCIMENTO WITH DUPLICATES
           ALTERNATE RECORD KEY IS PREST-SIT-VENC WITH DUPLICATES
           FILE STATUS IS WS-PREST-STATUS.

           SELECT PERDA-LOG-FILE ASSIGN TO 'PERDA.LOG'
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-JRN-STATUS.

           SELECT ANC-FILE ASSIGN TO WS-ANC-PATH
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ANC-STATUS.

           SELECT DATAMOV-FILE ASSIGN TO 'DATAMOV.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
         05 PREV-MOTIVO       PIC X(30).

       FD PREST-JRN-FILE.
       COPY JRNDATA.

       FD ANC-FILE.
       COPY ANCDATA.

       FD DATAMOV-FILE.
       01 DATAMOV-REC.
       COPY WSLOGON.
       COPY WSSENHASH.
       COPY WSPRESTJRN.
       COPY WSCADEIA.
       COPY WSDATAMOV.
       COPY WSFILELOCK.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           DISPLAY "******** BAIXA POR PERDA ********"
           PERFORM P-SIGN-ON
           IF NOT WS-OPERADOR-ADMIN THEN
       P600-MUDA-UMA-PARCELA.
           MOVE "PERDA"        TO WS-JRN-PROGRAMA
           MOVE WS-OPERADOR-ID TO WS-JRN-OPERADOR
           MOVE WS-OPERADOR-POSTO TO WS-JRN-POSTO
           MOVE "SITUACAO"     TO WS-JRN-CAMPO
           IF WS-ACAO = 'B' THEN
               IF PREST-ABERTA OR PREST-PARCIAL THEN
       COPY LOGON.
       COPY SENHASH.
       COPY PRESTJRN.
       COPY CADEIA.
       COPY DATAMOV.
       COPY FILELOCK.
       COPY TREINO.
       END PROGRAM PERDA.

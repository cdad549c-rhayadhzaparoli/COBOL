      *          LINHA DE RESUMO (SOMA, MAIOR/MENOR QUE 1000) POR GRUPO,
      *          COM UM REGISTRO DE TOTAL DE CONTROLE AO FINAL.
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONDLOTE.
       01  WS-RES-DISP         PIC Z(003)9.
       01  WS-TOTAL-SOMA       PIC 9(007) VALUE 0.
       01  WS-FLAG-DESC        PIC X(015).
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-STATUS EQUAL 35 THEN
               DISPLAY "ARQUIVO DE TRANSACOES AINDA NAO FOI CRIADO"
                  DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC.

       COPY TREINO.

       END PROGRAM CONDLOTE.

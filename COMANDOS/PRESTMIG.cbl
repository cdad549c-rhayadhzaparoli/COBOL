      *          OCCRS DESTRUIRIA O HISTORICO DE PAGAMENTO, QUE E
      *          EXATAMENTE O QUE ESTA MIGRACAO PRESERVA.
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - SITUACAO E VENCIMENTO PASSARAM PARA O GRUPO
      *                  PREST-SIT-VENC DE PRESTDATA (CHAVE ALTERNATIVA)
      *                  E SAO MOVIDOS EXPLICITAMENTE.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRESTMIG.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PREST-KEY OF PREST-REC
           ALTERNATE RECORD KEY IS PREST-VENCIMENTO OF PREST-REC
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS PREST-SIT-VENC OF PREST-REC
               WITH DUPLICATES
           FILE STATUS IS WS-STATUS.

       DATA DIVISION.
       01  WS-QTD-MIGRADAS   PIC 9(05) VALUE 0.
       01  WS-QTD-REJEITADAS PIC 9(05) VALUE 0.
       COPY WSFSTATUS.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           DISPLAY "**** MIGRACAO DE PRESTACOES PARA O LAYOUT COM "
                   "MULTA/PAGTO PARCIAL ****"

           INITIALIZE PREST-REC
           MOVE CORRESPONDING OLD-PREST-REC TO PREST-REC
           MOVE PREST-KEY OF OLD-PREST-REC TO PREST-KEY OF PREST-REC
      *    SITUACAO E VENCIMENTO FICAM SOB PREST-SIT-VENC NO LAYOUT
      *    ATUAL E NAO CORRESPONDEM MAIS PELO NOME.
           MOVE PREST-SITUACAO OF OLD-PREST-REC
             TO PREST-SITUACAO OF PREST-REC
           MOVE PREST-VENCIMENTO OF OLD-PREST-REC
             TO PREST-VENCIMENTO OF PREST-REC
           WRITE PREST-REC
               INVALID KEY
                   ADD 1 TO WS-QTD-REJEITADAS
           END-WRITE.

       COPY FSTATUS.
       COPY TREINO.
       END PROGRAM PRESTMIG.

      *          CONTRDATA), PRESERVANDO O CALCULO QUE SEMPRE VALEU
      *          PARA ELE.
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - CONTRATO.CTL PASSOU A SER INDEXADO POR
      *                  CONTR-NUM-CONT (VER CONTRMIG2); A MIGRACAO DO
      *                  LAYOUT ANTIGO JA GRAVA O ARQUIVO INDEXADO,
      *                  REJEITANDO CONTRATO REPETIDO NO .OLD.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTRMIG.
           FILE STATUS IS WS-OLD-STATUS.

           SELECT CONTR-FILE ASSIGN TO 'CONTRATO.CTL'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CONTR-NUM-CONT OF CONTR-REC
           ALTERNATE RECORD KEY IS CONTR-COD-CLIENTE OF CONTR-REC
               WITH DUPLICATES
           FILE STATUS IS WS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.
       01  WS-OLD-STATUS    PIC 99.
       01  WS-STATUS        PIC 99.
       01  WS-EOF           PIC X     VALUE 'N'.
       01  WS-QTD-MIGRADOS  PIC 9(05) VALUE 0.
       01  WS-QTD-REJEITADOS PIC 9(05) VALUE 0.
       COPY WSFSTATUS.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           DISPLAY "**** MIGRACAO DE CONTRATO.CTL PARA O LAYOUT COM "
                   "METODO DE AMORTIZACAO ****"

               DISPLAY "RENOMEIE O CONTRATO.CTL ATUAL PARA "
                       "CONTRATO.CTL.OLD ANTES DE RODAR"
           ELSE
               OPEN I-O CONTR-FILE
               IF WS-STATUS EQUAL 35 THEN
                   OPEN OUTPUT CONTR-FILE
                   CLOSE CONTR-FILE
                   OPEN I-O CONTR-FILE
               END-IF
               PERFORM UNTIL WS-EOF = 'S'
                   READ OLD-CONTR-FILE
                       AT END

               DISPLAY "---- RESUMO DA MIGRACAO ----"
               DISPLAY "CONTRATOS MIGRADOS: " WS-QTD-MIGRADOS
               DISPLAY "CONTRATOS REJEITADOS: " WS-QTD-REJEITADOS
           END-IF
           CLOSE OLD-CONTR-FILE

           MOVE CORRESPONDING OLD-CONTR-REC TO CONTR-REC
           MOVE SPACE TO CONTR-METODO-AMORT
           WRITE CONTR-REC
               INVALID KEY
                   ADD 1 TO WS-QTD-REJEITADOS
                   PERFORM P-DECODE-FSTATUS
                   DISPLAY "CONTRATO " CONTR-NUM-CONT OF CONTR-REC
                           " NAO MIGRADO - " WS-FSTAT-DESC
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-MIGRADOS
                   DISPLAY "MIGRADO O CONTRATO "
                           CONTR-NUM-CONT OF CONTR-REC
           END-WRITE.

       COPY FSTATUS.
       COPY TREINO.
       END PROGRAM CONTRMIG.

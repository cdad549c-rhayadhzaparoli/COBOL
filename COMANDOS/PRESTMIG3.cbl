      ******************************************************************
      * Author: RHAYADH ZAPAROLI
      * Date: 15/10/2026
      * Purpose: MIGRACAO DE UNICA VEZ DO ARQUIVO PRESTACOES PARA O
      *          LAYOUT COM CHAVES ALTERNATIVAS (PREST-VENCIMENTO E
      *          PREST-SIT-VENC, VER PRESTDATA) - OS LOTES DEIXAM DE
      *          VARRER TODAS AS PARCELAS JA GERADAS E FAZEM START NA
      *          JANELA QUE PRECISAM. RENOMEIE O PRESTACOES ATUAL PARA
      *          PRESTACOES.OLD E RODE ESTE PROGRAMA, QUE O LE PELA
      *          CHAVE PRIMARIA (MESMA RECONSTRUCAO DO CONTRMIG4) E
      *          RECONSTROI O ARQUIVO INDEXADO COM AS CHAVES NOVAS. OS
      *          VALORES DE CADA PARCELA SAO PRESERVADOS. SO SERVE
      *          PARA O PRESTACOES AINDA SEM AS CHAVES ALTERNATIVAS - O
      *          PRESTMIG E O PRESTMIG2 JA GRAVAM O LAYOUT ATUAL COM
      *          ELAS, E QUEM RODA UM DELES NAO RODA ESTE.
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRESTMIG3.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-PREST-FILE ASSIGN TO 'PRESTACOES.OLD'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PREST-KEY OF OLD3-PREST-REC
           FILE STATUS IS WS-OLD-STATUS.

           SELECT PREST-FILE ASSIGN TO 'PRESTACOES'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PREST-KEY OF PREST-REC
           ALTERNATE RECORD KEY IS PREST-VENCIMENTO OF PREST-REC
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS PREST-SIT-VENC OF PREST-REC
               WITH DUPLICATES
           FILE STATUS IS WS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-PREST-FILE.
       COPY PRESTDATAOLD3.

       FD  PREST-FILE.
       COPY PRESTDATA.

       WORKING-STORAGE SECTION.
       01  WS-OLD-STATUS     PIC 99.
       01  WS-STATUS         PIC 99.
       01  WS-EOF            PIC X     VALUE 'N'.
       01  WS-QTD-MIGRADAS   PIC 9(05) VALUE 0.
       01  WS-QTD-REJEITADAS PIC 9(05) VALUE 0.
       COPY WSFSTATUS.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           DISPLAY "**** MIGRACAO DE PRESTACOES PARA O LAYOUT COM "
                   "CHAVES ALTERNATIVAS ****"

           OPEN INPUT OLD-PREST-FILE
           IF WS-OLD-STATUS EQUAL 35 THEN
               DISPLAY "PRESTACOES.OLD NAO EXISTE - NADA A MIGRAR"
               DISPLAY "RENOMEIE O PRESTACOES ATUAL PARA "
                       "PRESTACOES.OLD ANTES DE RODAR"
               STOP RUN
           END-IF

           OPEN I-O PREST-FILE
           IF WS-STATUS EQUAL 35 THEN
               OPEN OUTPUT PREST-FILE
               CLOSE PREST-FILE
               OPEN I-O PREST-FILE
           END-IF

           PERFORM UNTIL WS-EOF = 'S'
               READ OLD-PREST-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       PERFORM P200-MIGRA-PARCELA
               END-READ
           END-PERFORM

           DISPLAY "---- RESUMO DA MIGRACAO ----"
           DISPLAY "PARCELAS MIGRADAS:   " WS-QTD-MIGRADAS
           DISPLAY "PARCELAS REJEITADAS: " WS-QTD-REJEITADAS

           CLOSE PREST-FILE
           CLOSE OLD-PREST-FILE

           STOP RUN.

       P200-MIGRA-PARCELA.
           INITIALIZE PREST-REC
           MOVE CORRESPONDING OLD3-PREST-REC TO PREST-REC
           MOVE PREST-KEY OF OLD3-PREST-REC TO PREST-KEY OF PREST-REC
           MOVE PREST-SITUACAO OF OLD3-PREST-REC
             TO PREST-SITUACAO OF PREST-REC
           MOVE PREST-VENCIMENTO OF OLD3-PREST-REC
             TO PREST-VENCIMENTO OF PREST-REC
           WRITE PREST-REC
               INVALID KEY
                   ADD 1 TO WS-QTD-REJEITADAS
                   PERFORM P-DECODE-FSTATUS
                   DISPLAY "CONTRATO "
                           PREST-NUM-CONT OF OLD3-PREST-REC
                           " PARCELA "
                           PREST-NUM-PARC OF OLD3-PREST-REC
                           " NAO MIGRADA - " WS-FSTAT-DESC
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-MIGRADAS
           END-WRITE.

       COPY FSTATUS.
       COPY TREINO.
       END PROGRAM PRESTMIG3.

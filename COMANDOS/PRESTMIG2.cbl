      ******************************************************************
      * Author: RHAYADH ZAPAROLI
      * Date: 15/10/2026
      * Purpose: MIGRACAO DE UNICA VEZ DO ARQUIVO PRESTACOES DO LAYOUT
      *          ANTERIOR AO SEGURO PRESTAMISTA PARA O LAYOUT ATUAL DE
      *          PRESTDATA (PREST-VL-SEGURO). RENOMEIE O PRESTACOES
      *          ATUAL PARA PRESTACOES.OLD E RODE ESTE PROGRAMA, QUE O
      *          LE PELA CHAVE PRIMARIA (LAYOUT ANTIGO) E RECONSTROI O
      *          ARQUIVO INDEXADO PRESTACOES VIA MOVE CORRESPONDING,
      *          NO MESMO ESPIRITO DO PRESTMIG. O PREMIO COMECA
      *          ZERADO: TODO CONTRATO JA EXISTENTE FICA SEM SEGURO
      *          (VER CONTRMIG4), E A MULTA E O VALOR PAGO DE CADA
      *          PARCELA SAO PRESERVADOS. O ARQUIVO GRAVADO JA TEM AS
      *          CHAVES ALTERNATIVAS - QUEM RODA ESTE NAO RODA O
      *          PRESTMIG3.
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - SITUACAO E VENCIMENTO PASSARAM PARA O GRUPO
      *                  PREST-SIT-VENC DE PRESTDATA (CHAVE ALTERNATIVA)
      *                  E SAO MOVIDOS EXPLICITAMENTE.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      *     15/10/2026 - PRESTACOES.OLD E O ARQUIVO INDEXADO ANTERIOR,
      *                  LIDO PELA CHAVE PRIMARIA - NAO E SEQUENCIAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRESTMIG2.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-PREST-FILE ASSIGN TO 'PRESTACOES.OLD'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PREST-KEY OF OLD2-PREST-REC
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
       COPY PRESTDATAOLD2.

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
                   "SEGURO PRESTAMISTA ****"

           OPEN INPUT OLD-PREST-FILE
           IF WS-OLD-STATUS EQUAL 35 THEN
               DISPLAY "PRESTACOES.OLD NAO EXISTE - NADA A MIGRAR"
           ELSE
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
           END-IF
           CLOSE OLD-PREST-FILE

           STOP RUN.

       P200-MIGRA-PARCELA.
           INITIALIZE PREST-REC
           MOVE CORRESPONDING OLD2-PREST-REC TO PREST-REC
           MOVE PREST-KEY OF OLD2-PREST-REC TO PREST-KEY OF PREST-REC
      *    SITUACAO E VENCIMENTO FICAM SOB PREST-SIT-VENC NO LAYOUT
      *    ATUAL E NAO CORRESPONDEM MAIS PELO NOME.
           MOVE PREST-SITUACAO OF OLD2-PREST-REC
             TO PREST-SITUACAO OF PREST-REC
           MOVE PREST-VENCIMENTO OF OLD2-PREST-REC
             TO PREST-VENCIMENTO OF PREST-REC
           MOVE 0 TO PREST-VL-SEGURO
           WRITE PREST-REC
               INVALID KEY
                   ADD 1 TO WS-QTD-REJEITADAS
                   PERFORM P-DECODE-FSTATUS
                   DISPLAY "CONTRATO "
                           PREST-NUM-CONT OF OLD2-PREST-REC
                           " PARCELA "
                           PREST-NUM-PARC OF OLD2-PREST-REC
                           " NAO MIGRADA - " WS-FSTAT-DESC
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-MIGRADAS
           END-WRITE.

       COPY FSTATUS.
       COPY TREINO.
       END PROGRAM PRESTMIG2.

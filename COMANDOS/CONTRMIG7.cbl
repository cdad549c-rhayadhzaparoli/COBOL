      ******************************************************************
      * Author: RHAYADH ZAPAROLI
      * Date: 15/10/2026
      * Purpose: MIGRACAO DE UNICA VEZ DE CONTRATO.CTL DO LAYOUT COM
      *          CONTR-COD-CLIENTE DE 3 DIGITOS PARA O LAYOUT ATUAL DE
      *          CONTRDATA (7 DIGITOS, COMO COD-CLIENTE EM CLIDATA) -
      *          MESMA RECONSTRUCAO DO CONTRMIG6: RENOMEIE O
      *          CONTRATO.CTL ATUAL PARA CONTRATO.CTL.OLD E RODE ESTE
      *          PROGRAMA. A CHAVE ALTERNATIVA POR CONTR-COD-CLIENTE E
      *          RECONSTRUIDA NA GRAVACAO. FAZ PARTE DA MIGRACAO
      *          CONJUNTA DO CODIGO DO CLIENTE (VER CLIMIG5 E
      *          CODCLIMIG).
      * MODIFICATION-LOG.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTRMIG7.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-CONTR-FILE ASSIGN TO 'CONTRATO.CTL.OLD'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CONTR-NUM-CONT OF OLD6-CONTR-REC
           ALTERNATE RECORD KEY IS CONTR-COD-CLIENTE OF OLD6-CONTR-REC
               WITH DUPLICATES
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
       FD  OLD-CONTR-FILE.
       COPY CONTRDATAOLD6.

       FD  CONTR-FILE.
       COPY CONTRDATA.

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
                   "CODIGO DE CLIENTE DE 7 DIGITOS ****"

           OPEN INPUT OLD-CONTR-FILE
           IF WS-OLD-STATUS EQUAL 35 THEN
               DISPLAY "CONTRATO.CTL.OLD NAO EXISTE - NADA A MIGRAR"
               DISPLAY "RENOMEIE O CONTRATO.CTL ATUAL PARA "
                       "CONTRATO.CTL.OLD ANTES DE RODAR"
               GO TO P999-STOP
           END-IF

           OPEN I-O CONTR-FILE
           IF WS-STATUS EQUAL 35 THEN
               OPEN OUTPUT CONTR-FILE
               CLOSE CONTR-FILE
               OPEN I-O CONTR-FILE
           END-IF

           PERFORM UNTIL WS-EOF = 'S'
               READ OLD-CONTR-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       PERFORM P200-MIGRA-CONTRATO
               END-READ
           END-PERFORM

           CLOSE CONTR-FILE
           CLOSE OLD-CONTR-FILE

           DISPLAY "---- RESUMO DA MIGRACAO ----"
           DISPLAY "CONTRATOS MIGRADOS:   " WS-QTD-MIGRADOS
           DISPLAY "CONTRATOS REJEITADOS: " WS-QTD-REJEITADOS
           GO TO P999-STOP.

       P200-MIGRA-CONTRATO.
           INITIALIZE CONTR-REC
           MOVE CORRESPONDING OLD6-CONTR-REC TO CONTR-REC
           WRITE CONTR-REC
               INVALID KEY
                   ADD 1 TO WS-QTD-REJEITADOS
                   PERFORM P-DECODE-FSTATUS
                   DISPLAY "CONTRATO " CONTR-NUM-CONT OF OLD6-CONTR-REC
                           " NAO MIGRADO - " WS-FSTAT-DESC
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-MIGRADOS
           END-WRITE.

       P999-STOP.
           DISPLAY "FINALIZANDO O PROGRAMA..."
           STOP RUN.

       COPY FSTATUS.
       COPY TREINO.
       END PROGRAM CONTRMIG7.

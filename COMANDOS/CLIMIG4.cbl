      ******************************************************************
      * Author: RHAYADH ZAPAROLI
      * Date: 15/10/2026
      * Purpose: MIGRACAO DE UNICA VEZ DO ARQUIVO CLIENTE DO LAYOUT
      *          SEM A CLASSIFICACAO DE CREDITO (RATING-CLIENTE,
      *          SCORE-CLIENTE E DT-RATING) PARA O LAYOUT ATUAL DE
      *          CLIDATA - ARQUIVO INDEXADO ABERTO COM COMPRIMENTO DE
      *          REGISTRO DIFERENTE DO GRAVADO NAO ABRE, ENTAO A TROCA
      *          DE LAYOUT EXIGE RECONSTRUCAO. RENOMEIE O ARQUIVO
      *          CLIENTE ATUAL (O DE CLIENTE_PATH) PARA CLIENTE.OLD E
      *          RODE ESTE PROGRAMA, NO MESMO ESPIRITO DO CLIMIG3. A
      *          CLASSIFICACAO MIGRA EM BRANCO DE PROPOSITO (AINDA NAO
      *          CLASSIFICADO): A PROXIMA RODADA DO CLIRATING CARIMBA
      *          A FAIXA REAL DE CADA CLIENTE.
      * MODIFICATION-LOG.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIMIG4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-CLIENTE-FILE ASSIGN TO 'CLIENTE.OLD'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS COD-CLIENTE OF OLD4-REG-CLIENTE
           ALTERNATE RECORD KEY IS CPF-CLIENTE OF OLD4-REG-CLIENTE
               WITH DUPLICATES
           FILE STATUS IS WS-OLD-STATUS.

           SELECT CLIENTE ASSIGN TO WS-CLIENTE-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COD-CLIENTE OF REG-CLIENTE
           ALTERNATE RECORD KEY IS CPF-CLIENTE OF REG-CLIENTE
               WITH DUPLICATES
           FILE STATUS IS WS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-CLIENTE-FILE.
       COPY CLIDATAOLD4.

       FD  CLIENTE.
       COPY CLIDATA.

       WORKING-STORAGE SECTION.
       01  WS-OLD-STATUS    PIC 99.
       01  WS-STATUS        PIC 99.
       01  WS-EOF           PIC X     VALUE 'N'.
       01  WS-QTD-MIGRADOS  PIC 9(05) VALUE 0.
       01  WS-QTD-REJEITADOS PIC 9(05) VALUE 0.
       COPY CLIPATH.
       COPY WSFSTATUS.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           DISPLAY "**** MIGRACAO DE CLIENTE PARA O LAYOUT COM "
                   "CLASSIFICACAO DE CREDITO ****"
           ACCEPT WS-CLIENTE-PATH FROM ENVIRONMENT "CLIENTE_PATH"
               ON EXCEPTION CONTINUE
           END-ACCEPT

           OPEN INPUT OLD-CLIENTE-FILE
           IF WS-OLD-STATUS EQUAL 35 THEN
               DISPLAY "CLIENTE.OLD NAO EXISTE - NADA A MIGRAR"
               DISPLAY "RENOMEIE O ARQUIVO CLIENTE ATUAL PARA "
                       "CLIENTE.OLD ANTES DE RODAR"
               GO TO P999-STOP
           END-IF

           OPEN I-O CLIENTE
           IF WS-STATUS EQUAL 35 THEN
               OPEN OUTPUT CLIENTE
               CLOSE CLIENTE
               OPEN I-O CLIENTE
           END-IF

           PERFORM UNTIL WS-EOF = 'S'
               READ OLD-CLIENTE-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       PERFORM P200-MIGRA-REGISTRO
               END-READ
           END-PERFORM

           CLOSE CLIENTE
           CLOSE OLD-CLIENTE-FILE

           DISPLAY "---- RESUMO DA MIGRACAO ----"
           DISPLAY "REGISTROS MIGRADOS:  " WS-QTD-MIGRADOS
           DISPLAY "REGISTROS REJEITADOS:" WS-QTD-REJEITADOS
           GO TO P999-STOP.

       P200-MIGRA-REGISTRO.
           INITIALIZE REG-CLIENTE
           MOVE CORRESPONDING OLD4-REG-CLIENTE TO REG-CLIENTE
           WRITE REG-CLIENTE
               INVALID KEY
                   ADD 1 TO WS-QTD-REJEITADOS
                   PERFORM P-DECODE-FSTATUS
                   DISPLAY "COD-CLIENTE "
                           COD-CLIENTE OF OLD4-REG-CLIENTE
                           " NAO MIGRADO - " WS-FSTAT-DESC
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-MIGRADOS
           END-WRITE.

       P999-STOP.
           DISPLAY "FINALIZANDO O PROGRAMA..."
           STOP RUN.

       COPY FSTATUS.
       COPY TREINO.
       END PROGRAM CLIMIG4.

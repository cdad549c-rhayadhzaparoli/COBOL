      ******************************************************************
      * Author: RHAYADH ZAPAROLI
      * Date: 15/10/2026
      * Purpose: MIGRACAO DE UNICA VEZ DE CONTRATO.CTL DE ARQUIVO
      *          SEQUENCIAL PARA ARQUIVO INDEXADO POR CONTR-NUM-CONT,
      *          COM CHAVE ALTERNATIVA POR CONTR-COD-CLIENTE (WITH
      *          DUPLICATES). O LAYOUT DO REGISTRO (CONTRDATA) NAO
      *          MUDA - SO A ORGANIZACAO. SEQUENCIAL, CADA VINCULO
      *          DESFEITO OU REAPONTADO REGRAVAVA O ARQUIVO INTEIRO E
      *          CADA CONSULTA O PERCORRIA DO INICIO AO FIM. RENOMEIE
      *          O CONTRATO.CTL ATUAL (SEQUENCIAL) PARA
      *          CONTRATO.CTL.OLD E RODE ESTE PROGRAMA - MESMO
      *          ESPIRITO DO REGMIG PARA O ARQUIVO REGISTRO. CONTRATO
      *          REPETIDO NO .OLD E REJEITADO E LISTADO PARA
      *          CONFERENCIA.
      * MODIFICATION-LOG.
      *     15/10/2026 - CONTRDATA GANHOU TARIFAS E CET (VER CONTRMIG3);
      *                  O .OLD SEQUENCIAL TEM O LAYOUT ANTERIOR, AGORA
      *                  LIDO POR CONTRDATAOLD2 E MIGRADO VIA MOVE
      *                  CORRESPONDING, COM OS CAMPOS NOVOS ZERADOS.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTRMIG2.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-CONTR-FILE ASSIGN TO 'CONTRATO.CTL.OLD'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
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
       COPY CONTRDATAOLD2.

       FD  CONTR-FILE.
       COPY CONTRDATA.

       WORKING-STORAGE SECTION.
       01  WS-OLD-STATUS     PIC 99.
       01  WS-STATUS         PIC 99.
       01  WS-EOF            PIC X     VALUE 'N'.
       01  WS-QTD-MIGRADOS   PIC 9(05) VALUE 0.
       01  WS-QTD-REJEITADOS PIC 9(05) VALUE 0.
       COPY WSFSTATUS.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           DISPLAY "**** MIGRACAO DE CONTRATO.CTL PARA ARQUIVO "
                   "INDEXADO ****"

           OPEN INPUT OLD-CONTR-FILE
           IF WS-OLD-STATUS EQUAL 35 THEN
               DISPLAY "CONTRATO.CTL.OLD NAO EXISTE - NADA A MIGRAR"
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
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           PERFORM P200-MIGRA-CONTRATO
                   END-READ
               END-PERFORM
               CLOSE CONTR-FILE

               DISPLAY "---- RESUMO DA MIGRACAO ----"
               DISPLAY "CONTRATOS MIGRADOS:   " WS-QTD-MIGRADOS
               DISPLAY "CONTRATOS REJEITADOS: " WS-QTD-REJEITADOS
           END-IF
           CLOSE OLD-CONTR-FILE

           STOP RUN.

       P200-MIGRA-CONTRATO.
           INITIALIZE CONTR-REC
           MOVE CORRESPONDING OLD2-CONTR-REC TO CONTR-REC
           WRITE CONTR-REC
               INVALID KEY
                   ADD 1 TO WS-QTD-REJEITADOS
                   PERFORM P-DECODE-FSTATUS
                   DISPLAY "CONTRATO " CONTR-NUM-CONT OF OLD2-CONTR-REC
                           " NAO MIGRADO - " WS-FSTAT-DESC
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-MIGRADOS
           END-WRITE.

       COPY FSTATUS.
       COPY TREINO.
       END PROGRAM CONTRMIG2.

      ******************************************************************
      * Author: RHAYADH ZAPAROLI
      * Date: 15/10/2026
      * Purpose: RECONSTRUCAO DE UNICA VEZ DO ARQUIVO REGISTRO COM AS
      *          CHAVES ALTERNATIVAS POR MAT-COMUM, UNIDADE E
      *          DT-ALISTAMENTO (TODAS WITH DUPLICATES - MAT-COMUM E
      *          ZERO NO SETOR ESPECIAL). O LAYOUT DE PRSDATA NAO MUDA;
      *          MUDA A ESTRUTURA DE INDICES, QUE SO SE CRIA NA
      *          GRAVACAO. MESMO PROCEDIMENTO DO REGMIG2: RENOMEIE O
      *          REGISTRO ATUAL PARA REGISTRO.OLD E RODE ESTE PROGRAMA.
      *          SO SERVE PARA O REGISTRO AINDA SEM AS CHAVES
      *          ALTERNATIVAS - O REGMIG2 A REGMIG5 JA GRAVAM O LAYOUT
      *          ATUAL COM ELAS, E QUEM RODA UM DELES NAO RODA ESTE.
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      *     15/10/2026 - O REGISTRO SEM AS CHAVES ALTERNATIVAS E
      *                  ANTERIOR AO POSTO DE ATENDIMENTO: O .OLD E
      *                  LIDO PELO PRSDATAOLD6, SO PELA CHAVE PRIMARIA,
      *                  E OS REGISTROS FICAM COM POSTO-ALIST 001, COMO
      *                  NO REGMIG7.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGMIG6.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-REG-FILE ASSIGN TO 'REGISTRO.OLD'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CPF OF OLD6-PRS-DATA
           FILE STATUS IS WS-OLD-STATUS.

           SELECT REG-FILE ASSIGN TO 'REGISTRO'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CPF OF PRS-DATA
           ALTERNATE RECORD KEY IS MAT-COMUM OF PRS-DATA WITH DUPLICATES
           ALTERNATE RECORD KEY IS UNIDADE OF PRS-DATA WITH DUPLICATES
           ALTERNATE RECORD KEY IS DT-ALISTAMENTO OF PRS-DATA
               WITH DUPLICATES
           FILE STATUS IS WS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OLD-REG-FILE.
       COPY PRSDATAOLD6.

       FD REG-FILE.
       COPY PRSDATA.

       WORKING-STORAGE SECTION.
       01 WS-OLD-STATUS       PIC 99.
       01 WS-STATUS           PIC 99.
       01 WS-EOF              PIC X     VALUE 'N'.
       01 WS-QTD-MIGRADOS     PIC 9(05) VALUE 0.
       01 WS-QTD-REJEITADOS   PIC 9(05) VALUE 0.
       COPY WSFSTATUS.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           DISPLAY "**** RECONSTRUCAO DE REGISTRO COM CHAVES "
                   "ALTERNATIVAS ****"

           OPEN INPUT OLD-REG-FILE
           IF WS-OLD-STATUS EQUAL 35 THEN
               DISPLAY "REGISTRO.OLD NAO EXISTE - NADA A MIGRAR"
               DISPLAY "RENOMEIE O REGISTRO ATUAL PARA REGISTRO.OLD "
                       "ANTES DE RODAR"
               GO TO P999-STOP
           END-IF

           OPEN I-O REG-FILE
           IF WS-STATUS EQUAL 35 THEN
               OPEN OUTPUT REG-FILE
               CLOSE REG-FILE
               OPEN I-O REG-FILE
           END-IF

           PERFORM UNTIL WS-EOF = 'S'
               READ OLD-REG-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       PERFORM P200-MIGRA-UM-REGISTRO
               END-READ
           END-PERFORM

           CLOSE REG-FILE
           CLOSE OLD-REG-FILE

           DISPLAY "---- RESUMO DA MIGRACAO ----"
           DISPLAY "REGISTROS MIGRADOS:   " WS-QTD-MIGRADOS
           DISPLAY "REGISTROS REJEITADOS: " WS-QTD-REJEITADOS
           GO TO P999-STOP.

       P200-MIGRA-UM-REGISTRO.
           INITIALIZE PRS-DATA
           MOVE CORRESPONDING OLD6-PRS-DATA TO PRS-DATA
           MOVE ADRESS OF OLD6-PRS-DATA TO ADRESS OF PRS-DATA
           MOVE 1 TO POSTO-ALIST
           WRITE PRS-DATA
               INVALID KEY
                   ADD 1 TO WS-QTD-REJEITADOS
                   PERFORM P-DECODE-FSTATUS
                   DISPLAY "CPF " CPF OF OLD6-PRS-DATA
                           " NAO MIGRADO - " WS-FSTAT-DESC
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-MIGRADOS
           END-WRITE.

       P999-STOP.
           DISPLAY "FINALIZANDO O PROGRAMA..."
           STOP RUN.

       COPY FSTATUS.
       COPY TREINO.
       END PROGRAM REGMIG6.

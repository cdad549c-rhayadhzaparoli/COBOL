      ******************************************************************
      * Author: RHAYADH ZAPAROLI
      * Date: 15/10/2026
      * Purpose: MIGRACAO DE UNICA VEZ DO ARQUIVO REGISTRO DO LAYOUT
      *          ANTERIOR AO POSTO DE ATENDIMENTO (PRSDATAOLD6) PARA O
      *          LAYOUT ATUAL DE PRSDATA. MESMO PROCEDIMENTO DO
      *          REGMIG5: RENOMEIE O REGISTRO ATUAL PARA REGISTRO.OLD E
      *          RODE ESTE PROGRAMA, QUE RECONSTROI O ARQUIVO INDEXADO
      *          VIA MOVE CORRESPONDING. TODO ALISTAMENTO ANTERIOR AO
      *          SEGUNDO POSTO FOI FEITO NO POSTO ORIGINAL, E OS
      *          REGISTROS MIGRADOS FICAM COM POSTO-ALIST 001. O
      *          ARQUIVO MORTO REGISTRO.ARQ E TRATADO PELO REGARQMIG5.
      *          O .OLD E O REGISTRO JA COM AS CHAVES ALTERNATIVAS; O
      *          AINDA SEM ELAS E TRATADO PELO REGMIG6.
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - O .OLD E ABERTO COM AS CHAVES ALTERNATIVAS COM
      *                  QUE FOI GRAVADO (MAT-COMUM, UNIDADE E
      *                  DT-ALISTAMENTO).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGMIG7.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-REG-FILE ASSIGN TO 'REGISTRO.OLD'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CPF OF OLD6-PRS-DATA
           ALTERNATE RECORD KEY IS MAT-COMUM OF OLD6-PRS-DATA
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS UNIDADE OF OLD6-PRS-DATA
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS DT-ALISTAMENTO OF OLD6-PRS-DATA
               WITH DUPLICATES
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
           DISPLAY "**** MIGRACAO DE REGISTRO PARA O LAYOUT COM "
                   "POSTO DE ATENDIMENTO ****"

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
       END PROGRAM REGMIG7.

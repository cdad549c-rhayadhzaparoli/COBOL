      ******************************************************************
      * Author: RHAYADH ZAPAROLI
      * Date: 15/10/2026
      * Purpose: MIGRACAO DE UNICA VEZ DE USERS.CTL DO LAYOUT SEM POSTO
      *          DE ATENDIMENTO PARA O LAYOUT ATUAL DE USERCTL (COM
      *          USER-CTL-POSTO). RENOMEIE O USERS.CTL ATUAL PARA
      *          USERS.CTL.OLD E RODE ESTE PROGRAMA - MESMO ESPIRITO
      *          DO USERSMIG2. TODO OPERADOR EXISTENTE MIGRA PARA O
      *          POSTO ORIGINAL (001); OS OPERADORES DO SEGUNDO POSTO
      *          SAO REATRIBUIDOS DEPOIS PELO USERSMNT (OPCAO 6).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. USERSMIG3.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-USER-CTL-FILE ASSIGN TO 'USERS.CTL.OLD'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-OLD-STATUS.

           SELECT USER-CTL-FILE ASSIGN TO 'USERS.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-NEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OLD-USER-CTL-FILE.
       COPY USERCTLOLD3.

       FD USER-CTL-FILE.
       COPY USERCTL.

       WORKING-STORAGE SECTION.
       01 WS-OLD-STATUS     PIC 99.
       01 WS-NEW-STATUS     PIC 99.
       01 WS-EOF            PIC X     VALUE 'N'.
       01 WS-QTD-MIGRADOS   PIC 9(05) VALUE 0.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           DISPLAY "**** MIGRACAO DE USERS.CTL PARA O LAYOUT COM "
                   "POSTO DE ATENDIMENTO ****"

           OPEN INPUT OLD-USER-CTL-FILE
           IF WS-OLD-STATUS EQUAL 35 THEN
               DISPLAY "USERS.CTL.OLD NAO EXISTE - NADA A MIGRAR"
               DISPLAY "RENOMEIE O USERS.CTL ATUAL PARA USERS.CTL.OLD "
                       "ANTES DE RODAR"
           ELSE
               OPEN OUTPUT USER-CTL-FILE
               PERFORM UNTIL WS-EOF = 'S'
                   READ OLD-USER-CTL-FILE
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           PERFORM P200-MIGRA-OPERADOR
                   END-READ
               END-PERFORM
               CLOSE USER-CTL-FILE

               DISPLAY "---- RESUMO DA MIGRACAO ----"
               DISPLAY "OPERADORES MIGRADOS: " WS-QTD-MIGRADOS
               DISPLAY "TODOS NO POSTO 001 - REATRIBUA OS DEMAIS PELO "
                       "USERSMNT"
           END-IF
           CLOSE OLD-USER-CTL-FILE

           STOP RUN.

       P200-MIGRA-OPERADOR.
           INITIALIZE USER-CTL-REC
           MOVE CORRESPONDING OLD3-USER-CTL-REC TO USER-CTL-REC
           MOVE USER-CTL-HASH-ANT OF OLD3-USER-CTL-REC(1)
             TO USER-CTL-HASH-ANT OF USER-CTL-REC(1)
           MOVE USER-CTL-HASH-ANT OF OLD3-USER-CTL-REC(2)
             TO USER-CTL-HASH-ANT OF USER-CTL-REC(2)
           MOVE USER-CTL-HASH-ANT OF OLD3-USER-CTL-REC(3)
             TO USER-CTL-HASH-ANT OF USER-CTL-REC(3)
           MOVE 1 TO USER-CTL-POSTO
           WRITE USER-CTL-REC
           ADD 1 TO WS-QTD-MIGRADOS
           DISPLAY "MIGRADO: " USER-CTL-ID OF USER-CTL-REC.

       COPY TREINO.

       END PROGRAM USERSMIG3.

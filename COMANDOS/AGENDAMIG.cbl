      ******************************************************************
      * Author: RHAYADH ZAPAROLI
      * Date: 15/10/2026
      * Purpose: MIGRACAO DE UNICA VEZ DA AGENDA DE ENTREVISTAS PARA
      *          OS POSTOS DE ATENDIMENTO. AGENDA.DAT GANHA O POSTO QUE
      *          FEZ O AGENDAMENTO (AGD-POSTO) E AGENDA.CTL PASSA A TER
      *          UMA LINHA POR POSTO (POSTO + CAPACIDADE). RENOMEIE O
      *          AGENDA.DAT ATUAL PARA AGENDA.DAT.OLD E O AGENDA.CTL
      *          ATUAL PARA AGENDA.CTL.OLD E RODE ESTE PROGRAMA -
      *          MESMO ESPIRITO DO USERSMIG3. TODO AGENDAMENTO ANTERIOR
      *          AO SEGUNDO POSTO FOI FEITO NO POSTO ORIGINAL (001), E
      *          A CAPACIDADE UNICA DE ANTES VIRA A DO POSTO 001; A DO
      *          SEGUNDO POSTO E INFORMADA DEPOIS PELO CTLMNT (OPCAO
      *          21). QUALQUER DOS DOIS .OLD PODE FALTAR - O QUE NAO
      *          EXISTIR E SO INFORMADO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGENDAMIG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-AGENDA-FILE ASSIGN TO 'AGENDA.DAT.OLD'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-OLD-STATUS.

           SELECT AGENDA-FILE ASSIGN TO 'AGENDA.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-AGD-STATUS.

           SELECT OLD-AGENDA-CTL-FILE ASSIGN TO 'AGENDA.CTL.OLD'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-OLD-CTL-STATUS.

           SELECT AGENDA-CTL-FILE ASSIGN TO 'AGENDA.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OLD-AGENDA-FILE.
      *    LAYOUT DE AGENDA-REC NO AGENDA ANTES DO POSTO.
       01 OLD-AGENDA-REC.
         05 OLD-AGD-DATA      PIC 9(08).
         05 OLD-AGD-TURNO     PIC X(01).
         05 OLD-AGD-CPF       PIC 9(11).
         05 OLD-AGD-NOME      PIC X(50).
         05 OLD-AGD-SITUACAO  PIC X(01).

       FD AGENDA-FILE.
      *    MESMO LAYOUT DE AGENDA-REC NO AGENDA.
       01 AGENDA-REC.
         05 AGD-DATA          PIC 9(08).
         05 AGD-TURNO         PIC X(01).
         05 AGD-CPF           PIC 9(11).
         05 AGD-NOME          PIC X(50).
         05 AGD-SITUACAO      PIC X(01).
         05 AGD-POSTO         PIC 9(03).

       FD OLD-AGENDA-CTL-FILE.
       01 OLD-AGENDA-CTL-REC.
         05 OLD-AGD-CTL-CAPACIDADE PIC 9(03).

       FD AGENDA-CTL-FILE.
      *    MESMO LAYOUT DE AGENDA-CTL-REC NO AGENDA.
       01 AGENDA-CTL-REC.
         05 AGD-CTL-POSTO      PIC 9(03).
         05 AGD-CTL-CAPACIDADE PIC 9(03).

       WORKING-STORAGE SECTION.
       01 WS-OLD-STATUS      PIC 99.
       01 WS-AGD-STATUS      PIC 99.
       01 WS-OLD-CTL-STATUS  PIC 99.
       01 WS-CTL-STATUS      PIC 99.
       01 WS-EOF             PIC X     VALUE 'N'.
       01 WS-QTD-MIGRADOS    PIC 9(05) VALUE 0.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           DISPLAY "**** MIGRACAO DA AGENDA PARA OS POSTOS DE "
                   "ATENDIMENTO ****"
           PERFORM P100-MIGRA-AGENDA
           PERFORM P200-MIGRA-CAPACIDADE
           GO TO P999-STOP.

       P100-MIGRA-AGENDA.
           OPEN INPUT OLD-AGENDA-FILE
           IF WS-OLD-STATUS EQUAL 35 THEN
               DISPLAY "AGENDA.DAT.OLD NAO EXISTE - AGENDAMENTOS NAO "
                       "MIGRADOS"
               DISPLAY "RENOMEIE O AGENDA.DAT ATUAL PARA "
                       "AGENDA.DAT.OLD ANTES DE RODAR"
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT AGENDA-FILE
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'S'
               READ OLD-AGENDA-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       MOVE OLD-AGD-DATA     TO AGD-DATA
                       MOVE OLD-AGD-TURNO    TO AGD-TURNO
                       MOVE OLD-AGD-CPF      TO AGD-CPF
                       MOVE OLD-AGD-NOME     TO AGD-NOME
                       MOVE OLD-AGD-SITUACAO TO AGD-SITUACAO
                       MOVE 1                TO AGD-POSTO
                       WRITE AGENDA-REC
                       ADD 1 TO WS-QTD-MIGRADOS
               END-READ
           END-PERFORM
           CLOSE AGENDA-FILE
           CLOSE OLD-AGENDA-FILE

           DISPLAY "---- RESUMO DA MIGRACAO ----"
           DISPLAY "AGENDAMENTOS MIGRADOS PARA O POSTO 001: "
                   WS-QTD-MIGRADOS.

       P200-MIGRA-CAPACIDADE.
           OPEN INPUT OLD-AGENDA-CTL-FILE
           IF WS-OLD-CTL-STATUS EQUAL 35 THEN
               DISPLAY "AGENDA.CTL.OLD NAO EXISTE - CAPACIDADE NAO "
                       "MIGRADA (POSTOS FICAM COM O PADRAO DE 30)"
               EXIT PARAGRAPH
           END-IF

           READ OLD-AGENDA-CTL-FILE
               AT END
                   DISPLAY "AGENDA.CTL.OLD VAZIO - CAPACIDADE NAO "
                           "MIGRADA"
               NOT AT END
                   OPEN OUTPUT AGENDA-CTL-FILE
                   MOVE 1                      TO AGD-CTL-POSTO
                   MOVE OLD-AGD-CTL-CAPACIDADE TO AGD-CTL-CAPACIDADE
                   WRITE AGENDA-CTL-REC
                   CLOSE AGENDA-CTL-FILE
                   DISPLAY "CAPACIDADE DIARIA DO POSTO 001: "
                           AGD-CTL-CAPACIDADE
           END-READ
           CLOSE OLD-AGENDA-CTL-FILE.

       P999-STOP.
           DISPLAY "FINALIZANDO O PROGRAMA..."
           STOP RUN.

       COPY TREINO.
       END PROGRAM AGENDAMIG.

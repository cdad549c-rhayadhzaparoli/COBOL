      *          A LISTA DE ESPERA ESPECIAL.WAIT). SUBSTITUI O DIARIO
      *          DE PAPEL QUE PERDIA GENTE TODO MES.
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - O CONSCRITO FALECIDO (SIT-SERVICO 'F', VER
      *                  OBITOCASC) SAI DA LISTA DIARIA E NAO RECEBE
      *                  NOVO RESULTADO.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      *     15/10/2026 - CADA IMPRESSAO EM REEXAME.PRN PASSA A SER
      *                  ARQUIVADA COMO JOB NUMERADO NO ARQUIVO DE
      *                  IMPRESSAO (SPOOL.IDX, VER SPOOL.cpy), COM
      *                  OPERADOR, DATA/HORA, PAGINAS E REGISTROS - UMA
      *                  NOVA RODADA NAO APAGA MAIS A ANTERIOR; CONSULTA
      *                  E REIMPRESSAO PELO SPOOLVER. A RODADA INTEIRA
      *                  SAI COMO UM JOB SO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REEXAME.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CPF
           ALTERNATE RECORD KEY IS MAT-COMUM WITH DUPLICATES
           ALTERNATE RECORD KEY IS UNIDADE WITH DUPLICATES
           ALTERNATE RECORD KEY IS DT-ALISTAMENTO WITH DUPLICATES
           FILE STATUS IS WS-STATUS.

           SELECT USER-CTL-FILE ASSIGN TO 'USERS.CTL'
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LOCK-STATUS.

           SELECT SPOOL-IDX-FILE ASSIGN TO 'SPOOL.IDX'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SPL-STATUS.

           SELECT SPOOL-TAM-FILE ASSIGN TO WS-SPL-TAM-PATH
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SPL-TAM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REG-FILE.
         05 LOCK-OPERADOR     PIC X(10).
         05 LOCK-PROGRAMA     PIC X(20).

       FD SPOOL-IDX-FILE.
       COPY SPOOLDATA.

       FD SPOOL-TAM-FILE.
       COPY SPOOLTAM.

       WORKING-STORAGE SECTION.
       01 WS-STATUS          PIC 99.
       01 WS-MAT-STATUS      PIC 99.
       COPY WSLOGON.
       COPY WSSENHASH.
       COPY WSDATACHK.
       COPY WSTREINO.
       COPY WSSPOOL.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           MOVE 'REEXAME' TO WS-SPL-PROGRAMA
           DISPLAY "******** CONTROLE DE REEXAME MEDICO ********"
           PERFORM P-SIGN-ON
           MOVE WS-OPERADOR-ID TO WS-SPL-OPERADOR
      *    O NOVO RESULTADO REGRAVA REGISTRO - TOMA A TRAVA DE
      *    ATUALIZACAO (VER FILELOCK).
           MOVE "REGISTRO.LCK" TO WS-LOCK-PATH
               GO TO P999-STOP
           END-IF

      *    A RODADA INTEIRA E UM JOB SO NO ARQUIVO DE IMPRESSAO (VER
      *    SPOOL).
           MOVE 'REEXAME.PRN' TO WS-SPL-ARQUIVO
           MOVE 100           TO WS-SPL-TAM-REG
           MOVE 'S'           TO WS-SPL-PESSOAL
           PERFORM P-SPOOL-INICIA
           PERFORM UNTIL WS-EOF = 'S'
               READ REG-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF FIT-STATUS = 'D' AND
                          SIT-SERVICO NOT = 'F' AND
                          DT-REEXAME <= WS-DT-HOJE THEN
                           ADD 1 TO WS-QTD-PENDENTES
                           PERFORM P200-IMPRIME-PENDENTE
               END-READ
           END-PERFORM
           CLOSE REG-FILE
           PERFORM P-SPOOL-ARQUIVA

           DISPLAY " "
           IF WS-QTD-PENDENTES = 0 THEN
                   GO TO P999-STOP
           END-READ

           IF SIT-SERVICO = 'F' THEN
               DISPLAY "CONSCRITO FALECIDO - REEXAME NAO SE APLICA"
               CLOSE REG-FILE
               GO TO P999-STOP
           END-IF

           IF FIT-STATUS NOT = 'D' THEN
               DISPLAY "CONSCRITO NAO ESTA DEFERIDO PARA REEXAME - "
                       "RESULTADO ATUAL: " FIT-STATUS
       COPY LOGON.
       COPY SENHASH.
       COPY DATACHK.
       COPY SPOOL.
       COPY TREINO.
       END PROGRAM REEXAME.

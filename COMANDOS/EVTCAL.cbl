      *                  EXPANDIDAS EM OCORRENCIAS NO CALENDARIO, COM
      *                  DESLOCAMENTO PARA O PROXIMO DIA UTIL QUANDO A
      *                  OCORRENCIA CAI EM FIM DE SEMANA OU FERIADO.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      *     15/10/2026 - CADA IMPRESSAO EM EVTCAL.PRN PASSA A SER
      *                  ARQUIVADA COMO JOB NUMERADO NO ARQUIVO DE
      *                  IMPRESSAO (SPOOL.IDX, VER SPOOL.cpy), COM
      *                  OPERADOR, DATA/HORA, PAGINAS E REGISTROS - UMA
      *                  NOVA RODADA NAO APAGA MAIS A ANTERIOR; CONSULTA
      *                  E REIMPRESSAO PELO SPOOLVER.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVTCAL.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RRC-STATUS.

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
       FD  EVT-FILE.
       FD  RRC-FILE.
       COPY EVTRDATA.

       FD  SPOOL-IDX-FILE.
       COPY SPOOLDATA.

       FD  SPOOL-TAM-FILE.
       COPY SPOOLTAM.

       WORKING-STORAGE SECTION.
       01  WS-EVT-STATUS      PIC 99.
       01  WS-FERIADOS-STATUS PIC 99.
       01  WS-SHIFT-DATA      PIC 9(08) VALUE 0.
       01  WS-SHIFT-DOW       PIC 9     VALUE 0.
       01  WS-SHIFT-UTIL      PIC X     VALUE 'N'.
       COPY WSTREINO.
       COPY WSSPOOL.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           MOVE 'EVTCAL' TO WS-SPL-PROGRAMA
           DISPLAY "******** CALENDARIO SEMANAL DE EVENTOS ********"

           PERFORM P100-LOAD-EVT
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-REST
           MOVE WS-CURR-DATE-REST(1:8) TO WS-HOJE-DATA

           MOVE 'EVTCAL.PRN' TO WS-SPL-ARQUIVO
           MOVE 80           TO WS-SPL-TAM-REG
           MOVE 'N'          TO WS-SPL-PESSOAL
           PERFORM P-SPOOL-INICIA
           OPEN EXTEND CAL-FILE
           IF WS-CAL-STATUS EQUAL 35 THEN
               OPEN OUTPUT CAL-FILE
           END-PERFORM

           CLOSE CAL-FILE
           PERFORM P-SPOOL-ARQUIVA
           DISPLAY "CALENDARIO GRAVADO EM EVTCAL.PRN - EVENTOS: "
                   WS-QTD-EVENTOS

               END-PERFORM
           END-IF.

       COPY SPOOL.
       COPY TREINO.

       END PROGRAM EVTCAL.

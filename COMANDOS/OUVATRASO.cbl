      ******************************************************************
      * Author: RHAYADH ZAPAROLI
      * Date: 15/10/2026
      * Purpose: CHAMADOS DE OUVIDORIA COM PRAZO VENCIDO - LISTAGEM
      *          DIARIA PARA O SUPERVISOR. PERCORRE OUVIDORIA.DAT (VER
      *          OUVDATA) E LISTA OS CHAMADOS AINDA ABERTOS OU EM
      *          ANDAMENTO CUJO PRAZO REGULATORIO JA PASSOU DA DATA DE
      *          MOVIMENTO, COM DIAS DE ATRASO E RESPONSAVEL. A LISTA
      *          SAI NA TELA E EM OUVATRASO.PRN (REFEITO A CADA
      *          EXECUCAO); HAVENDO ATRASO, UMA PENDENCIA VAI PARA
      *          LOTENOITE.ALT, COMO NO CTRLDIA, PARA O ALERTVIEW
      *          GARANTIR QUE O SUPERVISOR VEJA. RODA SEM OPERADOR,
      *          COMO ETAPA DO LOTE NOTURNO (LOTENOITE.CTL).
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      *     15/10/2026 - CADA IMPRESSAO EM OUVATRASO.PRN PASSA A SER
      *                  ARQUIVADA COMO JOB NUMERADO NO ARQUIVO DE
      *                  IMPRESSAO (SPOOL.IDX, VER SPOOL.cpy), COM
      *                  OPERADOR, DATA/HORA, PAGINAS E REGISTROS - UMA
      *                  NOVA RODADA NAO APAGA MAIS A ANTERIOR; CONSULTA
      *                  E REIMPRESSAO PELO SPOOLVER.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OUVATRASO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUV-FILE ASSIGN TO 'OUVIDORIA.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OUV-NUMERO
           ALTERNATE RECORD KEY IS OUV-CPF WITH DUPLICATES
           FILE STATUS IS WS-OUV-STATUS.

           SELECT ATRASO-PRN-FILE ASSIGN TO 'OUVATRASO.PRN'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PRN-STATUS.

           SELECT LOTE-ALT-FILE ASSIGN TO 'LOTENOITE.ALT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ALT-STATUS.

           SELECT DATAMOV-FILE ASSIGN TO 'DATAMOV.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-DATAMOV-STATUS.

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
       FD OUV-FILE.
       COPY OUVDATA.

       FD ATRASO-PRN-FILE.
       01 ATRASO-LINE        PIC X(80).

       FD LOTE-ALT-FILE.
      *    MESMO LAYOUT DE LOTE-ALT-REC NO LOTENOITE/CTRLDIA.
       01 LOTE-ALT-REC.
           05 LOTE-ALT-TIMESTAMP  PIC X(20).
           05 LOTE-ALT-ETAPA      PIC X(20).
           05 LOTE-ALT-MOTIVO     PIC X(30).

       FD DATAMOV-FILE.
       01 DATAMOV-REC.
         05 DTM-DATA-NEGOCIO   PIC 9(08).
         05 DTM-ULTIMA-FECHADA PIC 9(08).

       FD SPOOL-IDX-FILE.
       COPY SPOOLDATA.

       FD SPOOL-TAM-FILE.
       COPY SPOOLTAM.

       WORKING-STORAGE SECTION.
       01 WS-OUV-STATUS      PIC 99.
       01 WS-PRN-STATUS      PIC 99.
       01 WS-ALT-STATUS      PIC 99.
       01 WS-EOF             PIC X      VALUE 'N'.
       01 WS-QTD-ATRASO      PIC 9(05)  VALUE 0.
       01 WS-QTD-ATRASO-ED   PIC ZZZZ9.
       01 WS-DIAS-ATRASO     PIC 9(05)  VALUE 0.
       01 WS-NM-CATEGORIA    PIC X(12)  VALUE SPACES.

       01 WS-LINHA-DET.
           05 WS-DET-NUMERO  PIC 9(07).
           05 FILLER         PIC X(01)  VALUE SPACE.
           05 WS-DET-CPF     PIC 9(11).
           05 FILLER         PIC X(01)  VALUE SPACE.
           05 WS-DET-CAT     PIC X(12).
           05 WS-DET-SIT     PIC X(01).
           05 FILLER         PIC X(01)  VALUE SPACE.
           05 WS-DET-PRAZO   PIC 9(08).
           05 FILLER         PIC X(01)  VALUE SPACE.
           05 WS-DET-DIAS    PIC ZZZZ9.
           05 FILLER         PIC X(01)  VALUE SPACE.
           05 WS-DET-RESP    PIC X(10).
           05 FILLER         PIC X(21)  VALUE SPACES.

       COPY WSDATAMOV.
       COPY WSTREINO.
       COPY WSSPOOL.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           MOVE 'OUVATRASO' TO WS-SPL-PROGRAMA
           DISPLAY "******** OUVIDORIA - CHAMADOS COM PRAZO VENCIDO **"
           PERFORM P-DATA-NEGOCIO
           IF WS-DT-NEG-OK NOT = 'S' THEN
               GO TO P999-STOP
           END-IF
           OPEN INPUT OUV-FILE
           IF WS-OUV-STATUS EQUAL 35 THEN
               DISPLAY "OUVIDORIA.DAT AINDA NAO FOI CRIADO"
               GO TO P999-STOP
           END-IF
           MOVE 'OUVATRASO.PRN' TO WS-SPL-ARQUIVO
           MOVE 80              TO WS-SPL-TAM-REG
           MOVE 'S'             TO WS-SPL-PESSOAL
           OPEN OUTPUT ATRASO-PRN-FILE
           MOVE SPACES TO ATRASO-LINE
           STRING "CHAMADOS DE OUVIDORIA VENCIDOS EM " DELIMITED BY SIZE
                  WS-DT-NEGOCIO                     DELIMITED BY SIZE
                  INTO ATRASO-LINE
           WRITE ATRASO-LINE
           MOVE SPACES TO ATRASO-LINE
           STRING "CHAMADO CPF         CATEGORIA   S " DELIMITED BY SIZE
                  "PRAZO    ATRASO RESP"               DELIMITED BY SIZE
                  INTO ATRASO-LINE
           WRITE ATRASO-LINE
           DISPLAY ATRASO-LINE

           PERFORM UNTIL WS-EOF = 'S'
               READ OUV-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF NOT OUV-ENCERRADO
                          AND OUV-DT-PRAZO < WS-DT-NEGOCIO THEN
                           PERFORM P100-LISTA-CHAMADO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OUV-FILE

           MOVE WS-QTD-ATRASO TO WS-QTD-ATRASO-ED
           MOVE SPACES TO ATRASO-LINE
           STRING "TOTAL DE CHAMADOS VENCIDOS: " DELIMITED BY SIZE
                  WS-QTD-ATRASO-ED              DELIMITED BY SIZE
                  INTO ATRASO-LINE
           WRITE ATRASO-LINE
           CLOSE ATRASO-PRN-FILE
           PERFORM P-SPOOL-ARQUIVA
           DISPLAY ATRASO-LINE
           IF WS-QTD-ATRASO > 0 THEN
               PERFORM P200-ENFILEIRA-ALERTA
           END-IF
           GO TO P999-STOP.

       P100-LISTA-CHAMADO.
           COMPUTE WS-DIAS-ATRASO =
                   FUNCTION INTEGER-OF-DATE(WS-DT-NEGOCIO)
                   - FUNCTION INTEGER-OF-DATE(OUV-DT-PRAZO)
           EVALUATE TRUE
               WHEN OUV-CAT-ALISTAMENTO
                   MOVE "ALISTAMENTO" TO WS-NM-CATEGORIA
               WHEN OUV-CAT-COBRANCA
                   MOVE "COBRANCA"    TO WS-NM-CATEGORIA
               WHEN OUV-CAT-PRIVACIDADE
                   MOVE "PRIVACIDADE" TO WS-NM-CATEGORIA
               WHEN OTHER
                   MOVE "OUTROS"      TO WS-NM-CATEGORIA
           END-EVALUATE
           MOVE OUV-NUMERO      TO WS-DET-NUMERO
           MOVE OUV-CPF         TO WS-DET-CPF
           MOVE WS-NM-CATEGORIA TO WS-DET-CAT
           MOVE OUV-SITUACAO    TO WS-DET-SIT
           MOVE OUV-DT-PRAZO    TO WS-DET-PRAZO
           MOVE WS-DIAS-ATRASO  TO WS-DET-DIAS
           MOVE OUV-OPER-RESP   TO WS-DET-RESP
           MOVE WS-LINHA-DET    TO ATRASO-LINE
           WRITE ATRASO-LINE
           DISPLAY ATRASO-LINE
           ADD 1 TO WS-QTD-ATRASO.

       P200-ENFILEIRA-ALERTA.
      *    MESMA FILA DE PENDENCIAS DO LOTE NOTURNO (LOTENOITE.ALT),
      *    TRATADA NO ALERTVIEW.
           OPEN EXTEND LOTE-ALT-FILE
           IF WS-ALT-STATUS EQUAL 35 THEN
               OPEN OUTPUT LOTE-ALT-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO LOTE-ALT-TIMESTAMP
           MOVE "OUVATRASO"           TO LOTE-ALT-ETAPA
           MOVE SPACES                TO LOTE-ALT-MOTIVO
           STRING WS-QTD-ATRASO-ED    DELIMITED BY SIZE
                  " CHAMADOS VENCIDOS" DELIMITED BY SIZE
                  INTO LOTE-ALT-MOTIVO
           WRITE LOTE-ALT-REC
           CLOSE LOTE-ALT-FILE
           DISPLAY "PENDENCIA ENFILEIRADA EM LOTENOITE.ALT".

       P999-STOP.
           DISPLAY "FINALIZANDO O PROGRAMA..."
           STOP RUN.

       COPY DATAMOV.
       COPY SPOOL.
       COPY TREINO.
       END PROGRAM OUVATRASO.

      *                  IMPRESSA COM SITUACAO "PARCIAL" E O SALDO
      *                  RESTANTE (PREST-VALOR MENOS PREST-VL-PAGO),
      *                  DA MESMA FORMA QUE PRESTAGE/COBRCSV.
      *     15/10/2026 - CONTRATO QUE NAO ESTA MAIS EM PRESTACOES E
      *                  PROCURADO EM PRESTACOES.ARQ (ARQUIVADO PELO
      *                  PRESTARCH) E O EXTRATO SAI IGUAL, MARCADO
      *                  COMO ARQUIVADO. A SITUACAO PASSA A DISTINGUIR
      *                  PERDA, RENEGOCIADA E QUITADA PELA SEGURADORA.
      *     15/10/2026 - PARCELA CANCELADA POR DIREITO DE
      *                  ARREPENDIMENTO ('C', VER ARREPEND) SAI COMO
      *                  CANCELADA, SEM SALDO.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      *     15/10/2026 - CADA IMPRESSAO EM EXTFIN.PRN PASSA A SER
      *                  ARQUIVADA COMO JOB NUMERADO NO ARQUIVO DE
      *                  IMPRESSAO (SPOOL.IDX, VER SPOOL.cpy), COM
      *                  OPERADOR, DATA/HORA, PAGINAS E REGISTROS - UMA
      *                  NOVA RODADA NAO APAGA MAIS A ANTERIOR; CONSULTA
      *                  E REIMPRESSAO PELO SPOOLVER.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTFIN.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PREST-KEY
           ALTERNATE RECORD KEY IS PREST-VENCIMENTO WITH DUPLICATES
           ALTERNATE RECORD KEY IS PREST-SIT-VENC WITH DUPLICATES
           FILE STATUS IS WS-PREST-STATUS.

           SELECT ARQ-FILE ASSIGN TO 'PRESTACOES.ARQ'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ARQ-KEY
           FILE STATUS IS WS-ARQ-STATUS.

           SELECT EXT-FILE ASSIGN TO 'EXTFIN.PRN'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-EXT-STATUS.

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
       FD  PREST-FILE.
       COPY PRESTDATA.

       FD  ARQ-FILE.
       COPY PRESTDATA REPLACING LEADING ==PREST== BY ==ARQ==.

       FD  EXT-FILE.
       01  EXT-LINE          PIC X(80).

       FD  SPOOL-IDX-FILE.
       COPY SPOOLDATA.

       FD  SPOOL-TAM-FILE.
       COPY SPOOLTAM.

       WORKING-STORAGE SECTION.
       01  WS-PREST-STATUS   PIC 99.
       01  WS-EXT-STATUS     PIC 99.
       01  WS-ARQ-STATUS     PIC 99.
       01  WS-EOF            PIC X     VALUE 'N'.
      *    'S' QUANDO O CONTRATO FOI ACHADO EM PRESTACOES.ARQ.
       01  WS-ARQUIVADO      PIC X     VALUE 'N'.

       01  WS-NUM-CONT       PIC 9(05) VALUE 0.
       01  WS-QTD-PARC       PIC 9(05) VALUE 0.
       01  WS-DESC-SITUACAO  PIC X(11) VALUE SPACES.
       01  WS-SALDO-PARCELA  PIC 9(07)V99 VALUE 0.

       01  WS-EDIT-NUM-CONT  PIC ZZZZ9.
       01  WS-EDIT-MULTA     PIC $,$$$,$$$.$$.
       01  WS-EDIT-TOTAL     PIC $,$$$,$$$.$$.
       01  WS-EDIT-SALDO     PIC $,$$$,$$$.$$.
       COPY WSTREINO.
       COPY WSSPOOL.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           MOVE 'EXTFIN' TO WS-SPL-PROGRAMA
           DISPLAY "******** EXTRATO DE FINANCIAMENTO ********"
           DISPLAY "NUMERO DO CONTRATO: "
           ACCEPT WS-NUM-CONT

           PERFORM P100-LOCALIZA-PRIMEIRA
           IF WS-EOF = 'S' THEN
               PERFORM P150-LOCALIZA-ARQUIVO
           END-IF
           IF WS-EOF = 'S' THEN
               DISPLAY "CONTRATO NAO ENCONTRADO EM PRESTACOES NEM EM "
                       "PRESTACOES.ARQ"
               CLOSE PREST-FILE
               GO TO P999-STOP
           END-IF

           MOVE 'EXTFIN.PRN' TO WS-SPL-ARQUIVO
           MOVE 80           TO WS-SPL-TAM-REG
           MOVE 'S'          TO WS-SPL-PESSOAL
           PERFORM P-SPOOL-INICIA
           OPEN EXTEND EXT-FILE
           IF WS-EXT-STATUS EQUAL 35 THEN
               OPEN OUTPUT EXT-FILE
           PERFORM P800-CABECALHO
           PERFORM P820-IMPRIME-PARCELAS
           CLOSE EXT-FILE
           PERFORM P-SPOOL-ARQUIVA
           CLOSE PREST-FILE
           IF WS-ARQUIVADO = 'S' THEN
               CLOSE ARQ-FILE
           END-IF
           DISPLAY "EXTRATO GRAVADO EM EXTFIN.PRN"

           GO TO P999-STOP.
               MOVE 'S' TO WS-EOF
           END-IF.

       P150-LOCALIZA-ARQUIVO.
      *    CONTRATO ARQUIVADO PELO PRESTARCH: A PRIMEIRA PARCELA VEM
      *    DE PRESTACOES.ARQ PARA A AREA DE PREST-REC, DE ONDE O
      *    EXTRATO E IMPRESSO.
           OPEN INPUT ARQ-FILE
           IF WS-ARQ-STATUS EQUAL 35 THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 'S' TO WS-ARQUIVADO
           MOVE WS-NUM-CONT TO ARQ-NUM-CONT
           MOVE 1 TO ARQ-NUM-PARC
           START ARQ-FILE KEY IS NOT LESS THAN ARQ-KEY
               INVALID KEY
                   MOVE 'S' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
                   READ ARQ-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-EOF
                   END-READ
           END-START
           IF WS-EOF NOT = 'S' AND ARQ-NUM-CONT NOT = WS-NUM-CONT
               MOVE 'S' TO WS-EOF
           END-IF
           IF WS-EOF NOT = 'S' THEN
               MOVE ARQ-REC TO PREST-REC
           END-IF.

       P800-CABECALHO.
           MOVE WS-NUM-CONT TO WS-EDIT-NUM-CONT
           MOVE "---- EXTRATO DE FINANCIAMENTO ----" TO EXT-LINE
                  WS-EDIT-NUM-CONT DELIMITED BY SIZE
                  INTO EXT-LINE
           WRITE EXT-LINE
           IF WS-ARQUIVADO = 'S' THEN
               MOVE "CONTRATO ENCERRADO E ARQUIVADO (PRESTACOES.ARQ)"
                   TO EXT-LINE
               WRITE EXT-LINE
           END-IF
           MOVE SPACES TO EXT-LINE
           MOVE "PARC  VENCIMENTO  AMORTIZACAO      JUROS"
               TO EXT-LINE
           PERFORM UNTIL WS-EOF = 'S'
               ADD 1 TO WS-QTD-PARC
               PERFORM P830-IMPRIME-LINHA
               IF WS-ARQUIVADO = 'S' THEN
                   PERFORM P840-PROXIMA-ARQUIVADA
               ELSE
                   READ PREST-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF PREST-NUM-CONT NOT = WS-NUM-CONT THEN
                               MOVE 'S' TO WS-EOF
                           END-IF
                   END-READ
               END-IF
           END-PERFORM
           MOVE SPACES TO EXT-LINE
           WRITE EXT-LINE

       P830-IMPRIME-LINHA.
           MOVE 0 TO WS-SALDO-PARCELA
           EVALUATE TRUE
               WHEN PREST-PAGA
                   MOVE "PAGA"        TO WS-DESC-SITUACAO
               WHEN PREST-PARCIAL
                   MOVE "PARCIAL"     TO WS-DESC-SITUACAO
                   COMPUTE WS-SALDO-PARCELA =
                       PREST-VALOR - PREST-VL-PAGO
               WHEN PREST-PERDA
                   MOVE "PERDA"       TO WS-DESC-SITUACAO
               WHEN PREST-RENEGOCIADA
                   MOVE "RENEGOCIADA" TO WS-DESC-SITUACAO
               WHEN PREST-SINISTRO
                   MOVE "SEGURADORA"  TO WS-DESC-SITUACAO
               WHEN PREST-CANCELADA
                   MOVE "CANCELADA"   TO WS-DESC-SITUACAO
               WHEN OTHER
                   MOVE "ABERTA"      TO WS-DESC-SITUACAO
           END-EVALUATE
           MOVE PREST-NUM-PARC TO WS-EDIT-NUM-PARC
           MOVE PREST-VL-AMORT TO WS-EDIT-AMORT
           MOVE PREST-VL-JUROS TO WS-EDIT-JUROS
               WRITE EXT-LINE
           END-IF.

       P840-PROXIMA-ARQUIVADA.
           READ ARQ-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF
               NOT AT END
                   IF ARQ-NUM-CONT NOT = WS-NUM-CONT THEN
                       MOVE 'S' TO WS-EOF
                   ELSE
                       MOVE ARQ-REC TO PREST-REC
                   END-IF
           END-READ.

       P999-STOP.
           DISPLAY "FINALIZANDO O PROGRAMA..."
           STOP RUN.

       COPY SPOOL.
       COPY TREINO.

       END PROGRAM EXTFIN.

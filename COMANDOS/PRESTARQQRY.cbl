      ******************************************************************
      * Author: RHAYADH ZAPAROLI
      * Date: 15/10/2026
      * Purpose: CONSULTAR A TABELA DE PARCELAS DE UM CONTRATO
      *          ARQUIVADO EM PRESTACOES.ARQ (VER PRESTARCH), SEM
      *          PRECISAR DEVOLVE-LO A PRESTACOES: EXIBE OS TERMOS DO
      *          VINCULO EM CONTRATO.CTL, A DATA DO ARQUIVAMENTO E
      *          CADA PARCELA COM VENCIMENTO, VALOR, VALOR PAGO, MULTA
      *          E SITUACAO; SE PEDIDO, IMPRIME A MESMA TABELA EM
      *          PRESTARQ.PRN (MESMO IDIOMA DE IMPRESSAO DO EXTFIN).
      *          MESMO PAPEL DO REGARQQRY PARA O REGISTRO.
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - PARCELA CANCELADA POR DIREITO DE
      *                  ARREPENDIMENTO ('C', VER ARREPEND) SAI COMO
      *                  CANCELADA.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      *     15/10/2026 - CADA IMPRESSAO EM PRESTARQ.PRN PASSA A SER
      *                  ARQUIVADA COMO JOB NUMERADO NO ARQUIVO DE
      *                  IMPRESSAO (SPOOL.IDX, VER SPOOL.cpy), COM
      *                  OPERADOR, DATA/HORA, PAGINAS E REGISTROS - UMA
      *                  NOVA RODADA NAO APAGA MAIS A ANTERIOR; CONSULTA
      *                  E REIMPRESSAO PELO SPOOLVER.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRESTARQQRY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-CTL-FILE ASSIGN TO 'USERS.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LOGON-STATUS.

           SELECT CONTR-FILE ASSIGN TO 'CONTRATO.CTL'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CONTR-NUM-CONT
           ALTERNATE RECORD KEY IS CONTR-COD-CLIENTE WITH DUPLICATES
           FILE STATUS IS WS-CONTR-STATUS.

           SELECT ARQ-FILE ASSIGN TO 'PRESTACOES.ARQ'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ARQ-KEY
           FILE STATUS IS WS-ARQ-STATUS.

           SELECT PRN-FILE ASSIGN TO 'PRESTARQ.PRN'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PRN-STATUS.

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
       FD USER-CTL-FILE.
       COPY USERCTL.

       FD CONTR-FILE.
       COPY CONTRDATA.

       FD ARQ-FILE.
       COPY PRESTDATA REPLACING LEADING ==PREST== BY ==ARQ==.

       FD PRN-FILE.
       01 PRN-LINE           PIC X(80).

       FD SPOOL-IDX-FILE.
       COPY SPOOLDATA.

       FD SPOOL-TAM-FILE.
       COPY SPOOLTAM.

       WORKING-STORAGE SECTION.
       01 WS-CONTR-STATUS    PIC 99.
       01 WS-ARQ-STATUS      PIC 99.
       01 WS-PRN-STATUS      PIC 99.
       01 WS-EOF             PIC X     VALUE 'N'.
       01 WS-OPCAO           PIC 9(01) VALUE 0.
       01 WS-IMPRIME         PIC X(01) VALUE 'N'.
       01 WS-NUM-CONT        PIC 9(05) VALUE 0.
       01 WS-QTD-PARC        PIC 9(03) VALUE 0.
       01 WS-DESC-SITUACAO   PIC X(11) VALUE SPACES.
       01 WS-TOT-VALOR       PIC 9(09)V99 VALUE 0.
       01 WS-TOT-PAGO        PIC 9(09)V99 VALUE 0.
       01 WS-VL-PAGO-PARC    PIC 9(07)V99 VALUE 0.
       01 WS-LINHA           PIC X(80) VALUE SPACES.

       01 WS-EDIT-NUM-CONT   PIC ZZZZ9.
       01 WS-EDIT-NUM-PARC   PIC ZZ9.
       01 WS-EDIT-VALOR      PIC $,$$$,$$$.$$.
       01 WS-EDIT-PAGO       PIC $,$$$,$$$.$$.
       01 WS-EDIT-MULTA      PIC $,$$$,$$$.$$.
       01 WS-EDIT-TOTAL      PIC $$$,$$$,$$$.$$.

       COPY WSLOGON.
       COPY WSSENHASH.
       COPY WSTREINO.
       COPY WSSPOOL.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           MOVE 'PRESTARQQRY' TO WS-SPL-PROGRAMA
           DISPLAY "******** CONSULTA A PRESTACOES.ARQ ********"
           PERFORM P-SIGN-ON
           MOVE WS-OPERADOR-ID TO WS-SPL-OPERADOR
           DISPLAY "NUMERO DO CONTRATO ARQUIVADO"
           ACCEPT WS-NUM-CONT
           DISPLAY "1 PARA EXIBIR NA TELA"
           DISPLAY "2 PARA EXIBIR E IMPRIMIR EM PRESTARQ.PRN"
           ACCEPT WS-OPCAO
           EVALUATE WS-OPCAO
               WHEN 1 MOVE 'N' TO WS-IMPRIME
               WHEN 2 MOVE 'S' TO WS-IMPRIME
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
                   GO TO P999-STOP
           END-EVALUATE

           OPEN INPUT CONTR-FILE
           IF WS-CONTR-STATUS EQUAL 35 THEN
               DISPLAY "CONTRATO.CTL AINDA NAO FOI CRIADO"
               GO TO P999-STOP
           END-IF
           MOVE WS-NUM-CONT TO CONTR-NUM-CONT
           READ CONTR-FILE
               INVALID KEY
                   DISPLAY "CONTRATO NAO ENCONTRADO EM CONTRATO.CTL"
                   CLOSE CONTR-FILE
                   GO TO P999-STOP
           END-READ
           CLOSE CONTR-FILE
           IF NOT CONTR-ARQUIVADO THEN
               DISPLAY "CONTRATO NAO ESTA ARQUIVADO - AS PARCELAS "
                       "ESTAO EM PRESTACOES (VER EXTFIN)"
               GO TO P999-STOP
           END-IF

           OPEN INPUT ARQ-FILE
           IF WS-ARQ-STATUS EQUAL 35 THEN
               DISPLAY "PRESTACOES.ARQ AINDA NAO FOI CRIADO"
               GO TO P999-STOP
           END-IF
           IF WS-IMPRIME = 'S' THEN
               MOVE 'PRESTARQ.PRN' TO WS-SPL-ARQUIVO
               MOVE 80             TO WS-SPL-TAM-REG
               MOVE 'S'            TO WS-SPL-PESSOAL
               PERFORM P-SPOOL-INICIA
               OPEN EXTEND PRN-FILE
               IF WS-PRN-STATUS EQUAL 35 THEN
                   OPEN OUTPUT PRN-FILE
               END-IF
           END-IF

           PERFORM P200-CABECALHO
           PERFORM P300-LISTA-PARCELAS
           PERFORM P400-TOTAIS

           CLOSE ARQ-FILE
           IF WS-IMPRIME = 'S' THEN
               CLOSE PRN-FILE
               PERFORM P-SPOOL-ARQUIVA
               DISPLAY "TABELA GRAVADA EM PRESTARQ.PRN"
           END-IF
           GO TO P999-STOP.

       P100-SAIDA-LINHA.
      *    TODA LINHA VAI PARA A TELA E, SE PEDIDO, PARA A IMPRESSAO.
           DISPLAY WS-LINHA
           IF WS-IMPRIME = 'S' THEN
               MOVE WS-LINHA TO PRN-LINE
               WRITE PRN-LINE
           END-IF
           MOVE SPACES TO WS-LINHA.

       P200-CABECALHO.
           MOVE SPACES TO WS-LINHA
           MOVE "---- CONTRATO ARQUIVADO (PRESTACOES.ARQ) ----"
               TO WS-LINHA
           PERFORM P100-SAIDA-LINHA
           MOVE WS-NUM-CONT TO WS-EDIT-NUM-CONT
           STRING "CONTRATO: "       DELIMITED BY SIZE
                  WS-EDIT-NUM-CONT   DELIMITED BY SIZE
                  "  CLIENTE: "      DELIMITED BY SIZE
                  CONTR-COD-CLIENTE  DELIMITED BY SIZE
                  "  VINCULADO EM: " DELIMITED BY SIZE
                  CONTR-DT-VINCULO(7:2) DELIMITED BY SIZE
                  "/"                DELIMITED BY SIZE
                  CONTR-DT-VINCULO(5:2) DELIMITED BY SIZE
                  "/"                DELIMITED BY SIZE
                  CONTR-DT-VINCULO(1:4) DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM P100-SAIDA-LINHA
           MOVE CONTR-VALOR-PRINC TO WS-EDIT-VALOR
           STRING "PRINCIPAL: "      DELIMITED BY SIZE
                  WS-EDIT-VALOR      DELIMITED BY SIZE
                  "  PRAZO: "        DELIMITED BY SIZE
                  CONTR-NUM-PREST(1:4) DELIMITED BY SIZE
                  "  TAXA: "         DELIMITED BY SIZE
                  CONTR-TAXA-JUROS   DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM P100-SAIDA-LINHA
           STRING "ARQUIVADO EM: "   DELIMITED BY SIZE
                  CONTR-DT-ARQUIVO(7:2) DELIMITED BY SIZE
                  "/"                DELIMITED BY SIZE
                  CONTR-DT-ARQUIVO(5:2) DELIMITED BY SIZE
                  "/"                DELIMITED BY SIZE
                  CONTR-DT-ARQUIVO(1:4) DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM P100-SAIDA-LINHA
           PERFORM P100-SAIDA-LINHA
           MOVE "PARC  VENCIMENTO         VALOR    VALOR PAGO"
               TO WS-LINHA
           PERFORM P100-SAIDA-LINHA
           MOVE "         MULTA  SITUACAO" TO WS-LINHA
           PERFORM P100-SAIDA-LINHA.

       P300-LISTA-PARCELAS.
           MOVE WS-NUM-CONT TO ARQ-NUM-CONT
           MOVE 1           TO ARQ-NUM-PARC
           MOVE 'N'         TO WS-EOF
           START ARQ-FILE KEY IS NOT LESS THAN ARQ-KEY
               INVALID KEY
                   MOVE 'S' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'S'
               READ ARQ-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF ARQ-NUM-CONT NOT = WS-NUM-CONT THEN
                           MOVE 'S' TO WS-EOF
                       ELSE
                           PERFORM P310-LINHA-PARCELA
                       END-IF
               END-READ
           END-PERFORM.

       P310-LINHA-PARCELA.
      *    A PARCELA QUITADA VALE O VALOR CHEIO COMO PAGO; AS DEMAIS,
      *    O QUE FOI EFETIVAMENTE PAGO (MESMA REGRA DO ESTORNO).
           EVALUATE TRUE
               WHEN ARQ-PAGA
                   MOVE "PAGA"        TO WS-DESC-SITUACAO
                   MOVE ARQ-VALOR     TO WS-VL-PAGO-PARC
               WHEN ARQ-PERDA
                   MOVE "PERDA"       TO WS-DESC-SITUACAO
                   MOVE ARQ-VL-PAGO   TO WS-VL-PAGO-PARC
               WHEN ARQ-RENEGOCIADA
                   MOVE "RENEGOCIADA" TO WS-DESC-SITUACAO
                   MOVE ARQ-VL-PAGO   TO WS-VL-PAGO-PARC
               WHEN ARQ-SINISTRO
                   MOVE "SEGURADORA"  TO WS-DESC-SITUACAO
                   MOVE ARQ-VL-PAGO   TO WS-VL-PAGO-PARC
               WHEN ARQ-CANCELADA
                   MOVE "CANCELADA"   TO WS-DESC-SITUACAO
                   MOVE ARQ-VL-PAGO   TO WS-VL-PAGO-PARC
               WHEN OTHER
                   MOVE ARQ-SITUACAO  TO WS-DESC-SITUACAO
                   MOVE ARQ-VL-PAGO   TO WS-VL-PAGO-PARC
           END-EVALUATE
           ADD 1               TO WS-QTD-PARC
           ADD ARQ-VALOR       TO WS-TOT-VALOR
           ADD WS-VL-PAGO-PARC TO WS-TOT-PAGO
           MOVE ARQ-NUM-PARC    TO WS-EDIT-NUM-PARC
           MOVE ARQ-VALOR       TO WS-EDIT-VALOR
           MOVE WS-VL-PAGO-PARC TO WS-EDIT-PAGO
           MOVE ARQ-VL-MULTA    TO WS-EDIT-MULTA
           STRING WS-EDIT-NUM-PARC  DELIMITED BY SIZE
                  "  "              DELIMITED BY SIZE
                  ARQ-VENCIMENTO    DELIMITED BY SIZE
                  "  "              DELIMITED BY SIZE
                  WS-EDIT-VALOR     DELIMITED BY SIZE
                  "  "              DELIMITED BY SIZE
                  WS-EDIT-PAGO      DELIMITED BY SIZE
                  WS-EDIT-MULTA     DELIMITED BY SIZE
                  "  "              DELIMITED BY SIZE
                  WS-DESC-SITUACAO  DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM P100-SAIDA-LINHA.

       P400-TOTAIS.
           PERFORM P100-SAIDA-LINHA
           STRING "TOTAL DE PARCELAS: " DELIMITED BY SIZE
                  WS-QTD-PARC           DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM P100-SAIDA-LINHA
           MOVE WS-TOT-VALOR TO WS-EDIT-TOTAL
           STRING "VALOR DAS PARCELAS: " DELIMITED BY SIZE
                  WS-EDIT-TOTAL          DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM P100-SAIDA-LINHA
           MOVE WS-TOT-PAGO TO WS-EDIT-TOTAL
           STRING "VALOR PAGO:         " DELIMITED BY SIZE
                  WS-EDIT-TOTAL          DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM P100-SAIDA-LINHA
           IF WS-IMPRIME = 'S' THEN
               PERFORM P100-SAIDA-LINHA
           END-IF.

       P999-STOP.
           DISPLAY "FINALIZANDO O PROGRAMA..."
           STOP RUN.

       COPY LOGON.
       COPY SENHASH.
       COPY SPOOL.
       COPY TREINO.
       END PROGRAM PRESTARQQRY.

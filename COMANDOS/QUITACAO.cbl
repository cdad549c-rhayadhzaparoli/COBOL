      *                  PRESTJRN/DATAMOV), PARA O FECHAMENTO E A
      *                  CONCILIACAO DIARIA CAIREM NO DIA DE NEGOCIO
      *                  CERTO; DIARIO ANTIGO MIGRA PELO JRNMIG.
      *     15/10/2026 - A QUITACAO CONFIRMADA PASSA A EMITIR RECIBO
      *                  NUMERADO EM RECIBO.PRN, REGISTRADO EM
      *                  RECIBO.REG (VER RECIBO/RECIBOVER), COM O
      *                  CLIENTE DO CONTRATO (CONTRATO.CTL/CLIENTE);
      *                  PARA O RECIBO CARREGAR O OPERADOR, O PROGRAMA
      *                  PASSA A EXIGIR LOGON.
      *     15/10/2026 - OS JUROS E A MULTA DISPENSADOS E O VALOR
      *                  REDUZIDO NA BAIXA PASSAM A IR AO DIARIO, PARA
      *                  QUE O ESTORNO DE UMA QUITACAO INDEVIDA (VER
      *                  ESTORNO) DEVOLVA A PARCELA COMO ESTAVA.
      *     15/10/2026 - O CODIGO DO CLIENTE EM RECIBO.REG
      *                  (RREG-COD-CLI) PASSOU A TER 7 DIGITOS, COMO
      *                  COD-CLIENTE (VER CLIMIG5 E CODCLIMIG).
      *     15/10/2026 - LAYOUT DE PRESTACOES.JRN EXTRAIDO PARA JRNDATA;
      *                  A LINHA DO DIARIO PASSA A LEVAR O ELO DA CADEIA
      *                  DE CONFERENCIA (JRN-ELO, ANCORA EM
      *                  PRESTACOES.JRN.ANC - VER CADEIA.cpy).
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      *     15/10/2026 - LINHA DO PRESTACOES.JRN LEVA O POSTO DE
      *                  ATENDIMENTO DO OPERADOR (JRN-POSTO).
      *     15/10/2026 - CADA IMPRESSAO EM RECIBO.PRN PASSA A SER
      *                  ARQUIVADA COMO JOB NUMERADO NO ARQUIVO DE
      *                  IMPRESSAO (SPOOL.IDX, VER SPOOL.cpy), COM
      *                  OPERADOR, DATA/HORA, PAGINAS E REGISTROS - UMA
      *                  NOVA RODADA NAO APAGA MAIS A ANTERIOR; CONSULTA
      *                  E REIMPRESSAO PELO SPOOLVER.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUITACAO.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PREST-KEY
           ALTERNATE RECORD KEY IS PREST-VENCIMENTO WITH DUPLICATES
           ALTERNATE RECORD KEY IS PREST-SIT-VENC WITH DUPLICATES
           FILE STATUS IS WS-PREST-STATUS.

           SELECT PREST-JRN-FILE ASSIGN TO 'PRESTACOES.JRN'
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-JRN-STATUS.

           SELECT ANC-FILE ASSIGN TO WS-ANC-PATH
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ANC-STATUS.

           SELECT DATAMOV-FILE ASSIGN TO 'DATAMOV.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LOCK-STATUS.

           SELECT CONTR-FILE ASSIGN TO 'CONTRATO.CTL'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CONTR-NUM-CONT
           ALTERNATE RECORD KEY IS CONTR-COD-CLIENTE WITH DUPLICATES
           FILE STATUS IS WS-CONTR-STATUS.

           SELECT CLIENTE ASSIGN TO WS-CLIENTE-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COD-CLIENTE
           ALTERNATE RECORD KEY IS CPF-CLIENTE WITH DUPLICATES
           FILE STATUS IS WS-CLI-STATUS.

           SELECT USER-CTL-FILE ASSIGN TO 'USERS.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LOGON-STATUS.

           SELECT RECNUM-CTL-FILE ASSIGN TO 'RECIBONUM.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RECNUM-STATUS.

           SELECT RECIBO-REG-FILE ASSIGN TO 'RECIBO.REG'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RECREG-STATUS.

           SELECT RECIBO-PRN-FILE ASSIGN TO 'RECIBO.PRN'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RECPRN-STATUS.

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

       FD PREST-JRN-FILE.
       COPY JRNDATA.

       FD ANC-FILE.
       COPY ANCDATA.

       FD DATAMOV-FILE.
       01 DATAMOV-REC.
         05 LOCK-OPERADOR     PIC X(10).
         05 LOCK-PROGRAMA     PIC X(20).

       FD  CONTR-FILE.
       COPY CONTRDATA.

       FD  CLIENTE.
       COPY CLIDATA.

       FD USER-CTL-FILE.
       COPY USERCTL.

       FD RECNUM-CTL-FILE.
       01 RECNUM-CTL-REC.
         05 RECNUM-ULTIMO     PIC 9(07).

       FD RECIBO-REG-FILE.
       01 RECIBO-REG-REC.
         05 RREG-NUMERO       PIC 9(07).
         05 RREG-TIMESTAMP    PIC X(20).
         05 RREG-OPERADOR     PIC X(10).
         05 RREG-PROGRAMA     PIC X(12).
         05 RREG-TIPO         PIC X(01).
         05 RREG-DT-NEGOCIO   PIC 9(08).
         05 RREG-NUM-CONT     PIC 9(05).
         05 RREG-PARC-INI     PIC 9(03).
         05 RREG-PARC-FIM     PIC 9(03).
         05 RREG-QTD-PARC     PIC 9(03).
         05 RREG-COD-CLI      PIC 9(07).
         05 RREG-NM-CLI       PIC X(40).
         05 RREG-VL-PAGO      PIC 9(09)V99.
         05 RREG-VL-MULTA     PIC 9(09)V99.
         05 RREG-VL-SALDO     PIC 9(09)V99.

       FD RECIBO-PRN-FILE.
       01 RECIBO-LINE         PIC X(60).

       FD SPOOL-IDX-FILE.
       COPY SPOOLDATA.

       FD SPOOL-TAM-FILE.
       COPY SPOOLTAM.

       WORKING-STORAGE SECTION.
       01  WS-PREST-STATUS   PIC 99.
       01  WS-EOF            PIC X     VALUE 'N'.
       COPY WSPRESTJRN.
       COPY WSCADEIA.
       COPY WSDATAMOV.
       COPY WSFILELOCK.
       COPY WSLOGON.
       COPY WSSENHASH.
       COPY WSRECIBO.
       COPY CLIPATH.
       01  WS-CONTR-STATUS   PIC 99.
       01  WS-CLI-STATUS     PIC 99.

       01  WS-NUM-CONT       PIC 9(05) VALUE 0.
       01  WS-CONFIRMA       PIC X(01) VALUE 'N'.
       01  WS-TOT-NORMAL     PIC 9(09)V99 VALUE 0.
       01  WS-VL-QUITACAO    PIC 9(09)V99 VALUE 0.
       01  WS-VL-ECONOMIA    PIC 9(09)V99 VALUE 0.
       COPY WSTREINO.
       COPY WSSPOOL.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           MOVE 'QUITACAO' TO WS-SPL-PROGRAMA
           DISPLAY "******** CALCULO DE QUITACAO ANTECIPADA ********"
           PERFORM P-SIGN-ON
           MOVE WS-OPERADOR-ID TO WS-SPL-OPERADOR
           MOVE WS-OPERADOR-ID TO WS-JRN-OPERADOR
           MOVE WS-OPERADOR-POSTO TO WS-JRN-POSTO
           DISPLAY "NUMERO DO CONTRATO: "
           ACCEPT WS-NUM-CONT

           MOVE "PRESTACOES.LCK" TO WS-LOCK-PATH
           MOVE "QUITACAO" TO WS-LOCK-PROGRAMA
           MOVE WS-OPERADOR-ID TO WS-LOCK-OPERADOR
           PERFORM P-TRAVA-ARQUIVO
           IF WS-LOCK-OK NOT = 'S' THEN
               STOP RUN
           IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's' THEN
               PERFORM P100-LOCALIZA-PRIMEIRA
               MOVE "QUITACAO" TO WS-JRN-PROGRAMA
               MOVE 0 TO WS-RECIBO-PARC-INI
               MOVE 0 TO WS-RECIBO-PARC-FIM
               PERFORM UNTIL WS-EOF = 'S'
                   IF PREST-ABERTA OR PREST-PARCIAL THEN
                       IF WS-RECIBO-PARC-INI = 0 THEN
                           MOVE PREST-NUM-PARC TO WS-RECIBO-PARC-INI
                       END-IF
                       MOVE PREST-NUM-PARC TO WS-RECIBO-PARC-FIM
                       MOVE "SITUACAO"     TO WS-JRN-CAMPO
                       MOVE PREST-SITUACAO TO WS-JRN-ANTES
                       MOVE 'P'            TO WS-JRN-DEPOIS
                       PERFORM P-JRN-PARCELA
                       PERFORM P955-JRN-DISPENSA
                       MOVE "VL-PAGO"       TO WS-JRN-CAMPO
                       MOVE PREST-VL-PAGO   TO WS-JRN-VALOR-ED
                       MOVE WS-JRN-VALOR-ED TO WS-JRN-ANTES
                   END-READ
               END-PERFORM
               DISPLAY "CONTRATO " WS-NUM-CONT " QUITADO."
               PERFORM P960-EMITE-RECIBO
           ELSE
               DISPLAY "QUITACAO NAO CONFIRMADA."
           END-IF.

       P955-JRN-DISPENSA.
      *    JUROS E MULTA DISPENSADOS E O VALOR REDUZIDO A AMORTIZACAO
      *    TAMBEM VAO AO DIARIO, PARA O ESTORNO PODER DEVOLVER A
      *    PARCELA EXATAMENTE COMO ESTAVA (VER ESTORNO).
           IF PREST-VL-JUROS NOT = 0 THEN
               MOVE "VL-JUROS"      TO WS-JRN-CAMPO
               MOVE PREST-VL-JUROS  TO WS-JRN-VALOR-ED
               MOVE WS-JRN-VALOR-ED TO WS-JRN-ANTES
               MOVE 0               TO WS-JRN-VALOR-ED
               MOVE WS-JRN-VALOR-ED TO WS-JRN-DEPOIS
               PERFORM P-JRN-PARCELA
           END-IF
           IF PREST-VL-MULTA NOT = 0 THEN
               MOVE "VL-MULTA"      TO WS-JRN-CAMPO
               MOVE PREST-VL-MULTA  TO WS-JRN-VALOR-ED
               MOVE WS-JRN-VALOR-ED TO WS-JRN-ANTES
               MOVE 0               TO WS-JRN-VALOR-ED
               MOVE WS-JRN-VALOR-ED TO WS-JRN-DEPOIS
               PERFORM P-JRN-PARCELA
           END-IF
           IF PREST-VALOR NOT = PREST-VL-AMORT THEN
               MOVE "VALOR"         TO WS-JRN-CAMPO
               MOVE PREST-VALOR     TO WS-JRN-VALOR-ED
               MOVE WS-JRN-VALOR-ED TO WS-JRN-ANTES
               MOVE PREST-VL-AMORT  TO WS-JRN-VALOR-ED
               MOVE WS-JRN-VALOR-ED TO WS-JRN-DEPOIS
               PERFORM P-JRN-PARCELA
           END-IF.

       P960-EMITE-RECIBO.
      *    RECIBO NUMERADO DA QUITACAO (VER RECIBO): O VALOR PAGO E O
      *    DE QUITACAO, A MULTA FOI DISPENSADA E O SALDO ZEROU.
           MOVE "QUITACAO"      TO WS-RECIBO-PROGRAMA
           MOVE WS-OPERADOR-ID  TO WS-RECIBO-OPERADOR
           MOVE WS-DT-NEGOCIO   TO WS-RECIBO-DT-NEGOCIO
           MOVE WS-NUM-CONT     TO WS-RECIBO-NUM-CONT
           MOVE WS-QTD-ABERTAS  TO WS-RECIBO-QTD-PARC
           MOVE WS-VL-QUITACAO  TO WS-RECIBO-VL-PAGO
           MOVE 0               TO WS-RECIBO-VL-MULTA
           MOVE 0               TO WS-RECIBO-VL-SALDO
           MOVE 0               TO WS-RECIBO-COD-CLI
           MOVE SPACES          TO WS-RECIBO-NM-CLI
           OPEN INPUT CONTR-FILE
           IF WS-CONTR-STATUS NOT = 35 THEN
               MOVE WS-NUM-CONT TO CONTR-NUM-CONT
               READ CONTR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CONTR-COD-CLIENTE TO WS-RECIBO-COD-CLI
               END-READ
               CLOSE CONTR-FILE
           END-IF
           IF WS-RECIBO-COD-CLI NOT = 0 THEN
               ACCEPT WS-CLIENTE-PATH FROM ENVIRONMENT "CLIENTE_PATH"
                   ON EXCEPTION CONTINUE
               END-ACCEPT
               OPEN INPUT CLIENTE
               IF WS-CLI-STATUS NOT = 35 THEN
                   MOVE WS-RECIBO-COD-CLI TO COD-CLIENTE
                   READ CLIENTE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE NM-CLIENTE TO WS-RECIBO-NM-CLI
                   END-READ
                   CLOSE CLIENTE
               END-IF
           END-IF
           PERFORM P-RECIBO-EMITE
           DISPLAY "RECIBO " WS-RECIBO-NUMERO " EMITIDO EM RECIBO.PRN".

       COPY PRESTJRN.
       COPY CADEIA.
       COPY DATAMOV.
       COPY FILELOCK.
       COPY LOGON.
       COPY SENHASH.
       COPY RECIBO.
       COPY SPOOL.
       COPY TREINO.
       END PROGRAM QUITACAO.

      *          O VALOR E DEIXA PARCIAL ('R') QUANDO NAO. RELATORIO
      *          DE APLICADAS, JA PAGAS E NAO ENCONTRADAS AO FINAL.
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - LINHAS 'M' DO RETORNO BAIXAM A MULTA DE
      *                  ALISTAMENTO FORA DO PRAZO PELO CPF
      *                  (MULTA-SITUACAO 'G', BAIXA 'B'), ANTES DAS
      *                  PARCELAS E SOB A TRAVA DE REGISTRO.
      *     15/10/2026 - DIARIO PRESTACOES.JRN E ALISTAMENTO.LOG PASSAM
      *                  A SER ENCADEADOS (JRN-ELO E CHG-ELO, ANCORAS EM
      *                  PRESTACOES.JRN.ANC E ALISTAMENTO.LOG.ANC - VER
      *                  CADEIA.cpy); LAYOUT DO DIARIO EXTRAIDO PARA
      *                  JRNDATA.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCORET.
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

           SELECT REG-FILE ASSIGN TO 'REGISTRO'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CPF
           ALTERNATE RECORD KEY IS MAT-COMUM WITH DUPLICATES
           ALTERNATE RECORD KEY IS UNIDADE WITH DUPLICATES
           ALTERNATE RECORD KEY IS DT-ALISTAMENTO WITH DUPLICATES
           FILE STATUS IS WS-REG-STATUS.

           SELECT CHG-LOG-FILE ASSIGN TO 'ALISTAMENTO.LOG'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CHG-STATUS.

           SELECT DATAMOV-FILE ASSIGN TO 'DATAMOV.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
       FD RET-FILE.
       01 RET-REC.
         05 RET-TIPO          PIC X(01).
         05 RET-DETALHE.
           10 RET-NUM-CONT    PIC 9(05).
           10 RET-NUM-PARC    PIC 9(03).
           10 RET-VL-PAGO     PIC 9(09)V99.
           10 RET-DT-PAGTO    PIC 9(08).
           10 FILLER          PIC X(62).
      *    LINHA 'M': PAGAMENTO DA GUIA DE MULTA DE ALISTAMENTO FORA
      *    DO PRAZO (VER MULTA), IDENTIFICADA PELO CPF DO CONSCRITO.
         05 RET-MULTA REDEFINES RET-DETALHE.
           10 RET-M-CPF       PIC 9(11).
           10 RET-M-VL-PAGO   PIC 9(09)V99.
           10 RET-M-DT-PAGTO  PIC 9(08).
           10 FILLER          PIC X(59).

       FD PREST-FILE.
       COPY PRESTDATA.

       FD REG-FILE.
       COPY PRSDATA.

       FD CHG-LOG-FILE.
       COPY CHGLOGDATA.

       FD PREST-JRN-FILE.
       COPY JRNDATA.

       FD ANC-FILE.
       COPY ANCDATA.

       FD DATAMOV-FILE.
       01 DATAMOV-REC.
       01 WS-VL-APLICADO     PIC 9(11)V99 VALUE 0.
       01 WS-SALDO-PARCELA   PIC 9(07)V99 VALUE 0.
       01 WS-SIT-ANTERIOR    PIC X(01)  VALUE SPACE.
       01 WS-REG-STATUS      PIC 99.
       01 WS-CHG-STATUS      PIC 99.
       01 WS-MULTA-ADIADA    PIC X      VALUE 'N'.
       01 WS-QTD-LINHAS-MULTA PIC 9(05) VALUE 0.
       01 WS-QTD-MULTAS-BAIXADAS PIC 9(05) VALUE 0.
       01 WS-QTD-MULTAS-RECUSADAS PIC 9(05) VALUE 0.
       01 WS-VL-MULTAS       PIC 9(09)V99 VALUE 0.
       COPY WSPRESTJRN.
       COPY WSCADEIA.
       COPY WSDATAMOV.
       COPY WSFILELOCK.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           DISPLAY "******** RETORNO DE COBRANCA BANCARIA ********"

      *    AS MULTAS DE ALISTAMENTO ('M') SAO BAIXADAS ANTES DAS
      *    PARCELAS: A BAIXA DA MULTA PODE SER REPETIDA SEM EFEITO
      *    (MULTA JA PAGA E IGNORADA), A DA PARCELA NAO. COM REGISTRO
      *    EM USO NADA E APLICADO E O RETORNO INTEIRO E RODADO DE NOVO.
           PERFORM P-DATA-NEGOCIO
           PERFORM P300-BAIXA-MULTAS
           IF WS-MULTA-ADIADA = 'S' THEN
               GO TO P999-STOP
           END-IF

           MOVE "PRESTACOES.LCK" TO WS-LOCK-PATH
           MOVE "BANCORET" TO WS-LOCK-PROGRAMA
           MOVE "LOTE" TO WS-LOCK-OPERADOR
      *    A DATA OFICIAL DE MOVIMENTO VAI EM CADA LINHA DO DIARIO
      *    (JRN-DT-NEGOCIO), PARA O MOVIMENTO CAIR NO FECHAMENTO DO
      *    DIA CERTO (VER PRESTJRN/FECHADIA).
           MOVE WS-DT-NEGOCIO TO WS-JRN-DT-NEGOCIO

           OPEN INPUT RET-FILE
                   ADD RET-VL-PAGO TO WS-VL-APLICADO
           END-REWRITE.

       P300-BAIXA-MULTAS.
           OPEN INPUT RET-FILE
           IF WS-RET-STATUS EQUAL 35 THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'S'
               READ RET-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF RET-TIPO = 'M' THEN
                           ADD 1 TO WS-QTD-LINHAS-MULTA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RET-FILE
           MOVE 'N' TO WS-EOF
           IF WS-QTD-LINHAS-MULTA = 0 THEN
               EXIT PARAGRAPH
           END-IF

           MOVE "REGISTRO.LCK" TO WS-LOCK-PATH
           MOVE "BANCORET"     TO WS-LOCK-PROGRAMA
           MOVE "LOTE"         TO WS-LOCK-OPERADOR
           PERFORM P-TRAVA-ARQUIVO
           IF WS-LOCK-OK NOT = 'S' THEN
               MOVE 'S' TO WS-MULTA-ADIADA
               DISPLAY "REGISTRO EM USO - RETORNO NAO PROCESSADO, "
                       "RODE O BANCORET NOVAMENTE"
               EXIT PARAGRAPH
           END-IF

           OPEN I-O REG-FILE
           IF WS-REG-STATUS EQUAL 35 THEN
               DISPLAY "REGISTRO AINDA NAO FOI CRIADO - "
                       "MULTAS NAO BAIXADAS"
               PERFORM P-DESTRAVA-ARQUIVO
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT RET-FILE
           PERFORM UNTIL WS-EOF = 'S'
               READ RET-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF RET-TIPO = 'M' THEN
                           PERFORM P310-APLICA-MULTA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RET-FILE
           CLOSE REG-FILE
           MOVE 'N' TO WS-EOF
           PERFORM P-DESTRAVA-ARQUIVO

           DISPLAY " "
           DISPLAY "---- MULTAS DE ALISTAMENTO ----"
           DISPLAY "MULTAS BAIXADAS: " WS-QTD-MULTAS-BAIXADAS
           DISPLAY "LINHAS RECUSADAS: " WS-QTD-MULTAS-RECUSADAS
           DISPLAY "VALOR DAS MULTAS BAIXADAS: " WS-VL-MULTAS.

       P310-APLICA-MULTA.
           IF RET-M-CPF IS NOT NUMERIC OR
              RET-M-VL-PAGO IS NOT NUMERIC OR
              RET-M-DT-PAGTO IS NOT NUMERIC THEN
               DISPLAY "LINHA DE MULTA INVALIDA - IGNORADA"
               ADD 1 TO WS-QTD-MULTAS-RECUSADAS
               EXIT PARAGRAPH
           END-IF

           MOVE RET-M-CPF TO CPF
           READ REG-FILE
               INVALID KEY
                   ADD 1 TO WS-QTD-MULTAS-RECUSADAS
                   DISPLAY "MULTA NAO ENCONTRADA - CPF " RET-M-CPF
                   EXIT PARAGRAPH
           END-READ

           IF MULTA-SITUACAO NOT = 'P' THEN
               ADD 1 TO WS-QTD-MULTAS-RECUSADAS
               DISPLAY "MULTA JA PAGA OU NAO DEVIDA - CPF " RET-M-CPF
               EXIT PARAGRAPH
           END-IF

      *    A GUIA E DE VALOR FIXO: PAGAMENTO A MENOR NAO BAIXA A MULTA
      *    E FICA PARA O OPERADOR RESOLVER NO MULTABX.
           IF RET-M-VL-PAGO < MULTA-VALOR THEN
               ADD 1 TO WS-QTD-MULTAS-RECUSADAS
               DISPLAY "PAGAMENTO A MENOR - CPF " RET-M-CPF
                       " PAGO " RET-M-VL-PAGO " DEVIDO " MULTA-VALOR
               EXIT PARAGRAPH
           END-IF

           MOVE 'G'            TO MULTA-SITUACAO
           MOVE 'B'            TO MULTA-BAIXA
           MOVE RET-M-DT-PAGTO TO MULTA-DT-PAGTO
           MOVE WS-DT-NEGOCIO  TO DT-ULT-ALTER
           REWRITE PRS-DATA
               INVALID KEY
                   ADD 1 TO WS-QTD-MULTAS-RECUSADAS
                   DISPLAY "NAO FOI POSSIVEL BAIXAR A MULTA DO CPF "
                           RET-M-CPF
                   EXIT PARAGRAPH
           END-REWRITE
           ADD 1 TO WS-QTD-MULTAS-BAIXADAS
           ADD RET-M-VL-PAGO TO WS-VL-MULTAS

           MOVE FUNCTION CURRENT-DATE TO CHG-TIMESTAMP
           MOVE "LOTE"                TO CHG-OPERADOR
           MOVE CPF                   TO CHG-CPF
           MOVE "MULTA"               TO CHG-FIELD
           MOVE "P - PENDENTE"        TO CHG-OLD-VALUE
           MOVE SPACES                TO CHG-NEW-VALUE
           STRING "G - PAGA (RETORNO BANCARIO) EM " DELIMITED BY SIZE
                  RET-M-DT-PAGTO                    DELIMITED BY SIZE
                  INTO CHG-NEW-VALUE
           OPEN EXTEND CHG-LOG-FILE
           IF WS-CHG-STATUS EQUAL 35 THEN
               OPEN OUTPUT CHG-LOG-FILE
           END-IF
           MOVE 'ALISTAMENTO.LOG.ANC'  TO WS-ANC-PATH
           MOVE CHG-LOG-REC            TO WS-CAD-LINHA
           MOVE 211                    TO WS-CAD-TAM
           PERFORM P-CADEIA-ENCADEIA
           MOVE WS-CAD-ELO             TO CHG-ELO
           WRITE CHG-LOG-REC
           IF WS-CHG-STATUS EQUAL 0 THEN
               PERFORM P-CADEIA-GRAVA-ANCORA
           END-IF
           CLOSE CHG-LOG-FILE.

       P999-STOP.
           IF WS-LOCK-OK = 'S' THEN
               PERFORM P-DESTRAVA-ARQUIVO
           STOP RUN.

       COPY PRESTJRN.
       COPY CADEIA.
       COPY DATAMOV.
       COPY FILELOCK.
       COPY TREINO.
       END PROGRAM BANCORET.

      ******************************************************************
      * Author: RHAYADH ZAPAROLI
      * Date: 15/10/2026
      * Purpose: ARQUIVAMENTO ANUAL DE CONTRATOS ENCERRADOS - OS
      *          CONTRATOS QUITADOS HA ANOS E OS BAIXADOS POR PERDA
      *          FICAVAM PARA SEMPRE EM PRESTACOES AO LADO DA CARTEIRA
      *          VIVA, E TODO LOTE E TODA GERACAO DO BACKUPGEN OS
      *          CARREGAVA. O CONTRATO SEM PARCELA ABERTA/PARCIAL CUJO
      *          ULTIMO MOVIMENTO E MAIS ANTIGO QUE O PRAZO DE RETENCAO
      *          (PRESTRET.CTL, MANTIDO PELO CTLMNT) TEM TODAS AS
      *          PARCELAS MOVIDAS PARA PRESTACOES.ARQ (INDEXADO PELA
      *          MESMA CHAVE DE PRESTACOES) E O VINCULO EM CONTRATO.CTL
      *          MARCADO COMO ARQUIVADO (CONTR-SIT-ARQUIVO). MESMO
      *          ESPIRITO DO REGARCH PARA O REGISTRO. O ULTIMO
      *          MOVIMENTO E A DATA DA LINHA MAIS RECENTE DO CONTRATO NO
      *          DIARIO (PRESTACOES.JRN); CONTRATO SEM LINHA NO DIARIO
      *          VALE PELO ULTIMO VENCIMENTO. CADA PARCELA ARQUIVADA
      *          DEIXA NO DIARIO A SITUACAO 'Z' (ARQUIVADA), PARA O
      *          CTRLDIA CONCILIAR A SAIDA. A CONSULTA DO CONTRATO
      *          ARQUIVADO E FEITA PELO PRESTARQQRY.
      * Tectonics: cobc
      * MODIFICATION-LOG.
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
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRESTARCH.
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

           SELECT PREST-FILE ASSIGN TO 'PRESTACOES'
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

           SELECT PRESTRET-FILE ASSIGN TO 'PRESTRET.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RET-STATUS.

           SELECT PREST-JRN-FILE ASSIGN TO 'PRESTACOES.JRN'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-JRN-STATUS.

           SELECT ANC-FILE ASSIGN TO WS-ANC-PATH
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ANC-STATUS.

           SELECT DATAMOV-FILE ASSIGN TO 'DATAMOV.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-DATAMOV-STATUS.

           SELECT LOCK-FILE ASSIGN TO WS-LOCK-PATH
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD USER-CTL-FILE.
       COPY USERCTL.

       FD CONTR-FILE.
       COPY CONTRDATA.

       FD PREST-FILE.
       COPY PRESTDATA.

      *    PRESTACOES.ARQ TEM O MESMO LAYOUT E A MESMA CHAVE DE
      *    PRESTACOES.
       FD ARQ-FILE.
       COPY PRESTDATA REPLACING LEADING ==PREST== BY ==ARQ==.

       FD PRESTRET-FILE.
       01 PRESTRET-REC.
         05 PRET-ANOS         PIC 9(02).

       FD PREST-JRN-FILE.
       COPY JRNDATA.

       FD ANC-FILE.
       COPY ANCDATA.

       FD DATAMOV-FILE.
       01 DATAMOV-REC.
         05 DTM-DATA-NEGOCIO   PIC 9(08).
         05 DTM-ULTIMA-FECHADA PIC 9(08).

       FD LOCK-FILE.
       01 LOCK-REC.
         05 LOCK-TIMESTAMP    PIC X(20).
         05 LOCK-OPERADOR     PIC X(10).
         05 LOCK-PROGRAMA     PIC X(20).

       WORKING-STORAGE SECTION.
       01 WS-CONTR-STATUS    PIC 99.
       01 WS-PREST-STATUS    PIC 99.
       01 WS-ARQ-STATUS      PIC 99.
       01 WS-RET-STATUS      PIC 99.
       01 WS-EOF             PIC X     VALUE 'N'.
       01 WS-EOF-PREST       PIC X     VALUE 'N'.
       01 WS-RETENCAO-ANOS   PIC 9(02) VALUE 5.
       01 WS-CURR-DATE.
         05 WS-CURR-YY PIC 9(04) VALUE 0.
         05 WS-CURR-MM PIC 99 VALUE 0.
         05 WS-CURR-DD PIC 99 VALUE 0.
       01 WS-DT-HOJE         PIC 9(08) VALUE 0.
       01 WS-DT-CORTE        PIC 9(08) VALUE 0.
       01 WS-DT-LINHA        PIC 9(08) VALUE 0.

      *    DATA DO ULTIMO MOVIMENTO DE CADA CONTRATO NO DIARIO,
      *    INDEXADA PELO NUMERO DO CONTRATO (ZERO = SEM LINHA).
       01 WS-ULT-MOV-TAB.
         05 WS-ULT-MOV       PIC 9(08) OCCURS 99999 TIMES VALUE 0.

      *    SITUACAO DO CONTRATO DA VEZ.
       01 WS-ENCERRADO       PIC X(01) VALUE 'N'.
       01 WS-QTD-PARC-CONT   PIC 9(03) VALUE 0.
       01 WS-ULT-VENC        PIC 9(08) VALUE 0.
       01 WS-ULT-MOV-CONT    PIC 9(08) VALUE 0.
       01 WS-QTD-PARC-ARQ    PIC 9(03) VALUE 0.

      *    TOTAIS DA RODADA.
       01 WS-QTD-CONTR-ARQ   PIC 9(05) VALUE 0.
       01 WS-QTD-PARC-TOTAL  PIC 9(07) VALUE 0.
       01 WS-QTD-VIVOS       PIC 9(05) VALUE 0.
       01 WS-QTD-RECENTES    PIC 9(05) VALUE 0.
       01 WS-QTD-JA-ARQ      PIC 9(05) VALUE 0.

       COPY WSLOGON.
       COPY WSSENHASH.
       COPY WSPRESTJRN.
       COPY WSCADEIA.
       COPY WSDATAMOV.
       COPY WSFILELOCK.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           DISPLAY "******** ARQUIVAMENTO ANUAL DE CONTRATOS ********"
           PERFORM P-SIGN-ON
           IF NOT WS-OPERADOR-ADMIN THEN
               DISPLAY "OPERACAO RESTRITA A OPERADORES ADMINISTRADORES"
               GO TO P999-STOP
           END-IF

           MOVE "PRESTACOES.LCK" TO WS-LOCK-PATH
           MOVE "PRESTARCH" TO WS-LOCK-PROGRAMA
           MOVE WS-OPERADOR-ID TO WS-LOCK-OPERADOR
           PERFORM P-TRAVA-ARQUIVO
           IF WS-LOCK-OK NOT = 'S' THEN
               GO TO P999-STOP
           END-IF

      *    A DATA OFICIAL DE MOVIMENTO VAI EM CADA LINHA DO DIARIO
      *    (JRN-DT-NEGOCIO), COMO NOS DEMAIS PROGRAMAS DE PARCELAS.
           PERFORM P-DATA-NEGOCIO
           MOVE WS-DT-NEGOCIO  TO WS-JRN-DT-NEGOCIO
           MOVE "PRESTARCH"    TO WS-JRN-PROGRAMA
           MOVE WS-OPERADOR-ID TO WS-JRN-OPERADOR
           MOVE WS-OPERADOR-POSTO TO WS-JRN-POSTO

           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE
           MOVE WS-CURR-DATE TO WS-DT-HOJE
           PERFORM P100-READ-RETENCAO
           COMPUTE WS-DT-CORTE = (WS-CURR-YY - WS-RETENCAO-ANOS)
                                 * 10000 + WS-CURR-MM * 100
                                 + WS-CURR-DD
           DISPLAY "PERIODO DE RETENCAO: " WS-RETENCAO-ANOS " ANOS"
           DISPLAY "ARQUIVANDO CONTRATOS ENCERRADOS SEM MOVIMENTO "
                   "DESDE " WS-DT-CORTE

           PERFORM P150-ULTIMO-MOVIMENTO

           OPEN I-O CONTR-FILE
           IF WS-CONTR-STATUS EQUAL 35 THEN
               DISPLAY "CONTRATO.CTL AINDA NAO FOI CRIADO"
               GO TO P999-STOP
           END-IF
           OPEN I-O PREST-FILE
           IF WS-PREST-STATUS EQUAL 35 THEN
               DISPLAY "PRESTACOES AINDA NAO FOI CRIADO"
               CLOSE CONTR-FILE
               GO TO P999-STOP
           END-IF
           OPEN I-O ARQ-FILE
           IF WS-ARQ-STATUS EQUAL 35 THEN
               OPEN OUTPUT ARQ-FILE
               CLOSE ARQ-FILE
               OPEN I-O ARQ-FILE
           END-IF

           PERFORM UNTIL WS-EOF = 'S'
               READ CONTR-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       PERFORM P200-AVALIA-CONTRATO
               END-READ
           END-PERFORM

           CLOSE ARQ-FILE
           CLOSE PREST-FILE
           CLOSE CONTR-FILE

           DISPLAY " "
           DISPLAY "---- RESUMO DO ARQUIVAMENTO ----"
           DISPLAY "CONTRATOS ARQUIVADOS NESTA RODADA: "
                   WS-QTD-CONTR-ARQ
           DISPLAY "PARCELAS MOVIDAS PARA PRESTACOES.ARQ: "
                   WS-QTD-PARC-TOTAL
           DISPLAY "CONTRATOS JA ARQUIVADOS:           " WS-QTD-JA-ARQ
           DISPLAY "ENCERRADOS DENTRO DA RETENCAO:     "
                   WS-QTD-RECENTES
           DISPLAY "CONTRATOS COM PARCELA EM ABERTO:   " WS-QTD-VIVOS
           GO TO P999-STOP.

       P100-READ-RETENCAO.
           OPEN INPUT PRESTRET-FILE
           IF WS-RET-STATUS EQUAL 35 THEN
      *        ARQUIVO DE CONFIGURACAO AINDA NAO EXISTE - MANTEM A
      *        RETENCAO PADRAO (5 ANOS).
               CONTINUE
           ELSE
               READ PRESTRET-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PRET-ANOS > 0 THEN
                           MOVE PRET-ANOS TO WS-RETENCAO-ANOS
                       END-IF
               END-READ
               CLOSE PRESTRET-FILE
           END-IF.

       P150-ULTIMO-MOVIMENTO.
      *    UMA PASSADA NO DIARIO GUARDA A DATA DA LINHA MAIS RECENTE
      *    DE CADA CONTRATO (DATA OFICIAL DE MOVIMENTO; LINHA ANTIGA,
      *    SEM ELA, VALE PELO TIMESTAMP - MESMA REGRA DO INFORME).
           OPEN INPUT PREST-JRN-FILE
           IF WS-JRN-STATUS EQUAL 35 THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'S'
               READ PREST-JRN-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF JRN-NUM-CONT NUMERIC AND JRN-NUM-CONT > 0
                           THEN
                           IF JRN-DT-NEGOCIO NUMERIC AND
                              JRN-DT-NEGOCIO > 0 THEN
                               MOVE JRN-DT-NEGOCIO TO WS-DT-LINHA
                           ELSE
                               MOVE JRN-TIMESTAMP(1:8) TO WS-DT-LINHA
                           END-IF
                           IF WS-DT-LINHA > WS-ULT-MOV(JRN-NUM-CONT)
                               THEN
                               MOVE WS-DT-LINHA
                                 TO WS-ULT-MOV(JRN-NUM-CONT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PREST-JRN-FILE
           MOVE 'N' TO WS-EOF.

       P200-AVALIA-CONTRATO.
           IF CONTR-ARQUIVADO THEN
               ADD 1 TO WS-QTD-JA-ARQ
               EXIT PARAGRAPH
           END-IF
           PERFORM P300-CONFERE-PARCELAS
           IF WS-ENCERRADO NOT = 'S' THEN
               ADD 1 TO WS-QTD-VIVOS
               EXIT PARAGRAPH
           END-IF
           IF CONTR-NUM-CONT > 0 AND
              WS-ULT-MOV(CONTR-NUM-CONT) > 0 THEN
               MOVE WS-ULT-MOV(CONTR-NUM-CONT) TO WS-ULT-MOV-CONT
           ELSE
               MOVE WS-ULT-VENC TO WS-ULT-MOV-CONT
           END-IF
           IF WS-ULT-MOV-CONT NOT < WS-DT-CORTE THEN
               ADD 1 TO WS-QTD-RECENTES
               EXIT PARAGRAPH
           END-IF

           PERFORM P400-ARQUIVA-PARCELAS
           MOVE 'S'        TO CONTR-SIT-ARQUIVO
           MOVE WS-DT-HOJE TO CONTR-DT-ARQUIVO
           REWRITE CONTR-REC
               INVALID KEY
                   DISPLAY "CONTRATO " CONTR-NUM-CONT
                           " NAO MARCADO COMO ARQUIVADO EM "
                           "CONTRATO.CTL"
           END-REWRITE
           ADD 1 TO WS-QTD-CONTR-ARQ
           ADD WS-QTD-PARC-ARQ TO WS-QTD-PARC-TOTAL
           DISPLAY "CONTRATO " CONTR-NUM-CONT " ARQUIVADO - "
                   WS-QTD-PARC-ARQ " PARCELAS - ULTIMO MOVIMENTO "
                   WS-ULT-MOV-CONT.

       P300-CONFERE-PARCELAS.
      *    O CONTRATO ESTA ENCERRADO QUANDO TEM PARCELAS E NENHUMA
      *    DELAS ESTA EM ABERTO OU PARCIAL - QUITADAS, BAIXADAS POR
      *    PERDA, RENEGOCIADAS OU QUITADAS PELA SEGURADORA.
           MOVE 'S' TO WS-ENCERRADO
           MOVE 0   TO WS-QTD-PARC-CONT
           MOVE 0   TO WS-ULT-VENC
           MOVE CONTR-NUM-CONT TO PREST-NUM-CONT
           MOVE 1              TO PREST-NUM-PARC
           MOVE 'N'            TO WS-EOF-PREST
           START PREST-FILE KEY IS NOT LESS THAN PREST-KEY
               INVALID KEY
                   MOVE 'S' TO WS-EOF-PREST
           END-START
           PERFORM UNTIL WS-EOF-PREST = 'S'
               READ PREST-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-EOF-PREST
                   NOT AT END
                       IF PREST-NUM-CONT NOT = CONTR-NUM-CONT THEN
                           MOVE 'S' TO WS-EOF-PREST
                       ELSE
                           ADD 1 TO WS-QTD-PARC-CONT
                           IF PREST-VENCIMENTO > WS-ULT-VENC THEN
                               MOVE PREST-VENCIMENTO TO WS-ULT-VENC
                           END-IF
                           IF PREST-ABERTA OR PREST-PARCIAL THEN
                               MOVE 'N' TO WS-ENCERRADO
                               MOVE 'S' TO WS-EOF-PREST
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-QTD-PARC-CONT = 0 THEN
               MOVE 'N' TO WS-ENCERRADO
           END-IF.

       P400-ARQUIVA-PARCELAS.
      *    COPIA CADA PARCELA PARA PRESTACOES.ARQ (PARCELA JA
      *    ARQUIVADA ANTES E REGRAVADA, COMO NO REGARCH), DEIXA A
      *    SAIDA NO DIARIO E A EXCLUI DE PRESTACOES.
           MOVE 0              TO WS-QTD-PARC-ARQ
           MOVE CONTR-NUM-CONT TO PREST-NUM-CONT
           MOVE 1              TO PREST-NUM-PARC
           MOVE 'N'            TO WS-EOF-PREST
           START PREST-FILE KEY IS NOT LESS THAN PREST-KEY
               INVALID KEY
                   MOVE 'S' TO WS-EOF-PREST
           END-START
           PERFORM UNTIL WS-EOF-PREST = 'S'
               READ PREST-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-EOF-PREST
                   NOT AT END
                       IF PREST-NUM-CONT NOT = CONTR-NUM-CONT THEN
                           MOVE 'S' TO WS-EOF-PREST
                       ELSE
                           PERFORM P450-ARQUIVA-UMA-PARCELA
                       END-IF
               END-READ
           END-PERFORM.

       P450-ARQUIVA-UMA-PARCELA.
           MOVE PREST-REC TO ARQ-REC
           WRITE ARQ-REC
               INVALID KEY
                   REWRITE ARQ-REC
           END-WRITE
           MOVE "SITUACAO"     TO WS-JRN-CAMPO
           MOVE PREST-SITUACAO TO WS-JRN-ANTES
           MOVE "Z"            TO WS-JRN-DEPOIS
           PERFORM P-JRN-PARCELA
           DELETE PREST-FILE RECORD
               INVALID KEY
                   DISPLAY "PARCELA " PREST-NUM-CONT "/"
                           PREST-NUM-PARC
                           " NAO EXCLUIDA DE PRESTACOES"
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-PARC-ARQ
           END-DELETE.

       P999-STOP.
           IF WS-LOCK-OK = 'S' THEN
               PERFORM P-DESTRAVA-ARQUIVO
           END-IF
           DISPLAY "FINALIZANDO O PROGRAMA..."
           STOP RUN.

       COPY LOGON.
       COPY SENHASH.
       COPY PRESTJRN.
       COPY CADEIA.
       COPY DATAMOV.
       COPY FILELOCK.
       COPY TREINO.
       END PROGRAM PRESTARCH.

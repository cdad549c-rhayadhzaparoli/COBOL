      ******************************************************************
      * Author: RHAYADH ZAPAROLI
      * Date: 15/10/2026
      * Purpose: SEGURO PRESTAMISTA - O CONTRATO COM ADESAO AO SEGURO
      *          (CONTRATOMNT, TAXA E APOLICE EM SEGPREST.CTL MANTIDO
      *          PELO CTLMNT) TEM O PREMIO EMBUTIDO EM CADA PARCELA
      *          (PREST-VL-SEGURO, VER OCCRS). ESTE PROGRAMA GERA O
      *          ARQUIVO MENSAL DE PREMIOS PARA A SEGURADORA
      *          (SEGPREST.REM, LARGURA FIXA NO PADRAO DO BANCO.REM:
      *          HEADER 'H' COM APOLICE E COMPETENCIA, DETALHES 'D' E
      *          TRAILER 'T' COM QUANTIDADE E VALOR TOTAL), LISTA OS
      *          SINISTROS ABERTOS PELO BLOQMNT (OBITO DO TITULAR) E
      *          CONFIRMA OU NEGA CADA UM. NA CONFIRMACAO AS PARCELAS
      *          ABERTAS/PARCIAIS DO CONTRATO VAO PARA A SITUACAO 'S'
      *          (QUITADA PELA SEGURADORA) E O CONTRATO FICA COM
      *          SINISTRO 'Q'; NA NEGATIVA O CONTRATO VOLTA PARA A
      *          COBRANCA NORMAL. TODO EVENTO VAI PARA SINISTRO.LOG.
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - O CODIGO DO CLIENTE EM SINISTRO.LOG
      *                  (SIN-COD-CLI, VER SINISTLOG) PASSOU A TER 7
      *                  DIGITOS, COMO COD-CLIENTE (VER CODCLIMIG).
      *     15/10/2026 - LAYOUT DE PRESTACOES.JRN EXTRAIDO PARA JRNDATA;
      *                  A LINHA DO DIARIO PASSA A LEVAR O ELO DA CADEIA
      *                  DE CONFERENCIA (JRN-ELO, ANCORA EM
      *                  PRESTACOES.JRN.ANC - VER CADEIA.cpy).
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO; INTERFACE EXTERNA SUPRIMIDA NO
      *                  MODO TREINAMENTO.
      *     15/10/2026 - LINHA DO PRESTACOES.JRN LEVA O POSTO DE
      *                  ATENDIMENTO DO OPERADOR (JRN-POSTO).
      *     15/10/2026 - NO MODO TREINAMENTO SO A GERACAO DE
      *                  SEGPREST.REM (OPCAO 1) E SUPRIMIDA - A LISTA, A
      *                  CONFIRMACAO E A NEGATIVA DE SINISTRO VOLTAM A
      *                  RODAR NA BASE DE TREINAMENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEGPREST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-CTL-FILE ASSIGN TO 'USERS.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LOGON-STATUS.

           SELECT PREST-FILE ASSIGN TO 'PRESTACOES'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PREST-KEY
           ALTERNATE RECORD KEY IS PREST-VENCIMENTO WITH DUPLICATES
           ALTERNATE RECORD KEY IS PREST-SIT-VENC WITH DUPLICATES
           FILE STATUS IS WS-PREST-STATUS.

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

           SELECT SEGPREST-FILE ASSIGN TO 'SEGPREST.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SEGP-STATUS.

           SELECT SEG-REM-FILE ASSIGN TO 'SEGPREST.REM'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SEG-REM-STATUS.

           SELECT SIN-LOG-FILE ASSIGN TO 'SINISTRO.LOG'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SIN-STATUS.

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

       FD PREST-FILE.
       COPY PRESTDATA.

       FD CONTR-FILE.
       COPY CONTRDATA.

       FD CLIENTE.
       COPY CLIDATA.

       FD SEGPREST-FILE.
      *    MESMO LAYOUT DE SEGPREST-REC NO CTLMNT/CONTRATOMNT.
       01 SEGPREST-REC.
         05 SEGP-TAXA         PIC 9(1)V9(6).
         05 SEGP-APOLICE      PIC X(12).

       FD SEG-REM-FILE.
       01 SREM-REC.
         05 SREM-TIPO         PIC X(01).
         05 SREM-CONTEUDO     PIC X(90).
       01 SREM-REC-HEADER REDEFINES SREM-REC.
         05 FILLER            PIC X(01).
         05 SREM-H-APOLICE    PIC X(12).
         05 SREM-H-COMPET     PIC 9(06).
         05 SREM-H-DATA       PIC 9(08).
         05 FILLER            PIC X(64).
       01 SREM-REC-DETALHE REDEFINES SREM-REC.
         05 FILLER            PIC X(01).
         05 SREM-D-NUM-CONT   PIC 9(05).
         05 SREM-D-NUM-PARC   PIC 9(03).
         05 SREM-D-VENCIMENTO PIC 9(08).
         05 SREM-D-PREMIO     PIC 9(07)V99.
         05 SREM-D-CPF        PIC 9(11).
         05 SREM-D-NOME       PIC X(40).
         05 FILLER            PIC X(14).
       01 SREM-REC-TRAILER REDEFINES SREM-REC.
         05 FILLER            PIC X(01).
         05 SREM-T-QTD        PIC 9(05).
         05 SREM-T-VALOR      PIC 9(11)V99.
         05 FILLER            PIC X(72).

       FD SIN-LOG-FILE.
       COPY SINISTLOG.

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
       01 WS-PREST-STATUS     PIC 99.
       01 WS-CONTR-STATUS     PIC 99.
       01 WS-CLI-STATUS       PIC 99.
       01 WS-SEGP-STATUS      PIC 99.
       01 WS-SEG-REM-STATUS   PIC 99.
       01 WS-SIN-STATUS       PIC 99.
       01 WS-OPCAO            PIC 9(01) VALUE 0.
       01 WS-EOF              PIC X     VALUE 'N'.
       01 WS-NUM-CONT         PIC 9(05) VALUE 0.
       01 WS-CONFIRMA         PIC X     VALUE 'N'.
       01 WS-COMPETENCIA      PIC 9(06) VALUE 0.
       01 WS-APOLICE          PIC X(12) VALUE SPACES.
       01 WS-ULT-CONT         PIC 9(05) VALUE 0.
       01 WS-CONT-SEGURADO    PIC X     VALUE 'N'.
       01 WS-CPF-TITULAR      PIC 9(11) VALUE 0.
       01 WS-NM-TITULAR       PIC X(40) VALUE SPACES.
       01 WS-QTD-PREMIOS      PIC 9(05) VALUE 0.
       01 WS-VL-PREMIOS       PIC 9(11)V99 VALUE 0.
       01 WS-QTD-SINISTROS    PIC 9(05) VALUE 0.
       01 WS-QTD-PARCELAS     PIC 9(03) VALUE 0.
       01 WS-SALDO-PARCELA    PIC 9(07)V99 VALUE 0.
       01 WS-VL-INDENIZADO    PIC 9(09)V99 VALUE 0.
       01 WS-ACAO             PIC X(01) VALUE SPACE.
       01 WS-DT-HOJE          PIC 9(08) VALUE 0.

       COPY CLIPATH.
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
           DISPLAY "******** SEGURO PRESTAMISTA ********"
           PERFORM P-SIGN-ON
           ACCEPT WS-CLIENTE-PATH FROM ENVIRONMENT "CLIENTE_PATH"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DT-HOJE

           DISPLAY "1 PARA GERAR O ARQUIVO DE PREMIOS DO MES"
           DISPLAY "2 PARA LISTAR OS SINISTROS ABERTOS"
           DISPLAY "3 PARA CONFIRMAR UM SINISTRO (INDENIZACAO)"
           DISPLAY "4 PARA NEGAR UM SINISTRO"
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 1 GO TO P100-PREMIOS
               WHEN 2 GO TO P200-LISTA-SINISTROS
               WHEN 3 GO TO P300-CONFIRMA
               WHEN 4 GO TO P400-NEGA
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
                   GO TO P999-STOP
           END-EVALUATE.

       P100-PREMIOS.
      *    PREMIO DAS PARCELAS DOS CONTRATOS SEGURADOS QUE VENCEM NA
      *    COMPETENCIA - A PARCELA JA PAGA TAMBEM ENTRA (O PREMIO E
      *    DEVIDO PELO MES DE COBERTURA). CONTRATO COM SINISTRO ABERTO
      *    OU INDENIZADO NAO TEM MAIS COBERTURA A PAGAR.
           DISPLAY "COMPETENCIA (AAAAMM)"
           ACCEPT WS-COMPETENCIA
           IF WS-COMPETENCIA(5:2) < "01" OR
              WS-COMPETENCIA(5:2) > "12" THEN
               DISPLAY "COMPETENCIA INVALIDA"
               GO TO P999-STOP
           END-IF
      *    SO O ARQUIVO PARA A SEGURADORA FICA FORA DO TREINAMENTO -
      *    A LISTA, A CONFIRMACAO E A NEGATIVA DE SINISTRO RODAM NA
      *    BASE DE TREINAMENTO.
           MOVE "SEGPREST.REM" TO WS-TREINO-INTERFACE
           PERFORM P-TREINO-SUPRIME

           MOVE SPACES TO WS-APOLICE
           OPEN INPUT SEGPREST-FILE
           IF WS-SEGP-STATUS NOT EQUAL 35 THEN
               READ SEGPREST-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SEGP-APOLICE TO WS-APOLICE
               END-READ
               CLOSE SEGPREST-FILE
           END-IF

           OPEN INPUT PREST-FILE
           IF WS-PREST-STATUS EQUAL 35 THEN
               DISPLAY "PRESTACOES AINDA NAO FOI CRIADO"
               GO TO P999-STOP
           END-IF
           OPEN INPUT CONTR-FILE
           IF WS-CONTR-STATUS EQUAL 35 THEN
               DISPLAY "CONTRATO.CTL AINDA NAO FOI CRIADO"
               CLOSE PREST-FILE
               GO TO P999-STOP
           END-IF
           OPEN INPUT CLIENTE
           OPEN OUTPUT SEG-REM-FILE

           MOVE SPACES         TO SREM-REC
           MOVE 'H'            TO SREM-TIPO
           MOVE WS-APOLICE     TO SREM-H-APOLICE
           MOVE WS-COMPETENCIA TO SREM-H-COMPET
           MOVE WS-DT-HOJE     TO SREM-H-DATA
           WRITE SREM-REC

           MOVE 0 TO WS-ULT-CONT
           PERFORM UNTIL WS-EOF = 'S'
               READ PREST-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF PREST-VENCIMENTO(1:6) = WS-COMPETENCIA AND
                          PREST-VL-SEGURO > 0 AND
                          (PREST-ABERTA OR PREST-PARCIAL OR
                           PREST-PAGA) THEN
                           PERFORM P150-GRAVA-PREMIO
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES         TO SREM-REC
           MOVE 'T'            TO SREM-TIPO
           MOVE WS-QTD-PREMIOS TO SREM-T-QTD
           MOVE WS-VL-PREMIOS  TO SREM-T-VALOR
           WRITE SREM-REC

           CLOSE SEG-REM-FILE
           CLOSE CLIENTE
           CLOSE CONTR-FILE
           CLOSE PREST-FILE

           DISPLAY "COMPETENCIA " WS-COMPETENCIA
                   " GRAVADA EM SEGPREST.REM"
           DISPLAY "PARCELAS COM PREMIO: " WS-QTD-PREMIOS
           DISPLAY "TOTAL DE PREMIOS:    " WS-VL-PREMIOS
           GO TO P999-STOP.

       P150-GRAVA-PREMIO.
      *    O CONTRATO (E O TITULAR) SO E LIDO NA TROCA DE CONTRATO -
      *    PRESTACOES VEM EM ORDEM DE CONTRATO/PARCELA.
           IF PREST-NUM-CONT NOT = WS-ULT-CONT THEN
               MOVE PREST-NUM-CONT TO WS-ULT-CONT
               MOVE 'N'    TO WS-CONT-SEGURADO
               MOVE 0      TO WS-CPF-TITULAR
               MOVE SPACES TO WS-NM-TITULAR
               MOVE PREST-NUM-CONT TO CONTR-NUM-CONT
               READ CONTR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CONTR-SEGURO-PREST = 'S' AND
                          NOT CONTR-SINISTRO-ABERTO AND
                          NOT CONTR-SINISTRO-PAGO THEN
                           MOVE 'S' TO WS-CONT-SEGURADO
                       END-IF
               END-READ
               IF WS-CONT-SEGURADO = 'S' THEN
                   MOVE CONTR-COD-CLIENTE TO COD-CLIENTE
                   READ CLIENTE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CPF-CLIENTE TO WS-CPF-TITULAR
                           MOVE NM-CLIENTE  TO WS-NM-TITULAR
                   END-READ
               END-IF
           END-IF
           IF WS-CONT-SEGURADO NOT = 'S' THEN
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES           TO SREM-REC
           MOVE 'D'              TO SREM-TIPO
           MOVE PREST-NUM-CONT   TO SREM-D-NUM-CONT
           MOVE PREST-NUM-PARC   TO SREM-D-NUM-PARC
           MOVE PREST-VENCIMENTO TO SREM-D-VENCIMENTO
           MOVE PREST-VL-SEGURO  TO SREM-D-PREMIO
           MOVE WS-CPF-TITULAR   TO SREM-D-CPF
           MOVE WS-NM-TITULAR    TO SREM-D-NOME
           WRITE SREM-REC

           ADD 1 TO WS-QTD-PREMIOS
           ADD PREST-VL-SEGURO TO WS-VL-PREMIOS.

       P200-LISTA-SINISTROS.
           OPEN INPUT CONTR-FILE
           IF WS-CONTR-STATUS EQUAL 35 THEN
               DISPLAY "CONTRATO.CTL AINDA NAO FOI CRIADO"
               GO TO P999-STOP
           END-IF
           DISPLAY " "
           DISPLAY "---- SINISTROS AGUARDANDO A SEGURADORA ----"
           PERFORM UNTIL WS-EOF = 'S'
               READ CONTR-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF CONTR-SINISTRO-ABERTO THEN
                           ADD 1 TO WS-QTD-SINISTROS
                           DISPLAY "CONTRATO " CONTR-NUM-CONT
                                   "  CLIENTE " CONTR-COD-CLIENTE
                                   "  ABERTO EM " CONTR-DT-SINISTRO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTR-FILE
           DISPLAY " "
           DISPLAY "SINISTROS ABERTOS: " WS-QTD-SINISTROS
           GO TO P999-STOP.

       P300-CONFIRMA.
      *    A SEGURADORA PAGOU: O SALDO DE CADA PARCELA ABERTA/PARCIAL
      *    (PREST-VALOR - PREST-VL-PAGO) E QUITADO PELA INDENIZACAO.
           IF NOT WS-OPERADOR-ADMIN THEN
               DISPLAY "OPERACAO RESTRITA A OPERADORES ADMINISTRADORES"
               GO TO P999-STOP
           END-IF
           PERFORM P500-LE-SINISTRO
           DISPLAY "CONFIRMA A INDENIZACAO DO CONTRATO "
                   WS-NUM-CONT " PELA SEGURADORA (S/N)?"
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = 'S' AND WS-CONFIRMA NOT = 's' THEN
               DISPLAY "CONFIRMACAO ABORTADA"
               CLOSE CONTR-FILE
               GO TO P999-STOP
           END-IF

           MOVE "PRESTACOES.LCK" TO WS-LOCK-PATH
           MOVE "SEGPREST" TO WS-LOCK-PROGRAMA
           MOVE WS-OPERADOR-ID TO WS-LOCK-OPERADOR
           PERFORM P-TRAVA-ARQUIVO
           IF WS-LOCK-OK NOT = 'S' THEN
               CLOSE CONTR-FILE
               GO TO P999-STOP
           END-IF
           PERFORM P-DATA-NEGOCIO
           MOVE WS-DT-NEGOCIO TO WS-JRN-DT-NEGOCIO

           OPEN I-O PREST-FILE
           IF WS-PREST-STATUS EQUAL 35 THEN
               DISPLAY "PRESTACOES AINDA NAO FOI CRIADO"
               CLOSE CONTR-FILE
               GO TO P999-STOP
           END-IF
           MOVE WS-NUM-CONT TO PREST-NUM-CONT
           MOVE 1           TO PREST-NUM-PARC
           MOVE 'N'         TO WS-EOF
           START PREST-FILE KEY IS NOT LESS THAN PREST-KEY
               INVALID KEY
                   MOVE 'S' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'S'
               READ PREST-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF PREST-NUM-CONT NOT = WS-NUM-CONT THEN
                           MOVE 'S' TO WS-EOF
                       ELSE
                           PERFORM P350-QUITA-PARCELA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PREST-FILE

           MOVE 'Q' TO CONTR-SIT-SINISTRO
           REWRITE CONTR-REC
           CLOSE CONTR-FILE

           MOVE 'Q'              TO WS-ACAO
           PERFORM P800-LOG-SINISTRO
           DISPLAY "PARCELAS QUITADAS PELA SEGURADORA: "
                   WS-QTD-PARCELAS
           DISPLAY "VALOR INDENIZADO: " WS-VL-INDENIZADO
           GO TO P999-STOP.

       P350-QUITA-PARCELA.
           IF PREST-ABERTA OR PREST-PARCIAL THEN
               COMPUTE WS-SALDO-PARCELA = PREST-VALOR - PREST-VL-PAGO
               ADD WS-SALDO-PARCELA TO WS-VL-INDENIZADO
               MOVE "SEGPREST"     TO WS-JRN-PROGRAMA
               MOVE WS-OPERADOR-ID TO WS-JRN-OPERADOR
               MOVE WS-OPERADOR-POSTO TO WS-JRN-POSTO
               MOVE "SITUACAO"     TO WS-JRN-CAMPO
               MOVE PREST-SITUACAO TO WS-JRN-ANTES
               MOVE 'S'            TO WS-JRN-DEPOIS
               PERFORM P-JRN-PARCELA
               MOVE 'S' TO PREST-SITUACAO
               REWRITE PREST-REC
               ADD 1 TO WS-QTD-PARCELAS
           END-IF.

       P400-NEGA.
      *    A SEGURADORA RECUSOU: O CONTRATO VOLTA PARA A COBRANCA
      *    NORMAL (CARTACOB, COBRCSV E BANCOREM) COM O SALDO DE HOJE.
           IF NOT WS-OPERADOR-ADMIN THEN
               DISPLAY "OPERACAO RESTRITA A OPERADORES ADMINISTRADORES"
               GO TO P999-STOP
           END-IF
           PERFORM P500-LE-SINISTRO
           DISPLAY "CONFIRMA A NEGATIVA DO SINISTRO DO CONTRATO "
                   WS-NUM-CONT " (S/N)?"
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = 'S' AND WS-CONFIRMA NOT = 's' THEN
               DISPLAY "NEGATIVA ABORTADA"
               CLOSE CONTR-FILE
               GO TO P999-STOP
           END-IF

           MOVE 'N' TO CONTR-SIT-SINISTRO
           REWRITE CONTR-REC
           CLOSE CONTR-FILE

           MOVE 0   TO WS-VL-INDENIZADO
           MOVE 'N' TO WS-ACAO
           PERFORM P800-LOG-SINISTRO
           DISPLAY "SINISTRO NEGADO - CONTRATO " WS-NUM-CONT
                   " DE VOLTA A COBRANCA"
           GO TO P999-STOP.

       P500-LE-SINISTRO.
      *    DEIXA CONTR-FILE ABERTO EM I-O COM O CONTRATO LIDO.
           DISPLAY "NUMERO DO CONTRATO"
           ACCEPT WS-NUM-CONT
           OPEN I-O CONTR-FILE
           IF WS-CONTR-STATUS EQUAL 35 THEN
               DISPLAY "CONTRATO.CTL AINDA NAO FOI CRIADO"
               GO TO P999-STOP
           END-IF
           MOVE WS-NUM-CONT TO CONTR-NUM-CONT
           READ CONTR-FILE
               INVALID KEY
                   DISPLAY "CONTRATO NAO ENCONTRADO"
                   CLOSE CONTR-FILE
                   GO TO P999-STOP
           END-READ
           IF NOT CONTR-SINISTRO-ABERTO THEN
               DISPLAY "CONTRATO SEM SINISTRO ABERTO"
               CLOSE CONTR-FILE
               GO TO P999-STOP
           END-IF
           DISPLAY "CONTRATO " CONTR-NUM-CONT "  CLIENTE "
                   CONTR-COD-CLIENTE "  SINISTRO ABERTO EM "
                   CONTR-DT-SINISTRO.

       P800-LOG-SINISTRO.
           MOVE 0 TO WS-CPF-TITULAR
           OPEN INPUT CLIENTE
           IF WS-CLI-STATUS NOT EQUAL 35 THEN
               MOVE CONTR-COD-CLIENTE TO COD-CLIENTE
               READ CLIENTE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CPF-CLIENTE TO WS-CPF-TITULAR
               END-READ
               CLOSE CLIENTE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO SIN-TIMESTAMP
           MOVE WS-OPERADOR-ID    TO SIN-OPERADOR
           MOVE "SEGPREST"        TO SIN-PROGRAMA
           MOVE WS-NUM-CONT       TO SIN-NUM-CONT
           MOVE CONTR-COD-CLIENTE TO SIN-COD-CLI
           MOVE WS-CPF-TITULAR    TO SIN-CPF
           MOVE WS-ACAO           TO SIN-ACAO
           MOVE WS-VL-INDENIZADO  TO SIN-VALOR
           OPEN EXTEND SIN-LOG-FILE
           IF WS-SIN-STATUS EQUAL 35 THEN
               OPEN OUTPUT SIN-LOG-FILE
           END-IF
           WRITE SIN-REC
           CLOSE SIN-LOG-FILE.

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
       END PROGRAM SEGPREST.

      *          ALISTAMENTO-MILITAR, CLIMAIN, GRAVACAO-ARQ E CLICSV
      *          VIA CPFBLOQ.cpy.
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - CPF CARREGADO (LISTA EXTERNA OU INCLUSAO
      *                  MANUAL) COM MOTIVO DE OBITO ABRE O SINISTRO
      *                  DO SEGURO PRESTAMISTA (P800): CADA CONTRATO
      *                  SEGURADO DO CPF COM SALDO EM ABERTO FICA COM
      *                  CONTR-SIT-SINISTRO 'A' (FORA DA COBRANCA NO
      *                  CARTACOB, COBRCSV E BANCOREM) E O AVISO VAI A
      *                  SINISTRO.LOG PARA A CONFIRMACAO NO SEGPREST.
      *     15/10/2026 - O CODIGO DO CLIENTE EM SINISTRO.LOG
      *                  (SIN-COD-CLI, VER SINISTLOG) PASSOU A TER 7
      *                  DIGITOS, COMO COD-CLIENTE (VER CODCLIMIG).
      *     15/10/2026 - INCLUSAO, REMOCAO E TROCA DE MOTIVO DE BLOQUEIO
      *                  (MANUAL OU PELA LISTA EXTERNA) PASSAM A DEIXAR
      *                  LINHA EM CONFIG.LOG COM O OPERADOR, O CPF E O
      *                  MOTIVO ANTES E DEPOIS (VER CFGLOG).
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLOQMNT.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CSV-STATUS.

           SELECT CLIENTE ASSIGN TO WS-CLIENTE-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COD-CLIENTE
           ALTERNATE RECORD KEY IS CPF-CLIENTE WITH DUPLICATES
           FILE STATUS IS WS-CLI-STATUS.

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

           SELECT SIN-LOG-FILE ASSIGN TO 'SINISTRO.LOG'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SIN-STATUS.

           SELECT CFG-LOG-FILE ASSIGN TO 'CONFIG.LOG'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CFGLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD USER-CTL-FILE.
       FD CSV-FILE.
       01 CSV-LINE           PIC X(60).

       FD CLIENTE.
       COPY CLIDATA.

       FD CONTR-FILE.
       COPY CONTRDATA.

       FD PREST-FILE.
       COPY PRESTDATA.

       FD SIN-LOG-FILE.
       COPY SINISTLOG.

       FD CFG-LOG-FILE.
       COPY CFGLOGDATA.

       WORKING-STORAGE SECTION.
       01 WS-BLOQ-STATUS     PIC 99.
       01 WS-BLOQ-NEW-STATUS PIC 99.
       01 WS-QTD-LISTADOS    PIC 9(05) VALUE 0.
       01 WS-CMD             PIC X(80) VALUE SPACES.

      *    ABERTURA DE SINISTRO DO SEGURO PRESTAMISTA POR OBITO.
       01 WS-CLI-STATUS      PIC 99.
       01 WS-CONTR-STATUS    PIC 99.
       01 WS-PREST-STATUS    PIC 99.
       01 WS-SIN-STATUS      PIC 99.
       01 WS-CPF-OBITO       PIC 9(11) VALUE 0.
       01 WS-MOTIVO-MAIUSC   PIC X(30) VALUE SPACES.
       01 WS-QTD-OBITO       PIC 9(02) VALUE 0.
       01 WS-EOF-CLI         PIC X     VALUE 'N'.
       01 WS-EOF-CONTR       PIC X     VALUE 'N'.
       01 WS-EOF-PREST       PIC X     VALUE 'N'.
       01 WS-SALDO-CONTRATO  PIC 9(09)V99 VALUE 0.
       01 WS-DT-HOJE         PIC 9(08) VALUE 0.
       01 WS-QTD-SINISTROS   PIC 9(05) VALUE 0.

      *    TABELA DA LISTA ATUAL PARA A CARGA EXTERNA (MERGE) - MESMO
      *    ESTILO DA TABELA DE FERIADOS DO FERMNT.
       01 WS-QTD-BLOQ        PIC 9(04) VALUE 0.

       COPY WSLOGON.
       COPY WSSENHASH.
       COPY CLIPATH.
       COPY WSCFGLOG.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM P-TREINO-ENTRA
           DISPLAY "MANUTENCAO DA LISTA DE CPF BLOQUEADOS"
           PERFORM P-SIGN-ON
           IF NOT WS-OPERADOR-ADMIN THEN
               DISPLAY "OPERACAO RESTRITA A OPERADORES ADMINISTRADORES"
               GO TO P999-STOP
           END-IF
           MOVE "BLOQMNT"     TO WS-CFG-PROGRAMA
           MOVE "BLOQCPF.CTL" TO WS-CFG-ARQUIVO
           MOVE "MOTIVO"      TO WS-CFG-CAMPO

           DISPLAY "1 PARA CARREGAR A LISTA EXTERNA (BLOQCPF.CSV)"
           DISPLAY "2 PARA INCLUIR BLOQUEIO MANUAL"
           DISPLAY "BLOQUEIOS INCLUIDOS: " WS-QTD-INCLUIDOS
           DISPLAY "BLOQUEIOS ATUALIZADOS: " WS-QTD-ATUALIZADOS
           DISPLAY "LINHAS REJEITADAS: " WS-QTD-REJEITADOS
           DISPLAY "CONTRATOS EM SINISTRO (SEGURO PRESTAMISTA): "
                   WS-QTD-SINISTROS
           GO TO P999-STOP.

       P200-MERGE-LINHA.
           PERFORM VARYING WS-BLOQ-IDX FROM 1 BY 1
                   UNTIL WS-BLOQ-IDX > WS-QTD-BLOQ
               IF WS-BLOQ-TB-CPF(WS-BLOQ-IDX) = WS-CSV-CPF THEN
                   MOVE WS-BLOQ-TB-MOTIVO(WS-BLOQ-IDX) TO WS-CFG-ANTES
                   MOVE WS-CSV-MOTIVO
                     TO WS-BLOQ-TB-MOTIVO(WS-BLOQ-IDX)
                   MOVE 'S' TO WS-ACHOU
                     TO WS-BLOQ-TB-CPF(WS-QTD-BLOQ)
                   MOVE WS-CSV-MOTIVO
                     TO WS-BLOQ-TB-MOTIVO(WS-QTD-BLOQ)
                   MOVE "(INEXISTENTE)" TO WS-CFG-ANTES
                   ADD 1 TO WS-QTD-INCLUIDOS
               ELSE
                   DISPLAY "TABELA DE 2000 BLOQUEIOS CHEIA - LINHA "
                           "REJEITADA: " WS-CSV-CPF
                   ADD 1 TO WS-QTD-REJEITADOS
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-CSV-CPF    TO WS-CFG-CHAVE
           MOVE WS-CSV-MOTIVO TO WS-CFG-DEPOIS
           PERFORM P-CFGLOG-GRAVA

           MOVE WS-CSV-CPF    TO WS-CPF-OBITO
           MOVE WS-CSV-MOTIVO TO WS-MOTIVO-MAIUSC
           PERFORM P800-CONFERE-OBITO.

       P300-INCLUIR.
           DISPLAY "CPF A BLOQUEAR"
           END-IF
           WRITE BLOQ-CTL-REC
           CLOSE BLOQ-CTL-FILE
           MOVE WS-CPF-BUSCA    TO WS-CFG-CHAVE
           MOVE "(INEXISTENTE)" TO WS-CFG-ANTES
           MOVE WS-MOTIVO       TO WS-CFG-DEPOIS
           PERFORM P-CFGLOG-GRAVA
           DISPLAY "BLOQUEIO INCLUIDO"

           MOVE WS-CPF-BUSCA TO WS-CPF-OBITO
           MOVE WS-MOTIVO    TO WS-MOTIVO-MAIUSC
           PERFORM P800-CONFERE-OBITO
           IF WS-QTD-SINISTROS > 0 THEN
               DISPLAY "CONTRATOS EM SINISTRO (SEGURO PRESTAMISTA): "
                       WS-QTD-SINISTROS
           END-IF
           GO TO P999-STOP.

       P400-REMOVER.
                   UNTIL WS-BLOQ-IDX > WS-QTD-BLOQ
               IF WS-BLOQ-TB-CPF(WS-BLOQ-IDX) = WS-CPF-BUSCA THEN
                   MOVE 'S' TO WS-ACHOU
                   MOVE WS-CPF-BUSCA    TO WS-CFG-CHAVE
                   MOVE WS-BLOQ-TB-MOTIVO(WS-BLOQ-IDX) TO WS-CFG-ANTES
                   MOVE "(INEXISTENTE)" TO WS-CFG-DEPOIS
                   PERFORM P-CFGLOG-GRAVA
               ELSE
                   MOVE WS-BLOQ-TB-CPF(WS-BLOQ-IDX)
                     TO BLOQ-CTL-CPF
           MOVE "mv BLOQCPF.CTL.NEW BLOQCPF.CTL" TO WS-CMD
           CALL "SYSTEM" USING WS-CMD.

       P800-CONFERE-OBITO.
      *    MOTIVO COM "OBITO" (EM QUALQUER CAIXA) E AVISO DE MORTE DO
      *    TITULAR: OS CONTRATOS COM SEGURO PRESTAMISTA DO CPF ENTRAM
      *    EM SINISTRO. OS DEMAIS MOTIVOS SO BLOQUEIAM O CADASTRO.
           MOVE FUNCTION UPPER-CASE(WS-MOTIVO-MAIUSC)
             TO WS-MOTIVO-MAIUSC
           MOVE 0 TO WS-QTD-OBITO
           INSPECT WS-MOTIVO-MAIUSC TALLYING WS-QTD-OBITO
               FOR ALL "OBITO"
           IF WS-QTD-OBITO = 0 THEN
               EXIT PARAGRAPH
           END-IF

           ACCEPT WS-CLIENTE-PATH FROM ENVIRONMENT "CLIENTE_PATH"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           OPEN INPUT CLIENTE
           IF WS-CLI-STATUS EQUAL 35 THEN
               EXIT PARAGRAPH
           END-IF
           OPEN I-O CONTR-FILE
           IF WS-CONTR-STATUS EQUAL 35 THEN
               CLOSE CLIENTE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PREST-FILE
           IF WS-PREST-STATUS EQUAL 35 THEN
               CLOSE CONTR-FILE
               CLOSE CLIENTE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DT-HOJE

      *    O MESMO CPF PODE ESTAR EM MAIS DE UM CADASTRO (CHAVE
      *    ALTERNATIVA COM DUPLICATAS) - TODOS SAO PERCORRIDOS.
           MOVE WS-CPF-OBITO TO CPF-CLIENTE
           MOVE 'N' TO WS-EOF-CLI
           START CLIENTE KEY IS EQUAL TO CPF-CLIENTE
               INVALID KEY
                   MOVE 'S' TO WS-EOF-CLI
           END-START
           PERFORM UNTIL WS-EOF-CLI = 'S'
               READ CLIENTE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-EOF-CLI
                   NOT AT END
                       IF CPF-CLIENTE NOT = WS-CPF-OBITO THEN
                           MOVE 'S' TO WS-EOF-CLI
                       ELSE
                           PERFORM P810-CONTRATOS-DO-CLIENTE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PREST-FILE
           CLOSE CONTR-FILE
           CLOSE CLIENTE.

       P810-CONTRATOS-DO-CLIENTE.
           MOVE COD-CLIENTE TO CONTR-COD-CLIENTE
           MOVE 'N' TO WS-EOF-CONTR
           START CONTR-FILE KEY IS EQUAL TO CONTR-COD-CLIENTE
               INVALID KEY
                   MOVE 'S' TO WS-EOF-CONTR
           END-START
           PERFORM UNTIL WS-EOF-CONTR = 'S'
               READ CONTR-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-EOF-CONTR
                   NOT AT END
                       IF CONTR-COD-CLIENTE NOT = COD-CLIENTE THEN
                           MOVE 'S' TO WS-EOF-CONTR
                       ELSE
                           IF CONTR-SEGURO-PREST = 'S' AND
                              CONTR-SIT-SINISTRO = SPACE THEN
                               PERFORM P820-ABRE-SINISTRO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       P820-ABRE-SINISTRO.
      *    SO O CONTRATO COM SALDO EM ABERTO (PARCELAS ABERTAS E
      *    PARCIAIS) TEM O QUE INDENIZAR.
           MOVE 0 TO WS-SALDO-CONTRATO
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
                           IF PREST-ABERTA OR PREST-PARCIAL THEN
                               COMPUTE WS-SALDO-CONTRATO =
                                       WS-SALDO-CONTRATO
                                       + PREST-VALOR - PREST-VL-PAGO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SALDO-CONTRATO = 0 THEN
               EXIT PARAGRAPH
           END-IF

           MOVE 'A'        TO CONTR-SIT-SINISTRO
           MOVE WS-DT-HOJE TO CONTR-DT-SINISTRO
           REWRITE CONTR-REC
               INVALID KEY
                   DISPLAY "CONTRATO " CONTR-NUM-CONT
                           " NAO ATUALIZADO - SINISTRO NAO ABERTO"
                   EXIT PARAGRAPH
           END-REWRITE
           ADD 1 TO WS-QTD-SINISTROS
           DISPLAY "CONTRATO " CONTR-NUM-CONT " DO CLIENTE "
                   CONTR-COD-CLIENTE " EM SINISTRO - SALDO "
                   WS-SALDO-CONTRATO

           MOVE FUNCTION CURRENT-DATE TO SIN-TIMESTAMP
           MOVE WS-OPERADOR-ID    TO SIN-OPERADOR
           MOVE "BLOQMNT"         TO SIN-PROGRAMA
           MOVE CONTR-NUM-CONT    TO SIN-NUM-CONT
           MOVE CONTR-COD-CLIENTE TO SIN-COD-CLI
           MOVE WS-CPF-OBITO      TO SIN-CPF
           MOVE 'A'               TO SIN-ACAO
           MOVE WS-SALDO-CONTRATO TO SIN-VALOR
           OPEN EXTEND SIN-LOG-FILE
           IF WS-SIN-STATUS EQUAL 35 THEN
               OPEN OUTPUT SIN-LOG-FILE
           END-IF
           WRITE SIN-REC
           CLOSE SIN-LOG-FILE.

       P999-STOP.
           DISPLAY "FINALIZANDO O PROGRAMA..."
           STOP RUN.

       COPY LOGON.
       COPY SENHASH.
       COPY CFGLOG.
       COPY TREINO.
       END PROGRAM BLOQMNT.

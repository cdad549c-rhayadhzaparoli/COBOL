      *          E AJUSTADO - A FUSAO A MAO DEIXAVA OS CONTRATOS DO
      *          CODIGO ANTIGO ORFAOS EM SILENCIO.
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - CONTRATO.CTL PASSOU A SER INDEXADO COM CHAVE
      *                  ALTERNATIVA POR CONTR-COD-CLIENTE: O
      *                  REAPONTAMENTO REGRAVA SO OS CONTRATOS DO
      *                  CODIGO DESCARTADO, SEM COPIAR O ARQUIVO TODO.
      *     15/10/2026 - OS CODIGOS DO PAR, O SOBREVIVENTE E O
      *                  DESCARTADO, E O CODIGO EM CLIENTE.LOG, PASSARAM
      *                  A TER 7 DIGITOS, COMO COD-CLIENTE (VER CLIMIG5
      *                  E CODCLIMIG).
      *     15/10/2026 - A FUSAO PRESERVA A OPCAO DE NAO RECEBER AVISOS
      *                  (OPTOUT-CLIENTE, VER NOTIFICA): SE QUALQUER DOS
      *                  DOIS CADASTROS A MARCOU, O SOBREVIVENTE FICA
      *                  MARCADO.
      *     15/10/2026 - O PAR A FUNDIR PASSA A VIR DA FILA DE FUSAO
      *                  CLIFUSAO.FIL (VER FUSFILA) QUANDO HA PAR
      *                  PENDENTE CONFIRMADO NA VARREDURA DE DUPLICIDADE
      *                  POR NOME (DUPNOME); AO SAIR, O PAR E MARCADO
      *                  COMO FUNDIDO OU ABANDONADO. SEM PAR PENDENTE,
      *                  OS CODIGOS SAO DIGITADOS COMO ANTES.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIMERGE.
           FILE STATUS IS WS-STATUS.

           SELECT CONTR-FILE ASSIGN TO 'CONTRATO.CTL'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CONTR-NUM-CONT
           ALTERNATE RECORD KEY IS CONTR-COD-CLIENTE WITH DUPLICATES
           FILE STATUS IS WS-CONTR-STATUS.

           SELECT CLI-LOG-FILE ASSIGN TO 'CLIENTE.LOG'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CNT-STATUS.

           SELECT FUS-FILE ASSIGN TO 'CLIFUSAO.FIL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FUS-STATUS.

           SELECT FUS-NEW-FILE ASSIGN TO 'CLIFUSAO.FIL.NEW'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FUS-NEW-STATUS.

           SELECT LOCK-FILE ASSIGN TO WS-LOCK-PATH
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
       FD CONTR-FILE.
       COPY CONTRDATA.

       FD CLI-LOG-FILE.
       01 CLI-LOG-REC.
         05 CLI-LOG-TIMESTAMP PIC X(20).
         05 CLI-LOG-COD       PIC 9(07).
         05 CLI-LOG-OPERADOR  PIC X(10).
         05 CLI-LOG-TIPO      PIC X(15).
         05 CLI-LOG-NOTA      PIC X(60).
       FD CLI-LOG-NEW-FILE.
       01 CLI-LOG-NEW-REC.
         05 CLI-LOG-NEW-TIMESTAMP PIC X(20).
         05 CLI-LOG-NEW-COD       PIC 9(07).
         05 CLI-LOG-NEW-OPERADOR  PIC X(10).
         05 CLI-LOG-NEW-TIPO      PIC X(15).
         05 CLI-LOG-NEW-NOTA      PIC X(60).
       FD CLI-CNT-FILE.
       COPY CLICOUNT.

       FD FUS-FILE.
       COPY FUSFILA.

       FD FUS-NEW-FILE.
       01 FUS-NEW-REC        PIC X(36).

       FD LOCK-FILE.
       01 LOCK-REC.
         05 LOCK-TIMESTAMP    PIC X(20).
       WORKING-STORAGE SECTION.
       01 WS-STATUS          PIC 99.
       01 WS-CONTR-STATUS    PIC 99.
       01 WS-CLILOG-STATUS   PIC 99.
       01 WS-CLILOG-NEW-STATUS PIC 99.
       01 WS-CNT-STATUS      PIC 99.
       01 WS-EOF             PIC X     VALUE 'N'.
       01 WS-FUS-STATUS      PIC 99.
       01 WS-FUS-NEW-STATUS  PIC 99.
       01 WS-EOF-FUS         PIC X     VALUE 'N'.
      *    POSICAO NA FILA DE FUSAO (CLIFUSAO.FIL) DO PAR PENDENTE EM
      *    TRATAMENTO - ZERO QUANDO OS CODIGOS FORAM DIGITADOS.
       01 WS-FUS-POS         PIC 9(04) VALUE 0.
       01 WS-FUS-LIDOS       PIC 9(04) VALUE 0.
       01 WS-FUSAO-OK        PIC X     VALUE 'N'.
       01 WS-COD-A           PIC 9(07) VALUE 0.
       01 WS-COD-B           PIC 9(07) VALUE 0.
       01 WS-COD-SOBREVIVE   PIC 9(07) VALUE 0.
       01 WS-COD-DESCARTA    PIC 9(07) VALUE 0.
       01 WS-ESCOLHA         PIC 9(01) VALUE 0.
       01 WS-CONFIRMA        PIC X     VALUE 'N'.
       01 WS-CMD             PIC X(80) VALUE SPACES.
       COPY WSLOGON.
       COPY WSSENHASH.
       COPY WSFILELOCK.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           DISPLAY "******** FUSAO DE CLIENTES DUPLICADOS ********"
           PERFORM P-SIGN-ON
           IF NOT WS-OPERADOR-ADMIN THEN
               GO TO P999-STOP
           END-IF

           PERFORM P100-PAR-DA-FILA
           IF WS-FUS-POS = 0 THEN
               DISPLAY "CODIGO DO PRIMEIRO CLIENTE DO PAR"
               ACCEPT WS-COD-A
               DISPLAY "CODIGO DO SEGUNDO CLIENTE DO PAR"
               ACCEPT WS-COD-B
           END-IF
           IF WS-COD-A = WS-COD-B THEN
               DISPLAY "OS DOIS CODIGOS SAO IGUAIS - NADA A FUNDIR"
               GO TO P999-STOP
           PERFORM P700-EXCLUI-DESCARTADO
           CLOSE CLIENTE
           PERFORM P800-DROP-CONTADOR
           MOVE 'S' TO WS-FUSAO-OK

           DISPLAY "FUSAO CONCLUIDA - SOBREVIVENTE: " WS-COD-SOBREVIVE
           DISPLAY "CONTRATOS REAPONTADOS: " WS-QTD-CONTR-REAP
           DISPLAY "CONTATOS REAPONTADOS: " WS-QTD-LOG-REAP
           GO TO P999-STOP.

       P100-PAR-DA-FILA.
      *    O PRIMEIRO PAR PENDENTE NA FILA DE FUSAO (CONFIRMADO PELO
      *    OPERADOR NA VARREDURA DO DUPNOME) DISPENSA A DIGITACAO DOS
      *    DOIS CODIGOS.
           MOVE 0   TO WS-FUS-POS
           MOVE 0   TO WS-FUS-LIDOS
           MOVE 'N' TO WS-EOF-FUS
           OPEN INPUT FUS-FILE
           IF WS-FUS-STATUS EQUAL 35 THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FUS = 'S' OR WS-FUS-POS > 0
               READ FUS-FILE
                   AT END
                       MOVE 'S' TO WS-EOF-FUS
                   NOT AT END
                       ADD 1 TO WS-FUS-LIDOS
                       IF FUS-PENDENTE THEN
                           MOVE WS-FUS-LIDOS TO WS-FUS-POS
                           MOVE FUS-COD-A    TO WS-COD-A
                           MOVE FUS-COD-B    TO WS-COD-B
                           DISPLAY "PAR DA FILA DE FUSAO (DUPNOME): "
                                   WS-COD-A " / " WS-COD-B
                                   " - PONTUACAO " FUS-SCORE
                                   " - CONFIRMADO POR " FUS-OPERADOR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FUS-FILE.

       P200-EXIBE-PAR.
           DISPLAY " "
           DISPLAY "---- PAR CANDIDATO A FUSAO ----"
           ACCEPT WS-ESCOLHA
           IF WS-ESCOLHA = 2 THEN
               MOVE WS-B-UF-CLIENTE TO WS-UF-CLIENTE
           END-IF

      *    SE QUALQUER DOS DOIS CADASTROS PEDIU PARA NAO RECEBER AVISOS
      *    (VER NOTIFICA), O SOBREVIVENTE CONTINUA SEM RECEBER.
           IF WS-B-OPTOUT-CLIENTE = 'S' THEN
               MOVE 'S' TO WS-OPTOUT-CLIENTE
           END-IF.

       P400-GRAVA-SOBREVIVENTE.

       P500-REAPONTA-CONTRATOS.
      *    REAPONTA OS CONTRATOS DO CODIGO DESCARTADO PARA O
      *    SOBREVIVENTE. A CHAVE ALTERNATIVA MUDA A CADA REWRITE, ENTAO
      *    O START E REFEITO ATE NAO SOBRAR CONTRATO DO DESCARTADO.
           OPEN I-O CONTR-FILE
           IF WS-CONTR-STATUS EQUAL 35 THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'S'
               MOVE WS-COD-DESCARTA TO CONTR-COD-CLIENTE
               START CONTR-FILE KEY IS EQUAL TO CONTR-COD-CLIENTE
                   INVALID KEY
                       MOVE 'S' TO WS-EOF
               END-START
               IF WS-EOF NOT = 'S' THEN
                   READ CONTR-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF CONTR-COD-CLIENTE NOT = WS-COD-DESCARTA
                               THEN
                               MOVE 'S' TO WS-EOF
                           ELSE
                               MOVE WS-COD-SOBREVIVE
                                 TO CONTR-COD-CLIENTE
                               REWRITE CONTR-REC
                                   INVALID KEY
                                       DISPLAY "CONTRATO "
                                               CONTR-NUM-CONT
                                               " NAO REAPONTADO"
                                       MOVE 'S' TO WS-EOF
                                   NOT INVALID KEY
                                       ADD 1 TO WS-QTD-CONTR-REAP
                               END-REWRITE
                           END-IF
                   END-READ
               END-IF
           END-PERFORM
           CLOSE CONTR-FILE.

       P600-REAPONTA-CONTATOS.
      *    REAPONTA O HISTORICO DE CONTATOS (CLIENTE.LOG) DO CODIGO
           REWRITE CLI-CNT-REC
           CLOSE CLI-CNT-FILE.

       P900-MARCA-FILA.
      *    O PAR DA FILA SAI DE PENDENTE: FUNDIDO SE A FUSAO FOI ATE O
      *    FIM, ABANDONADO EM QUALQUER OUTRA SAIDA (CODIGO NAO
      *    ENCONTRADO, ESCOLHA INVALIDA, FUSAO NAO CONFIRMADA). A FILA
      *    E REGRAVADA INTEIRA, COMO CLIENTE.LOG EM P600.
           OPEN INPUT FUS-FILE
           IF WS-FUS-STATUS EQUAL 35 THEN
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT FUS-NEW-FILE
           MOVE 0   TO WS-FUS-LIDOS
           MOVE 'N' TO WS-EOF-FUS
           PERFORM UNTIL WS-EOF-FUS = 'S'
               READ FUS-FILE
                   AT END
                       MOVE 'S' TO WS-EOF-FUS
                   NOT AT END
                       ADD 1 TO WS-FUS-LIDOS
                       IF WS-FUS-LIDOS = WS-FUS-POS THEN
                           IF WS-FUSAO-OK = 'S' THEN
                               MOVE 'F' TO FUS-SITUACAO
                           ELSE
                               MOVE 'A' TO FUS-SITUACAO
                           END-IF
                       END-IF
                       WRITE FUS-NEW-REC FROM FUS-REC
               END-READ
           END-PERFORM
           CLOSE FUS-FILE
           CLOSE FUS-NEW-FILE
           MOVE "mv CLIFUSAO.FIL.NEW CLIFUSAO.FIL" TO WS-CMD
           CALL "SYSTEM" USING WS-CMD.

       P999-STOP.
           IF WS-FUS-POS > 0 THEN
               PERFORM P900-MARCA-FILA
           END-IF
           IF WS-LOCK-OK = 'S' THEN
               PERFORM P-DESTRAVA-ARQUIVO
           END-IF
       COPY LOGON.
       COPY SENHASH.
       COPY FILELOCK.
       COPY TREINO.
       END PROGRAM CLIMERGE.

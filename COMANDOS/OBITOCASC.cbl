      ******************************************************************
      * Author: RHAYADH ZAPAROLI
      * Date: 15/10/2026
      * Purpose: CASCATA NOTURNA DO AVISO DE OBITO - O BLOQMNT SO
      *          IMPEDIA NOVO ALISTAMENTO E NOVO CLIENTE PARA O CPF COM
      *          OBITO NA LISTA DE BLOQUEIO (BLOQCPF.CTL), E A PESSOA
      *          CONTINUAVA SENDO CONVOCADA, DECLARADA INSUBMISSA,
      *          AGENDADA E COBRADA. PARA CADA CPF BLOQUEADO COM MOTIVO
      *          DE OBITO (MESMO CRITERIO DO BLOQMNT P800):
      *          - O REGISTRO DE ALISTAMENTO RECEBE SIT-SERVICO 'F'
      *            (FALECIDO, VER PRSDATA), QUE O TIRA DO CONVOCA, DA
      *            RODADA DE INSUBMISSOS DO APRESCTL E DO REEXAME, COM
      *            A LINHA EM ALISTAMENTO.LOG;
      *          - OS AGENDAMENTOS FUTUROS EM AGENDA.DAT (DATA A PARTIR
      *            DA DATA DE MOVIMENTO, AINDA SEM RESULTADO) FICAM
      *            CANCELADOS ('X', VER AGENDA);
      *          - O CLIENTE RECEBE SIT-CLIENTE 'F' (VER CLIDATA), COM
      *            A LINHA EM CLIENTE.LOG, E CADA CONTRATO DELE NAO
      *            ARQUIVADO RECEBE CONTR-SIT-OBITO 'S' (VER
      *            CONTRDATA), QUE O TIRA DA COBRANCA AUTOMATICA E O
      *            ENTREGA AO SUPERVISOR DE COBRANCA.
      *          SO O QUE AINDA NAO ESTAVA MARCADO E ALTERADO - RODAR
      *          DE NOVO NAO REPETE NADA. TUDO O QUE FOI TOCADO SAI EM
      *          OBITOCASC.PRN (REFEITO A CADA EXECUCAO); HAVENDO
      *          CONTRATO MARCADO, UMA PENDENCIA VAI PARA LOTENOITE.ALT,
      *          COMO NO OUVATRASO, PARA O SUPERVISOR DE COBRANCA. O
      *          REGISTRO E O CLIENTE SAO TRAVADOS UM DE CADA VEZ (VER
      *          FILELOCK); ARQUIVO EM USO ADIA SO AQUELA ETAPA PARA A
      *          PROXIMA NOITE. RODA SEM OPERADOR, COMO ETAPA DO LOTE
      *          NOTURNO (LOTENOITE.CTL).
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - A LINHA GRAVADA EM ALISTAMENTO.LOG PASSA A
      *                  LEVAR O ELO DA CADEIA DE CONFERENCIA (CHG-ELO,
      *                  ANCORA EM ALISTAMENTO.LOG.ANC - VER
      *                  CADEIA.cpy).
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      *     15/10/2026 - AGENDA.DAT GANHOU O POSTO DE ATENDIMENTO
      *                  (AGD-POSTO) NO FIM DO REGISTRO.
      *     15/10/2026 - CADA IMPRESSAO EM OBITOCASC.PRN PASSA A SER
      *                  ARQUIVADA COMO JOB NUMERADO NO ARQUIVO DE
      *                  IMPRESSAO (SPOOL.IDX, VER SPOOL.cpy), COM
      *                  OPERADOR, DATA/HORA, PAGINAS E REGISTROS - UMA
      *                  NOVA RODADA NAO APAGA MAIS A ANTERIOR; CONSULTA
      *                  E REIMPRESSAO PELO SPOOLVER.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OBITOCASC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BLOQ-CTL-FILE ASSIGN TO 'BLOQCPF.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-BLOQ-STATUS.

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

           SELECT ANC-FILE ASSIGN TO WS-ANC-PATH
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ANC-STATUS.

           SELECT AGENDA-FILE ASSIGN TO 'AGENDA.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-AGD-STATUS.

           SELECT AGENDA-NEW-FILE ASSIGN TO 'AGENDA.DAT.NEW'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-AGD-NEW-STATUS.

           SELECT CLIENTE ASSIGN TO WS-CLIENTE-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COD-CLIENTE
           ALTERNATE RECORD KEY IS CPF-CLIENTE WITH DUPLICATES
           FILE STATUS IS WS-CLI-STATUS.

           SELECT CLI-LOG-FILE ASSIGN TO 'CLIENTE.LOG'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CLILOG-STATUS.

           SELECT CONTR-FILE ASSIGN TO 'CONTRATO.CTL'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CONTR-NUM-CONT
           ALTERNATE RECORD KEY IS CONTR-COD-CLIENTE WITH DUPLICATES
           FILE STATUS IS WS-CONTR-STATUS.

           SELECT OBITO-PRN-FILE ASSIGN TO 'OBITOCASC.PRN'
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

           SELECT LOCK-FILE ASSIGN TO WS-LOCK-PATH
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LOCK-STATUS.

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
       FD BLOQ-CTL-FILE.
      *    MESMO LAYOUT DE BLOQ-CTL-REC NO BLOQMNT.
       01 BLOQ-CTL-REC.
         05 BLOQ-CTL-CPF      PIC 9(11).
         05 BLOQ-CTL-MOTIVO   PIC X(30).

       FD REG-FILE.
       COPY PRSDATA.

       FD CHG-LOG-FILE.
       COPY CHGLOGDATA.

       FD ANC-FILE.
       COPY ANCDATA.

       FD AGENDA-FILE.
      *    MESMO LAYOUT DE AGENDA-REC NO AGENDA.
       01 AGENDA-REC.
         05 AGD-DATA          PIC 9(08).
         05 AGD-TURNO         PIC X(01).
         05 AGD-CPF           PIC 9(11).
         05 AGD-NOME          PIC X(50).
         05 AGD-SITUACAO      PIC X(01).
      *  POSTO DE ATENDIMENTO QUE FEZ O AGENDAMENTO (VER POSTODATA).
         05 AGD-POSTO         PIC 9(03).

       FD AGENDA-NEW-FILE.
       01 AGENDA-NEW-REC     PIC X(74).

       FD CLIENTE.
       COPY CLIDATA.

       FD CLI-LOG-FILE.
      *    MESMO LAYOUT DE CLI-LOG-REC NO CLIMAIN.
       01 CLI-LOG-REC.
         05 CLI-LOG-TIMESTAMP PIC X(20).
         05 CLI-LOG-COD       PIC 9(07).
         05 CLI-LOG-OPERADOR  PIC X(10).
         05 CLI-LOG-TIPO      PIC X(15).
         05 CLI-LOG-NOTA      PIC X(60).

       FD CONTR-FILE.
       COPY CONTRDATA.

       FD OBITO-PRN-FILE.
       01 OBITO-LINE         PIC X(100).

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

       FD LOCK-FILE.
       01 LOCK-REC.
         05 LOCK-TIMESTAMP    PIC X(20).
         05 LOCK-OPERADOR     PIC X(10).
         05 LOCK-PROGRAMA     PIC X(20).

       FD SPOOL-IDX-FILE.
       COPY SPOOLDATA.

       FD SPOOL-TAM-FILE.
       COPY SPOOLTAM.

       WORKING-STORAGE SECTION.
       01 WS-BLOQ-STATUS     PIC 99.
       01 WS-REG-STATUS      PIC 99.
       01 WS-CHG-STATUS      PIC 99.
       01 WS-AGD-STATUS      PIC 99.
       01 WS-AGD-NEW-STATUS  PIC 99.
       01 WS-CLI-STATUS      PIC 99.
       01 WS-CLILOG-STATUS   PIC 99.
       01 WS-CONTR-STATUS    PIC 99.
       01 WS-PRN-STATUS      PIC 99.
       01 WS-ALT-STATUS      PIC 99.
       01 WS-EOF             PIC X      VALUE 'N'.
       01 WS-EOF-CLI         PIC X      VALUE 'N'.
       01 WS-EOF-CONTR       PIC X      VALUE 'N'.
       01 WS-ACHOU           PIC X      VALUE 'N'.
       01 WS-CONTR-ABERTO    PIC X      VALUE 'N'.
       01 WS-SIT-ANTERIOR    PIC X(01)  VALUE SPACE.
       01 WS-COD-CLI-ATUAL   PIC 9(07)  VALUE 0.
       01 WS-CMD             PIC X(60)  VALUE SPACES.

      *    CPFS COM OBITO NA LISTA DE BLOQUEIO (MESMO LIMITE DA TABELA
      *    DO BLOQMNT).
       01 WS-MOTIVO-MAIUSC   PIC X(30)  VALUE SPACES.
       01 WS-QTD-PALAVRA     PIC 9(02)  VALUE 0.
       01 WS-QTD-OBITOS      PIC 9(04)  VALUE 0.
       01 WS-OBT-IDX         PIC 9(04)  VALUE 0.
       01 WS-OBT-TAB.
         05 WS-OBT-CPF       PIC 9(11) OCCURS 2000 TIMES.

      *    TOTAIS DO QUE FOI TOCADO NESTA EXECUCAO.
       01 WS-QTD-REGISTROS   PIC 9(05)  VALUE 0.
       01 WS-QTD-AGENDAS     PIC 9(05)  VALUE 0.
       01 WS-QTD-CLIENTES    PIC 9(05)  VALUE 0.
       01 WS-QTD-CONTRATOS   PIC 9(05)  VALUE 0.
       01 WS-QTD-ED          PIC ZZZZ9.
       01 WS-ETAPA-ADIADA    PIC X(01)  VALUE 'N'.

       COPY CLIPATH.
       COPY WSDATAMOV.
       COPY WSFILELOCK.
       COPY WSCADEIA.
       COPY WSTREINO.
       COPY WSSPOOL.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           MOVE 'OBITOCASC' TO WS-SPL-PROGRAMA
           DISPLAY "******** CASCATA DE AVISO DE OBITO ********"
           PERFORM P-DATA-NEGOCIO
           IF WS-DT-NEG-OK NOT = 'S' THEN
               GO TO P999-STOP
           END-IF
           ACCEPT WS-CLIENTE-PATH FROM ENVIRONMENT "CLIENTE_PATH"
               ON EXCEPTION CONTINUE
           END-ACCEPT

           PERFORM P100-CARREGA-OBITOS

           MOVE 'OBITOCASC.PRN' TO WS-SPL-ARQUIVO
           MOVE 100             TO WS-SPL-TAM-REG
           MOVE 'S'             TO WS-SPL-PESSOAL
           OPEN OUTPUT OBITO-PRN-FILE
           MOVE SPACES TO OBITO-LINE
           STRING "CASCATA DE AVISO DE OBITO EM " DELIMITED BY SIZE
                  WS-DT-NEGOCIO                   DELIMITED BY SIZE
                  INTO OBITO-LINE
           PERFORM P800-IMPRIME
           MOVE WS-QTD-OBITOS TO WS-QTD-ED
           MOVE SPACES TO OBITO-LINE
           STRING "CPFS COM OBITO NA LISTA DE BLOQUEIO: "
                                                  DELIMITED BY SIZE
                  WS-QTD-ED                       DELIMITED BY SIZE
                  INTO OBITO-LINE
           PERFORM P800-IMPRIME

           IF WS-QTD-OBITOS > 0 THEN
               PERFORM P200-REGISTRO
               PERFORM P300-AGENDA
               PERFORM P400-CLIENTE
           END-IF

           PERFORM P700-TOTAIS
           CLOSE OBITO-PRN-FILE
           PERFORM P-SPOOL-ARQUIVA
           IF WS-QTD-CONTRATOS > 0 THEN
               PERFORM P750-ENFILEIRA-ALERTA
           END-IF
           GO TO P999-STOP.

       P100-CARREGA-OBITOS.
      *    MOTIVO COM "OBITO" EM QUALQUER CAIXA, COMO NO BLOQMNT P800.
           OPEN INPUT BLOQ-CTL-FILE
           IF WS-BLOQ-STATUS EQUAL 35 THEN
               DISPLAY "BLOQCPF.CTL AINDA NAO FOI CRIADO"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'S'
               READ BLOQ-CTL-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       MOVE FUNCTION UPPER-CASE(BLOQ-CTL-MOTIVO)
                         TO WS-MOTIVO-MAIUSC
                       MOVE 0 TO WS-QTD-PALAVRA
                       INSPECT WS-MOTIVO-MAIUSC TALLYING WS-QTD-PALAVRA
                           FOR ALL "OBITO"
                       IF WS-QTD-PALAVRA > 0 THEN
                           IF WS-QTD-OBITOS < 2000 THEN
                               ADD 1 TO WS-QTD-OBITOS
                               MOVE BLOQ-CTL-CPF
                                 TO WS-OBT-CPF(WS-QTD-OBITOS)
                           ELSE
                               DISPLAY "TABELA DE OBITOS CHEIA - CPF "
                                       BLOQ-CTL-CPF " FICA PARA A "
                                       "PROXIMA EXECUCAO"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BLOQ-CTL-FILE.

       P200-REGISTRO.
      *    REGISTRO DE ALISTAMENTO: SIT-SERVICO 'F' PARA CADA CPF COM
      *    OBITO QUE AINDA NAO ESTAVA MARCADO.
           MOVE SPACES TO OBITO-LINE
           PERFORM P800-IMPRIME
           MOVE "-- REGISTRO DE ALISTAMENTO (SITUACAO ANTERIOR -> F)"
             TO OBITO-LINE
           PERFORM P800-IMPRIME

           MOVE "REGISTRO.LCK" TO WS-LOCK-PATH
           MOVE "OBITOCASC"    TO WS-LOCK-PROGRAMA
           MOVE "LOTE"         TO WS-LOCK-OPERADOR
           PERFORM P-TRAVA-ARQUIVO
           IF WS-LOCK-OK NOT = 'S' THEN
               MOVE 'S' TO WS-ETAPA-ADIADA
               MOVE "REGISTRO EM USO - ETAPA ADIADA PARA A PROXIMA"
                 TO OBITO-LINE
               PERFORM P800-IMPRIME
               EXIT PARAGRAPH
           END-IF

           OPEN I-O REG-FILE
           IF WS-REG-STATUS EQUAL 35 THEN
               MOVE "REGISTRO AINDA NAO FOI CRIADO" TO OBITO-LINE
               PERFORM P800-IMPRIME
               PERFORM P-DESTRAVA-ARQUIVO
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-OBT-IDX FROM 1 BY 1
                   UNTIL WS-OBT-IDX > WS-QTD-OBITOS
               MOVE WS-OBT-CPF(WS-OBT-IDX) TO CPF
               READ REG-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SIT-SERVICO NOT = 'F' THEN
                           PERFORM P210-MARCA-REGISTRO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REG-FILE
           PERFORM P-DESTRAVA-ARQUIVO.

       P210-MARCA-REGISTRO.
           MOVE SIT-SERVICO TO WS-SIT-ANTERIOR
           MOVE 'F'         TO SIT-SERVICO
           MOVE WS-DT-NEGOCIO TO DT-ULT-ALTER
           REWRITE PRS-DATA
               INVALID KEY
                   DISPLAY "NAO FOI POSSIVEL MARCAR O CPF " CPF
                   EXIT PARAGRAPH
           END-REWRITE
           ADD 1 TO WS-QTD-REGISTROS

           MOVE FUNCTION CURRENT-DATE TO CHG-TIMESTAMP
           MOVE "LOTE"                TO CHG-OPERADOR
           MOVE CPF                   TO CHG-CPF
           MOVE "SITUACAO"            TO CHG-FIELD
           MOVE WS-SIT-ANTERIOR       TO CHG-OLD-VALUE
           MOVE "F - FALECIDO (OBITO NA LISTA DE BLOQUEIO)"
             TO CHG-NEW-VALUE
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
           CLOSE CHG-LOG-FILE

           MOVE SPACES TO OBITO-LINE
           STRING "CPF "            DELIMITED BY SIZE
                  CPF               DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  NAMES             DELIMITED BY SIZE
                  " SITUACAO '"     DELIMITED BY SIZE
                  WS-SIT-ANTERIOR   DELIMITED BY SIZE
                  "' -> 'F'"        DELIMITED BY SIZE
                  INTO OBITO-LINE
           PERFORM P800-IMPRIME.

       P300-AGENDA.
      *    AGENDAMENTOS A PARTIR DA DATA DE MOVIMENTO, AINDA SEM
      *    RESULTADO, FICAM CANCELADOS ('X'). AGENDA.DAT E SEQUENCIAL E
      *    E REGRAVADO INTEIRO, COMO NO AGENDA P400.
           MOVE SPACES TO OBITO-LINE
           PERFORM P800-IMPRIME
           MOVE "-- AGENDAMENTOS CANCELADOS (AGENDA.DAT)" TO OBITO-LINE
           PERFORM P800-IMPRIME

           OPEN INPUT AGENDA-FILE
           IF WS-AGD-STATUS EQUAL 35 THEN
               MOVE "AGENDA.DAT AINDA NAO FOI CRIADO" TO OBITO-LINE
               PERFORM P800-IMPRIME
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT AGENDA-NEW-FILE
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'S'
               READ AGENDA-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF AGD-SITUACAO = SPACE AND
                          AGD-DATA >= WS-DT-NEGOCIO THEN
                           PERFORM P310-CONFERE-AGENDAMENTO
                       END-IF
                       MOVE AGENDA-REC TO AGENDA-NEW-REC
                       WRITE AGENDA-NEW-REC
               END-READ
           END-PERFORM
           CLOSE AGENDA-FILE
           CLOSE AGENDA-NEW-FILE
           MOVE "mv AGENDA.DAT.NEW AGENDA.DAT" TO WS-CMD
           CALL "SYSTEM" USING WS-CMD.

       P310-CONFERE-AGENDAMENTO.
           MOVE 'N' TO WS-ACHOU
           PERFORM VARYING WS-OBT-IDX FROM 1 BY 1
                   UNTIL WS-OBT-IDX > WS-QTD-OBITOS OR WS-ACHOU = 'S'
               IF WS-OBT-CPF(WS-OBT-IDX) = AGD-CPF THEN
                   MOVE 'S' TO WS-ACHOU
               END-IF
           END-PERFORM
           IF WS-ACHOU NOT = 'S' THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 'X' TO AGD-SITUACAO
           ADD 1 TO WS-QTD-AGENDAS
           MOVE SPACES TO OBITO-LINE
           STRING "CPF "            DELIMITED BY SIZE
                  AGD-CPF           DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  AGD-NOME          DELIMITED BY SIZE
                  " DATA "          DELIMITED BY SIZE
                  AGD-DATA          DELIMITED BY SIZE
                  " TURNO "         DELIMITED BY SIZE
                  AGD-TURNO         DELIMITED BY SIZE
                  INTO OBITO-LINE
           PERFORM P800-IMPRIME.

       P400-CLIENTE.
      *    CLIENTE: SIT-CLIENTE 'F' E CONTRATOS NAO ARQUIVADOS COM
      *    CONTR-SIT-OBITO 'S' (COM O SUPERVISOR DE COBRANCA). O
      *    CLIENTE E LIDO PELA CHAVE ALTERNATIVA CPF-CLIENTE.
           MOVE SPACES TO OBITO-LINE
           PERFORM P800-IMPRIME
           MOVE "-- CLIENTES E CONTRATOS (SUPERVISOR DE COBRANCA)"
             TO OBITO-LINE
           PERFORM P800-IMPRIME

           MOVE "CLIENTE.LCK" TO WS-LOCK-PATH
           MOVE "OBITOCASC"   TO WS-LOCK-PROGRAMA
           MOVE "LOTE"        TO WS-LOCK-OPERADOR
           PERFORM P-TRAVA-ARQUIVO
           IF WS-LOCK-OK NOT = 'S' THEN
               MOVE 'S' TO WS-ETAPA-ADIADA
               MOVE "CLIENTE EM USO - ETAPA ADIADA PARA A PROXIMA"
                 TO OBITO-LINE
               PERFORM P800-IMPRIME
               EXIT PARAGRAPH
           END-IF

           OPEN I-O CLIENTE
           IF WS-CLI-STATUS EQUAL 35 THEN
               MOVE "ARQUIVO CLIENTE AINDA NAO FOI CRIADO" TO OBITO-LINE
               PERFORM P800-IMPRIME
               PERFORM P-DESTRAVA-ARQUIVO
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-CONTR-ABERTO
           OPEN I-O CONTR-FILE
           IF WS-CONTR-STATUS NOT EQUAL 35 THEN
               MOVE 'S' TO WS-CONTR-ABERTO
           END-IF

           PERFORM VARYING WS-OBT-IDX FROM 1 BY 1
                   UNTIL WS-OBT-IDX > WS-QTD-OBITOS
               MOVE WS-OBT-CPF(WS-OBT-IDX) TO CPF-CLIENTE
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
                           IF CPF-CLIENTE NOT = WS-OBT-CPF(WS-OBT-IDX)
                               THEN
                               MOVE 'S' TO WS-EOF-CLI
                           ELSE
                               PERFORM P410-MARCA-CLIENTE
                           END-IF
                   END-READ
               END-PERFORM
           END-PERFORM

           IF WS-CONTR-ABERTO = 'S' THEN
               CLOSE CONTR-FILE
           END-IF
           CLOSE CLIENTE
           PERFORM P-DESTRAVA-ARQUIVO.

       P410-MARCA-CLIENTE.
           IF SIT-CLIENTE NOT = 'F' THEN
               MOVE SIT-CLIENTE TO WS-SIT-ANTERIOR
               MOVE 'F'         TO SIT-CLIENTE
               REWRITE REG-CLIENTE
                   INVALID KEY
                       DISPLAY "NAO FOI POSSIVEL MARCAR O CLIENTE "
                               COD-CLIENTE
                   NOT INVALID KEY
                       ADD 1 TO WS-QTD-CLIENTES
                       PERFORM P420-LOG-CLIENTE
               END-REWRITE
           END-IF
           IF WS-CONTR-ABERTO = 'S' THEN
               PERFORM P430-CONTRATOS-DO-CLIENTE
           END-IF.

       P420-LOG-CLIENTE.
           MOVE FUNCTION CURRENT-DATE TO CLI-LOG-TIMESTAMP
           MOVE COD-CLIENTE           TO CLI-LOG-COD
           MOVE "LOTE"                TO CLI-LOG-OPERADOR
           MOVE "OBITO"               TO CLI-LOG-TIPO
           MOVE SPACES                TO CLI-LOG-NOTA
           STRING "OBITO NA LISTA DE BLOQUEIO - SITUACAO '"
                                      DELIMITED BY SIZE
                  WS-SIT-ANTERIOR     DELIMITED BY SIZE
                  "' -> 'F'"          DELIMITED BY SIZE
                  INTO CLI-LOG-NOTA
           OPEN EXTEND CLI-LOG-FILE
           IF WS-CLILOG-STATUS EQUAL 35 THEN
               OPEN OUTPUT CLI-LOG-FILE
           END-IF
           WRITE CLI-LOG-REC
           CLOSE CLI-LOG-FILE

           MOVE SPACES TO OBITO-LINE
           STRING "CLIENTE "        DELIMITED BY SIZE
                  COD-CLIENTE       DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  NM-CLIENTE        DELIMITED BY SIZE
                  " SITUACAO '"     DELIMITED BY SIZE
                  WS-SIT-ANTERIOR   DELIMITED BY SIZE
                  "' -> 'F'"        DELIMITED BY SIZE
                  INTO OBITO-LINE
           PERFORM P800-IMPRIME.

       P430-CONTRATOS-DO-CLIENTE.
           MOVE COD-CLIENTE TO WS-COD-CLI-ATUAL
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
                       IF CONTR-COD-CLIENTE NOT = WS-COD-CLI-ATUAL THEN
                           MOVE 'S' TO WS-EOF-CONTR
                       ELSE
                           IF NOT CONTR-TITULAR-FALECIDO AND
                              NOT CONTR-ARQUIVADO THEN
                               PERFORM P440-MARCA-CONTRATO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       P440-MARCA-CONTRATO.
           MOVE 'S'           TO CONTR-SIT-OBITO
           MOVE WS-DT-NEGOCIO TO CONTR-DT-OBITO
           REWRITE CONTR-REC
               INVALID KEY
                   DISPLAY "NAO FOI POSSIVEL MARCAR O CONTRATO "
                           CONTR-NUM-CONT
                   EXIT PARAGRAPH
           END-REWRITE
           ADD 1 TO WS-QTD-CONTRATOS
           MOVE SPACES TO OBITO-LINE
           STRING "  CONTRATO "     DELIMITED BY SIZE
                  CONTR-NUM-CONT    DELIMITED BY SIZE
                  " DO CLIENTE "    DELIMITED BY SIZE
                  CONTR-COD-CLIENTE DELIMITED BY SIZE
                  " COM O SUPERVISOR DE COBRANCA"
                                    DELIMITED BY SIZE
                  INTO OBITO-LINE
           PERFORM P800-IMPRIME.

       P700-TOTAIS.
           MOVE SPACES TO OBITO-LINE
           PERFORM P800-IMPRIME
           MOVE "---- RESUMO DA CASCATA ----" TO OBITO-LINE
           PERFORM P800-IMPRIME
           MOVE WS-QTD-REGISTROS TO WS-QTD-ED
           MOVE SPACES TO OBITO-LINE
           STRING "REGISTROS MARCADOS FALECIDO:   " DELIMITED BY SIZE
                  WS-QTD-ED                         DELIMITED BY SIZE
                  INTO OBITO-LINE
           PERFORM P800-IMPRIME
           MOVE WS-QTD-AGENDAS TO WS-QTD-ED
           MOVE SPACES TO OBITO-LINE
           STRING "AGENDAMENTOS CANCELADOS:       " DELIMITED BY SIZE
                  WS-QTD-ED                         DELIMITED BY SIZE
                  INTO OBITO-LINE
           PERFORM P800-IMPRIME
           MOVE WS-QTD-CLIENTES TO WS-QTD-ED
           MOVE SPACES TO OBITO-LINE
           STRING "CLIENTES MARCADOS FALECIDO:    " DELIMITED BY SIZE
                  WS-QTD-ED                         DELIMITED BY SIZE
                  INTO OBITO-LINE
           PERFORM P800-IMPRIME
           MOVE WS-QTD-CONTRATOS TO WS-QTD-ED
           MOVE SPACES TO OBITO-LINE
           STRING "CONTRATOS PARA O SUPERVISOR:   " DELIMITED BY SIZE
                  WS-QTD-ED                         DELIMITED BY SIZE
                  INTO OBITO-LINE
           PERFORM P800-IMPRIME
           IF WS-ETAPA-ADIADA = 'S' THEN
               MOVE "HA ETAPA ADIADA - A PROXIMA EXECUCAO COMPLETA"
                 TO OBITO-LINE
               PERFORM P800-IMPRIME
           END-IF.

       P750-ENFILEIRA-ALERTA.
      *    MESMA FILA DE PENDENCIAS DO LOTE NOTURNO (LOTENOITE.ALT),
      *    TRATADA NO ALERTVIEW.
           OPEN EXTEND LOTE-ALT-FILE
           IF WS-ALT-STATUS EQUAL 35 THEN
               OPEN OUTPUT LOTE-ALT-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO LOTE-ALT-TIMESTAMP
           MOVE "OBITOCASC"           TO LOTE-ALT-ETAPA
           MOVE WS-QTD-CONTRATOS      TO WS-QTD-ED
           MOVE SPACES                TO LOTE-ALT-MOTIVO
           STRING WS-QTD-ED           DELIMITED BY SIZE
                  " CONTRATOS DE FALECIDO" DELIMITED BY SIZE
                  INTO LOTE-ALT-MOTIVO
           WRITE LOTE-ALT-REC
           CLOSE LOTE-ALT-FILE
           DISPLAY "PENDENCIA ENFILEIRADA EM LOTENOITE.ALT".

       P800-IMPRIME.
           WRITE OBITO-LINE
           DISPLAY OBITO-LINE.

       P999-STOP.
           IF WS-LOCK-OK = 'S' THEN
               PERFORM P-DESTRAVA-ARQUIVO
           END-IF
           DISPLAY "FINALIZANDO O PROGRAMA..."
           STOP RUN.

       COPY DATAMOV.
       COPY FILELOCK.
       COPY CADEIA.
       COPY SPOOL.
       COPY TREINO.
       END PROGRAM OBITOCASC.

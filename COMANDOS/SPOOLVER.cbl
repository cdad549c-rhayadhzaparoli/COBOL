      ******************************************************************
      * Author: RHAYADH ZAPAROLI
      * Date: 15/10/2026
      * Purpose: CONSULTA, REIMPRESSAO E EXPURGO DO ARQUIVO DE
      *          IMPRESSAO (SPOOL.IDX E SPOOL/Jnnnnnnn.PRN, VER
      *          SPOOL.cpy). ATE AQUI A SEGUNDA RODADA DE UM PROGRAMA
      *          DE IMPRESSAO PODIA APAGAR OU EMBARALHAR O .PRN DA
      *          PRIMEIRA; HOJE CADA IMPRESSAO E UM JOB NUMERADO E ESTE
      *          PROGRAMA LISTA OS JOBS POR PROGRAMA, OPERADOR E
      *          PERIODO, REIMPRIME UM JOB EM REIMPRESSAO.PRN E EXPURGA
      *          OS JOBS SELECIONADOS (SO ADMINISTRADOR). OPERADOR
      *          COMUM SO ENXERGA OS PROPRIOS JOBS. A REIMPRESSAO DE JOB
      *          COM DADO PESSOAL GRAVA UMA LINHA TIPO 'J' NA TRILHA DE
      *          ACESSO (ACESSO.LOG, CHAVE = NUMERO DO JOB). O EXPURGO
      *          AUTOMATICO POR IDADE E FEITO PELO LOGARQ
      *          (P500-EXPURGA-SPOOL), CONFORME A RETENCAO DA LINHA
      *          "SPOOL.IDX" DO LOGRET.CTL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPOOLVER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SPOOL-IDX-FILE ASSIGN TO 'SPOOL.IDX'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SPL-STATUS.

           SELECT SPOOL-NEW-FILE ASSIGN TO 'SPOOL.IDX.NEW'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-NEW-STATUS.

           SELECT USER-CTL-FILE ASSIGN TO 'USERS.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LOGON-STATUS.

           SELECT ACESSO-LOG-FILE ASSIGN TO 'ACESSO.LOG'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ACESSO-STATUS.

           SELECT ANC-FILE ASSIGN TO WS-ANC-PATH
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ANC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SPOOL-IDX-FILE.
       COPY SPOOLDATA.

      *    MESMO LAYOUT DE SPOOL-IDX-REC (SPOOLDATA).
       FD SPOOL-NEW-FILE.
       01 SPOOL-NEW-REC      PIC X(95).

       FD USER-CTL-FILE.
       COPY USERCTL.

       FD ACESSO-LOG-FILE.
       COPY ACSLOGDATA.

       FD ANC-FILE.
       COPY ANCDATA.

       WORKING-STORAGE SECTION.
       01 WS-NEW-STATUS      PIC 99.
       01 WS-SPL-STATUS      PIC 99.
       01 WS-EOF             PIC X(01) VALUE 'N'.
       01 WS-OPCAO           PIC 9(01) VALUE 0.
       01 WS-CONFIRMA        PIC X(01) VALUE SPACE.
       01 WS-CMD             PIC X(120) VALUE SPACES.
       01 WS-DT-HOJE         PIC 9(08) VALUE 0.
      *  FILTROS - BRANCO/ZERO = TODOS.
       01 WS-JOB-FILTRO      PIC 9(07) VALUE 0.
       01 WS-PROG-FILTRO     PIC X(12) VALUE SPACES.
       01 WS-OPER-FILTRO     PIC X(10) VALUE SPACES.
       01 WS-DT-INICIAL      PIC 9(08) VALUE 0.
       01 WS-DT-FINAL        PIC 9(08) VALUE 0.
       01 WS-SELECIONADO     PIC X(01) VALUE 'N'.
       01 WS-QTD-JOBS        PIC 9(07) VALUE 0.
       01 WS-QTD-EXPURGO     PIC 9(07) VALUE 0.
       01 WS-ACHOU-JOB       PIC X(01) VALUE 'N'.
       01 WS-JOB-ARQ         PIC X(20) VALUE SPACES.
       01 WS-DESC-SIT        PIC X(09) VALUE SPACES.
       01 WS-DESC-PESSOAL    PIC X(03) VALUE SPACES.

       COPY WSLOGON.
       COPY WSSENHASH.
       COPY WSACESSLOG.
       COPY WSCADEIA.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           DISPLAY "******** ARQUIVO DE IMPRESSAO (SPOOL) ********"
           PERFORM P-SIGN-ON
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DT-HOJE

           DISPLAY "1 PARA LISTAR JOBS"
           DISPLAY "2 PARA REIMPRIMIR UM JOB"
           DISPLAY "3 PARA EXPURGAR JOBS (SO ADMINISTRADOR)"
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 1 GO TO P100-LISTAR
               WHEN 2 GO TO P200-REIMPRIMIR
               WHEN 3 GO TO P300-EXPURGAR
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
                   GO TO P999-STOP
           END-EVALUATE.

       P100-LISTAR.
           PERFORM P800-PEDE-FILTROS
           OPEN INPUT SPOOL-IDX-FILE
           IF WS-SPL-STATUS EQUAL 35 THEN
               DISPLAY "SPOOL.IDX AINDA NAO FOI CRIADO"
               GO TO P999-STOP
           END-IF
           PERFORM UNTIL WS-EOF = 'S'
               READ SPOOL-IDX-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       PERFORM P810-FILTRA THRU P810-EXIT
                       IF WS-SELECIONADO = 'S' THEN
                           ADD 1 TO WS-QTD-JOBS
                           PERFORM P850-EXIBE-JOB
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SPOOL-IDX-FILE

           DISPLAY " "
           DISPLAY "TOTAL DE JOBS LISTADOS: " WS-QTD-JOBS
           GO TO P999-STOP.

       P200-REIMPRIMIR.
      *    A REIMPRESSAO E A COPIA FIEL DO JOB ARQUIVADO;
      *    REIMPRESSAO.PRN E SEMPRE REFEITO (O ORIGINAL CONTINUA NO
      *    ARQUIVO DE IMPRESSAO).
           DISPLAY "NUMERO DO JOB"
           ACCEPT WS-JOB-FILTRO
           IF WS-JOB-FILTRO = 0 THEN
               DISPLAY "INFORME O NUMERO DO JOB"
               GO TO P999-STOP
           END-IF
           IF NOT WS-OPERADOR-ADMIN THEN
               MOVE WS-OPERADOR-ID TO WS-OPER-FILTRO
           END-IF
           OPEN INPUT SPOOL-IDX-FILE
           IF WS-SPL-STATUS EQUAL 35 THEN
               DISPLAY "SPOOL.IDX AINDA NAO FOI CRIADO"
               GO TO P999-STOP
           END-IF
           PERFORM UNTIL WS-EOF = 'S'
               READ SPOOL-IDX-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       PERFORM P810-FILTRA THRU P810-EXIT
                       IF WS-SELECIONADO = 'S' THEN
                           MOVE 'S' TO WS-ACHOU-JOB
                           MOVE 'S' TO WS-EOF
                           PERFORM P210-REIMPRIME-JOB
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SPOOL-IDX-FILE

           IF WS-ACHOU-JOB NOT = 'S' THEN
               DISPLAY "JOB " WS-JOB-FILTRO " NAO ENCONTRADO"
           END-IF
           GO TO P999-STOP.

       P210-REIMPRIME-JOB.
           PERFORM P850-EXIBE-JOB
           IF SPL-EXPURGADO THEN
               DISPLAY "JOB EXPURGADO EM " SPL-DT-EXPURGO
                       " - NAO HA O QUE REIMPRIMIR"
               EXIT PARAGRAPH
           END-IF

           PERFORM P860-MONTA-NOME-JOB
           MOVE SPACES TO WS-CMD
           STRING "cp " DELIMITED BY SIZE
                  WS-JOB-ARQ DELIMITED BY SPACE
                  " REIMPRESSAO.PRN" DELIMITED BY SIZE
                  INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD

      *    QUEM REIMPRIME DADO PESSOAL FICA NA TRILHA DE ACESSO.
           IF SPL-TEM-PESSOAL THEN
               MOVE "SPOOLVER" TO WS-ACESSO-PROGRAMA
               MOVE 'J'        TO WS-ACESSO-TIPO
               MOVE SPL-JOB    TO WS-ACESSO-CHAVE
               PERFORM P-LOG-ACESSO
           END-IF
           DISPLAY "JOB " SPL-JOB " REIMPRESSO EM REIMPRESSAO.PRN".

       P300-EXPURGAR.
           IF NOT WS-OPERADOR-ADMIN THEN
               DISPLAY "OPERACAO RESTRITA A OPERADORES ADMINISTRADORES"
               GO TO P999-STOP
           END-IF
           PERFORM P800-PEDE-FILTROS
           IF WS-JOB-FILTRO = 0 AND WS-PROG-FILTRO = SPACES AND
              WS-OPER-FILTRO = SPACES AND WS-DT-INICIAL = 0 AND
              WS-DT-FINAL = 0 THEN
               DISPLAY "INFORME AO MENOS UM FILTRO PARA O EXPURGO"
               GO TO P999-STOP
           END-IF
           DISPLAY "CONFIRMA O EXPURGO DOS JOBS SELECIONADOS? (S/N)"
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = 'S' AND WS-CONFIRMA NOT = 's' THEN
               DISPLAY "EXPURGO CANCELADO"
               GO TO P999-STOP
           END-IF

           OPEN INPUT SPOOL-IDX-FILE
           IF WS-SPL-STATUS EQUAL 35 THEN
               DISPLAY "SPOOL.IDX AINDA NAO FOI CRIADO"
               GO TO P999-STOP
           END-IF
           OPEN OUTPUT SPOOL-NEW-FILE
           PERFORM UNTIL WS-EOF = 'S'
               READ SPOOL-IDX-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       PERFORM P810-FILTRA THRU P810-EXIT
                       IF WS-SELECIONADO = 'S' AND SPL-ATIVO THEN
                           PERFORM P310-EXPURGA-JOB
                       END-IF
                       WRITE SPOOL-NEW-REC FROM SPOOL-IDX-REC
               END-READ
           END-PERFORM
           CLOSE SPOOL-IDX-FILE
           CLOSE SPOOL-NEW-FILE
           MOVE "mv SPOOL.IDX.NEW SPOOL.IDX" TO WS-CMD
           CALL "SYSTEM" USING WS-CMD

           DISPLAY " "
           DISPLAY "JOBS EXPURGADOS: " WS-QTD-EXPURGO
           GO TO P999-STOP.

       P310-EXPURGA-JOB.
      *    O ARQUIVO DO JOB SAI DO DISCO; A LINHA DO INDICE FICA, COM A
      *    DATA DO EXPURGO, PARA RESPONDER O QUE EXISTIU.
           PERFORM P860-MONTA-NOME-JOB
           MOVE SPACES TO WS-CMD
           STRING "rm -f " DELIMITED BY SIZE
                  WS-JOB-ARQ DELIMITED BY SPACE
                  INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD
           MOVE 'E'        TO SPL-SITUACAO
           MOVE WS-DT-HOJE TO SPL-DT-EXPURGO
           ADD 1 TO WS-QTD-EXPURGO
           DISPLAY "EXPURGADO JOB " SPL-JOB " " SPL-PROGRAMA " "
                   SPL-ARQUIVO.

       P800-PEDE-FILTROS.
           DISPLAY "NUMERO DO JOB (0 = TODOS)"
           ACCEPT WS-JOB-FILTRO
           DISPLAY "PROGRAMA (BRANCO = TODOS)"
           ACCEPT WS-PROG-FILTRO
           IF WS-OPERADOR-ADMIN THEN
               DISPLAY "OPERADOR (BRANCO = TODOS)"
               ACCEPT WS-OPER-FILTRO
           ELSE
               MOVE WS-OPERADOR-ID TO WS-OPER-FILTRO
           END-IF
           DISPLAY "DATA INICIAL (AAAAMMDD, 0 = SEM LIMITE)"
           ACCEPT WS-DT-INICIAL
           DISPLAY "DATA FINAL (AAAAMMDD, 0 = SEM LIMITE)"
           ACCEPT WS-DT-FINAL.

       P810-FILTRA.
      *    MESMOS FILTROS DO ACESSRPT - O PERIODO COMPARA A DATA DA
      *    IMPRESSAO.
           MOVE 'N' TO WS-SELECIONADO
           IF WS-JOB-FILTRO NOT = 0 AND SPL-JOB NOT = WS-JOB-FILTRO THEN
               GO TO P810-EXIT
           END-IF
           IF WS-PROG-FILTRO NOT = SPACES AND
              SPL-PROGRAMA NOT = WS-PROG-FILTRO THEN
               GO TO P810-EXIT
           END-IF
           IF WS-OPER-FILTRO NOT = SPACES AND
              SPL-OPERADOR NOT = WS-OPER-FILTRO THEN
               GO TO P810-EXIT
           END-IF
           IF WS-DT-INICIAL NOT = 0 AND SPL-DATA < WS-DT-INICIAL THEN
               GO TO P810-EXIT
           END-IF
           IF WS-DT-FINAL NOT = 0 AND SPL-DATA > WS-DT-FINAL THEN
               GO TO P810-EXIT
           END-IF
           MOVE 'S' TO WS-SELECIONADO.
       P810-EXIT.
           EXIT.

       P850-EXIBE-JOB.
           IF SPL-EXPURGADO THEN
               MOVE "EXPURGADO" TO WS-DESC-SIT
           ELSE
               MOVE "ATIVO"     TO WS-DESC-SIT
           END-IF
           IF SPL-TEM-PESSOAL THEN
               MOVE "SIM" TO WS-DESC-PESSOAL
           ELSE
               MOVE "NAO" TO WS-DESC-PESSOAL
           END-IF
           DISPLAY "JOB " SPL-JOB "  " SPL-DATA " " SPL-HORA
                   "  " SPL-PROGRAMA " " SPL-OPERADOR
           DISPLAY "    " SPL-ARQUIVO " PAGINAS: " SPL-PAGINAS
                   " REGISTROS: " SPL-REGISTROS
                   " DADO PESSOAL: " WS-DESC-PESSOAL
                   " " WS-DESC-SIT.

       P860-MONTA-NOME-JOB.
           MOVE SPACES TO WS-JOB-ARQ
           STRING "SPOOL/J" DELIMITED BY SIZE
                  SPL-JOB DELIMITED BY SIZE
                  ".PRN" DELIMITED BY SIZE
                  INTO WS-JOB-ARQ
           END-STRING.

       P999-STOP.
           DISPLAY "FINALIZANDO O PROGRAMA..."
           STOP RUN.

       COPY LOGON.
       COPY SENHASH.
       COPY ACESSLOG.
       COPY CADEIA.
       COPY TREINO.

       END PROGRAM SPOOLVER.

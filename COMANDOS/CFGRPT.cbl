      ******************************************************************
      * Author: RHAYADH ZAPAROLI
      * Date: 15/10/2026
      * Purpose: RELATORIO DA TRILHA DE ALTERACAO DE CONFIGURACAO E
      *          CADASTROS DE APOIO (CONFIG.LOG, VER CFGLOGDATA) -
      *          RESPONDE "QUEM MUDOU O PRAZO DE NEGATIVACAO" OU "QUEM
      *          DEU PERFIL DE ADMINISTRADOR A ESTE OPERADOR", AGRUPADO
      *          POR ARQUIVO ALTERADO, COM FILTRO POR OPERADOR, POR
      *          PROGRAMA, POR ARQUIVO E POR PERIODO, NO MESMO ESTILO
      *          DE FILTROS DO CHGRPT. OPCIONALMENTE INCLUI O ARQUIVO
      *          MORTO GERADO PELO LOGARQ (CONFIG.LOG.ARQ).
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFGRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CFG-LOG-FILE ASSIGN TO 'CONFIG.LOG'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LOG-STATUS.

           SELECT SORT-FILE ASSIGN TO 'CFGRPT.SRT'.

           SELECT CFG-ARQ-FILE ASSIGN TO 'CONFIG.LOG.ARQ'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ARQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CFG-LOG-FILE.
       COPY CFGLOGDATA.

       FD CFG-ARQ-FILE.
      *    ARQUIVO MORTO GERADO PELO LOGARQ - MESMO LAYOUT DO LOG
      *    VIVO, LIDO PARA DENTRO DE CFG-LOG-REC.
       01 CFG-ARQ-REC        PIC X(232).

       SD SORT-FILE.
       01 SD-REC.
         05 SD-ARQUIVO        PIC X(20).
         05 SD-TIMESTAMP      PIC X(20).
         05 SD-OPERADOR       PIC X(10).
         05 SD-PROGRAMA       PIC X(12).
         05 SD-CHAVE          PIC X(30).
         05 SD-CAMPO          PIC X(20).
         05 SD-ANTES          PIC X(60).
         05 SD-DEPOIS         PIC X(60).

       WORKING-STORAGE SECTION.
       01 WS-LOG-STATUS   PIC 99.
       01 WS-ARQ-STATUS   PIC 99.
       01 WS-EOF          PIC X VALUE 'N'.
       01 WS-INCLUI-ARQ   PIC X VALUE 'N'.
       01 WS-LAST-ARQUIVO PIC X(20) VALUE SPACES.
       01 WS-TOT-ALTER    PIC 9(05) VALUE 0.
       01 WS-OPER-FILTRO  PIC X(10) VALUE SPACES.
       01 WS-PROG-FILTRO  PIC X(12) VALUE SPACES.
       01 WS-ARQ-FILTRO   PIC X(20) VALUE SPACES.
       01 WS-DT-INICIAL   PIC 9(08) VALUE 0.
       01 WS-DT-FINAL     PIC 9(08) VALUE 0.
       01 WS-DT-LOG       PIC 9(08) VALUE 0.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           DISPLAY "******** AUDITORIA DE ALTERACOES DE CONFIGURACAO "
                   "********"

           DISPLAY "OPERADOR (BRANCO = TODOS)"
           ACCEPT WS-OPER-FILTRO
           DISPLAY "PROGRAMA (EX: CTLMNT, USERSMNT - BRANCO = TODOS)"
           ACCEPT WS-PROG-FILTRO
           DISPLAY "ARQUIVO (EX: NEGPRAZO.CTL - BRANCO = TODOS)"
           ACCEPT WS-ARQ-FILTRO
           DISPLAY "DATA INICIAL (AAAAMMDD, 0 = SEM LIMITE)"
           ACCEPT WS-DT-INICIAL
           DISPLAY "DATA FINAL (AAAAMMDD, 0 = SEM LIMITE)"
           ACCEPT WS-DT-FINAL
           DISPLAY "INCLUIR O ARQUIVO MORTO DO LOG (S/N)?"
           ACCEPT WS-INCLUI-ARQ
           MOVE FUNCTION UPPER-CASE(WS-PROG-FILTRO) TO WS-PROG-FILTRO
           MOVE FUNCTION UPPER-CASE(WS-ARQ-FILTRO)  TO WS-ARQ-FILTRO

           SORT SORT-FILE
               ON ASCENDING KEY SD-ARQUIVO SD-TIMESTAMP
               INPUT PROCEDURE IS P100-FEED-SORT
               OUTPUT PROCEDURE IS P200-PRINT-SORT

           DISPLAY " "
           DISPLAY "TOTAL DE ALTERACOES: " WS-TOT-ALTER
           STOP RUN.

       P100-FEED-SORT.
           MOVE 'N' TO WS-EOF
           OPEN INPUT CFG-LOG-FILE
           IF WS-LOG-STATUS EQUAL 35 THEN
               DISPLAY "CONFIG.LOG AINDA NAO FOI CRIADO"
           ELSE
               PERFORM UNTIL WS-EOF = 'S'
                   READ CFG-LOG-FILE
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           PERFORM P110-FILTRA-E-LIBERA
                               THRU P110-EXIT
                   END-READ
               END-PERFORM
               CLOSE CFG-LOG-FILE
           END-IF
           IF WS-INCLUI-ARQ = 'S' OR WS-INCLUI-ARQ = 's' THEN
               PERFORM P105-FEED-ARQUIVO
           END-IF.

       P105-FEED-ARQUIVO.
      *    CONSULTA QUE ALCANCA ALEM DA RETENCAO DO LOGARQ INCLUI O
      *    ARQUIVO MORTO - MESMOS FILTROS DO LOG VIVO.
           OPEN INPUT CFG-ARQ-FILE
           IF WS-ARQ-STATUS EQUAL 35 THEN
               DISPLAY "CONFIG.LOG.ARQ AINDA NAO FOI CRIADO"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'S'
               READ CFG-ARQ-FILE INTO CFG-LOG-REC
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       PERFORM P110-FILTRA-E-LIBERA
                           THRU P110-EXIT
               END-READ
           END-PERFORM
           CLOSE CFG-ARQ-FILE.

       P110-FILTRA-E-LIBERA.
      *    SO LIBERA PARA O SORT A LINHA QUE PASSA EM TODOS OS FILTROS
      *    INFORMADOS (OPERADOR, PROGRAMA, ARQUIVO E PERIODO - O
      *    PERIODO COMPARA A PORCAO AAAAMMDD DO TIMESTAMP).
           IF WS-OPER-FILTRO NOT = SPACES AND
              CFG-OPERADOR NOT = WS-OPER-FILTRO THEN
               GO TO P110-EXIT
           END-IF
           IF WS-PROG-FILTRO NOT = SPACES AND
              CFG-PROGRAMA NOT = WS-PROG-FILTRO THEN
               GO TO P110-EXIT
           END-IF
           IF WS-ARQ-FILTRO NOT = SPACES AND
              CFG-ARQUIVO NOT = WS-ARQ-FILTRO THEN
               GO TO P110-EXIT
           END-IF
           MOVE CFG-TIMESTAMP(1:8) TO WS-DT-LOG
           IF WS-DT-INICIAL NOT = 0 AND WS-DT-LOG < WS-DT-INICIAL THEN
               GO TO P110-EXIT
           END-IF
           IF WS-DT-FINAL NOT = 0 AND WS-DT-LOG > WS-DT-FINAL THEN
               GO TO P110-EXIT
           END-IF
           MOVE CFG-ARQUIVO   TO SD-ARQUIVO
           MOVE CFG-TIMESTAMP TO SD-TIMESTAMP
           MOVE CFG-OPERADOR  TO SD-OPERADOR
           MOVE CFG-PROGRAMA  TO SD-PROGRAMA
           MOVE CFG-CHAVE     TO SD-CHAVE
           MOVE CFG-CAMPO     TO SD-CAMPO
           MOVE CFG-ANTES     TO SD-ANTES
           MOVE CFG-DEPOIS    TO SD-DEPOIS
           ADD 1 TO WS-TOT-ALTER
           RELEASE SD-REC.
       P110-EXIT.
           EXIT.

       P200-PRINT-SORT.
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'S'
               RETURN SORT-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF SD-ARQUIVO NOT = WS-LAST-ARQUIVO THEN
                           MOVE SD-ARQUIVO TO WS-LAST-ARQUIVO
                           DISPLAY " "
                           DISPLAY "---- ARQUIVO: " SD-ARQUIVO " ----"
                       END-IF
                       DISPLAY "DATA/HORA: " SD-TIMESTAMP
                               "   OPERADOR: " SD-OPERADOR
                               "   PROGRAMA: " SD-PROGRAMA
                       DISPLAY "   CHAVE: " SD-CHAVE
                               "   CAMPO: " SD-CAMPO
                       DISPLAY "      DE: " SD-ANTES
                       DISPLAY "    PARA: " SD-DEPOIS
               END-RETURN
           END-PERFORM.

       COPY TREINO.

       END PROGRAM CFGRPT.

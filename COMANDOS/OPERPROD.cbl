      *          BALANCEAR TURNOS E ENXERGAR O OPERADOR COM REJEICAO
      *          TRES VEZES ACIMA DOS DEMAIS.
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - LAYOUT DE ALISTAMENTO.CAN EXTRAIDO PARA
      *                  CANCDATA, QUE GANHOU NO FIM O ELO DA CADEIA DE
      *                  CONFERENCIA (CANC-ELO); ALISTAMENTO.LOG TAMBEM
      *                  (CHG-ELO, VER CADEIA.cpy).
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      *     15/10/2026 - QUEBRA DA PRODUCAO POR POSTO DE ATENDIMENTO
      *                  (POSTO ATUAL DO OPERADOR EM USERS.CTL) COM O
      *                  TOTAL CONSOLIDADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERPROD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-CTL-FILE ASSIGN TO 'USERS.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LOGON-STATUS.

           SELECT POSTO-FILE ASSIGN TO 'POSTO.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-POSTO-STATUS.

           SELECT CHG-LOG-FILE ASSIGN TO 'ALISTAMENTO.LOG'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
       FD USER-CTL-FILE.
       COPY USERCTL.

       FD POSTO-FILE.
       COPY POSTODATA.

       FD CHG-LOG-FILE.
       COPY CHGLOGDATA.

       FD CANC-LOG-FILE.
       COPY CANCDATA.

       FD REJ-FILE.
       01 REJ-REC.
           10 WS-PROD-CANCELADOS PIC 9(05).
           10 WS-PROD-REJEITADOS PIC 9(05).

      *    MESMA PRODUCAO SOMADA PELO POSTO ATUAL DO OPERADOR - MESMA
      *    POSICAO DE WS-POSTO-TAB (VER POSTO.cpy) - E O CONSOLIDADO.
       01 WS-PP-TAB.
         05 WS-PP-ITEM OCCURS 25 TIMES.
           10 WS-PP-INCLUIDOS   PIC 9(05).
           10 WS-PP-CORRIGIDOS  PIC 9(05).
           10 WS-PP-CANCELADOS  PIC 9(05).
           10 WS-PP-REJEITADOS  PIC 9(05).
       01 WS-PP-TOT-INCLUIDOS   PIC 9(05) VALUE 0.
       01 WS-PP-TOT-CORRIGIDOS  PIC 9(05) VALUE 0.
       01 WS-PP-TOT-CANCELADOS  PIC 9(05) VALUE 0.
       01 WS-PP-TOT-REJEITADOS  PIC 9(05) VALUE 0.
       COPY WSLOGON.
       COPY WSPOSTO.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           DISPLAY "******** PRODUCAO POR OPERADOR ********"
           DISPLAY "OPERADOR (BRANCO = TODOS)"
           ACCEPT WS-OPER-FILTRO
           PERFORM P200-LE-CANCELAMENTOS
           PERFORM P300-LE-REJEICOES
           PERFORM P800-IMPRIME
           PERFORM P900-IMPRIME-POSTOS
           STOP RUN.

       P100-LE-ALISTAMENTO-LOG.
               END-PERFORM
           END-IF.

       P900-IMPRIME-POSTOS.
      *    O LANCAMENTO NAO GUARDA O POSTO - VALE O POSTO ATUAL DO
      *    OPERADOR EM USERS.CTL (000 PARA QUEM NAO ESTA MAIS LA).
           IF WS-QTD-LINHAS = 0 THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM P-POSTO-CARREGA
           PERFORM P-POSTO-CARREGA-OPER
           INITIALIZE WS-PP-TAB
           PERFORM VARYING WS-TAB-IDX FROM 1 BY 1
                   UNTIL WS-TAB-IDX > WS-QTD-LINHAS
               MOVE WS-PROD-OPERADOR(WS-TAB-IDX) TO WS-POSTO-OP-BUSCA
               PERFORM P-POSTO-DO-OPERADOR
               PERFORM P-POSTO-POSICAO
               ADD WS-PROD-INCLUIDOS(WS-TAB-IDX)
                 TO WS-PP-INCLUIDOS(WS-POSTO-IDX) WS-PP-TOT-INCLUIDOS
               ADD WS-PROD-CORRIGIDOS(WS-TAB-IDX)
                 TO WS-PP-CORRIGIDOS(WS-POSTO-IDX) WS-PP-TOT-CORRIGIDOS
               ADD WS-PROD-CANCELADOS(WS-TAB-IDX)
                 TO WS-PP-CANCELADOS(WS-POSTO-IDX) WS-PP-TOT-CANCELADOS
               ADD WS-PROD-REJEITADOS(WS-TAB-IDX)
                 TO WS-PP-REJEITADOS(WS-POSTO-IDX) WS-PP-TOT-REJEITADOS
           END-PERFORM

           DISPLAY " "
           DISPLAY "---- POR POSTO DE ATENDIMENTO ----"
           PERFORM VARYING WS-POSTO-IDX FROM 1 BY 1
                   UNTIL WS-POSTO-IDX > WS-POSTO-QTD
               DISPLAY "POSTO: " WS-POSTO-TB-CODIGO(WS-POSTO-IDX)
                       " " WS-POSTO-TB-NOME(WS-POSTO-IDX)
               DISPLAY "    EFETIVADOS: " WS-PP-INCLUIDOS(WS-POSTO-IDX)
                       "  CORRIGIDOS: " WS-PP-CORRIGIDOS(WS-POSTO-IDX)
                       "  CANCELADOS: " WS-PP-CANCELADOS(WS-POSTO-IDX)
                       "  REJEITADOS: " WS-PP-REJEITADOS(WS-POSTO-IDX)
           END-PERFORM
           DISPLAY "TOTAL CONSOLIDADO"
           DISPLAY "    EFETIVADOS: " WS-PP-TOT-INCLUIDOS
                   "  CORRIGIDOS: " WS-PP-TOT-CORRIGIDOS
                   "  CANCELADOS: " WS-PP-TOT-CANCELADOS
                   "  REJEITADOS: " WS-PP-TOT-REJEITADOS.

       COPY POSTO.
       COPY POSTOOPER.
       COPY TREINO.

       END PROGRAM OPERPROD.

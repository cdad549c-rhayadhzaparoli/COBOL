      * MODIFICATION-LOG.
      *     08/08/2026 - NOME IMPRESSO PASSA A SER REMONTADO NO FORMATO
      *                  "ULTIMO, PRIMEIRO MEIO" VIA NOMEJUN.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      *     15/10/2026 - LISTAGEM QUEBRADA POR POSTO DE ATENDIMENTO
      *                  (POSTO-ALIST), COM A QUANTIDADE POR POSTO E O
      *                  TOTAL CONSOLIDADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROSTER.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CPF
           ALTERNATE RECORD KEY IS MAT-COMUM WITH DUPLICATES
           ALTERNATE RECORD KEY IS UNIDADE WITH DUPLICATES
           ALTERNATE RECORD KEY IS DT-ALISTAMENTO WITH DUPLICATES
           FILE STATUS IS WS-STATUS.

           SELECT POSTO-FILE ASSIGN TO 'POSTO.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-POSTO-STATUS.

           SELECT SORT-FILE ASSIGN TO 'ROSTER.SRT'.

       DATA DIVISION.
       FD REG-FILE.
       COPY PRSDATA.

       FD POSTO-FILE.
       COPY POSTODATA.

       SD SORT-FILE.
       01 SD-REC.
         05 SD-POSTO      PIC 9(03).
         05 SD-SETOR      PIC X(01).
         05 SD-NAME       PIC X(50).
         05 SD-CPF        PIC 9(11).
       01 WS-STATUS      PIC 99.
       01 WS-EOF         PIC 99.
       01 WS-LAST-SETOR  PIC X(01) VALUE SPACES.
       01 WS-LAST-POSTO  PIC 9(03) VALUE 0.
       01 WS-PRIMEIRO    PIC X(01) VALUE 'S'.
       01 WS-QTD-POSTO   PIC 9(05) VALUE 0.
       01 WS-QTD-TOTAL   PIC 9(05) VALUE 0.
       COPY WSPOSTO.
       COPY WSPRSDATA.
       COPY WSNOMESPL.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           DISPLAY "******** LISTAGEM DE ALISTAMENTO POR SETOR ********"
           PERFORM P-POSTO-CARREGA

           SORT SORT-FILE
               ON ASCENDING KEY SD-POSTO SD-SETOR SD-NAME
               INPUT PROCEDURE IS P100-FEED-SORT
               OUTPUT PROCEDURE IS P200-PRINT-SORT

                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-POSTO-ALIST IS NOT NUMERIC THEN
                               MOVE 0 TO WS-POSTO-ALIST
                           END-IF
                           MOVE WS-POSTO-ALIST  TO SD-POSTO
                           MOVE WS-SETOR        TO SD-SETOR
                           MOVE WS-NAME          TO SD-NAME
                           MOVE WS-CPF           TO SD-CPF
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF WS-PRIMEIRO = 'S' OR
                          SD-POSTO NOT = WS-LAST-POSTO THEN
                           PERFORM P210-QUEBRA-POSTO
                       END-IF
                       ADD 1 TO WS-QTD-POSTO
                       ADD 1 TO WS-QTD-TOTAL
                       IF SD-SETOR NOT = WS-LAST-SETOR THEN
                           MOVE SD-SETOR TO WS-LAST-SETOR
                           DISPLAY " "
                                   "   UNIDADE: " SD-UNIDADE
                       END-IF
               END-RETURN
           END-PERFORM
           IF WS-PRIMEIRO NOT = 'S' THEN
               DISPLAY "CONSCRITOS NO POSTO: " WS-QTD-POSTO
           END-IF
           DISPLAY " "
           DISPLAY "TOTAL CONSOLIDADO DE CONSCRITOS: " WS-QTD-TOTAL.

       P210-QUEBRA-POSTO.
           IF WS-PRIMEIRO NOT = 'S' THEN
               DISPLAY "CONSCRITOS NO POSTO: " WS-QTD-POSTO
           END-IF
           MOVE 'N'      TO WS-PRIMEIRO
           MOVE SD-POSTO TO WS-LAST-POSTO
           MOVE SPACES   TO WS-LAST-SETOR
           MOVE 0        TO WS-QTD-POSTO
           MOVE SD-POSTO TO WS-POSTO-COD-BUSCA
           PERFORM P-POSTO-POSICAO
           DISPLAY " "
           DISPLAY "======== POSTO " SD-POSTO " - "
                   WS-POSTO-TB-NOME(WS-POSTO-IDX) " ========".

       COPY NOMESPL.
       COPY NOMEJUN.
       COPY POSTO.
       COPY TREINO.
       END PROGRAM ROSTER.

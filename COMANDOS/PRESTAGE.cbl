      *                  P700-REGISTRA-PAGTO-PARCIAL) PASSA A ENTRAR NO
      *                  AGING TAMBEM, PELO SALDO AINDA DEVIDO
      *                  (PREST-VALOR MENOS PREST-VL-PAGO).
      *     15/10/2026 - PRESTACOES E LIDO PELA CHAVE ALTERNATIVA
      *                  PREST-SIT-VENC, SO AS PARCELAS 'A' E 'R' JA
      *                  VENCIDAS (P150), EM VEZ DE VARRER O ARQUIVO
      *                  INTEIRO. O DETALHE SAI POR SITUACAO E
      *                  VENCIMENTO.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRESTAGE.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PREST-KEY
           ALTERNATE RECORD KEY IS PREST-VENCIMENTO WITH DUPLICATES
           ALTERNATE RECORD KEY IS PREST-SIT-VENC WITH DUPLICATES
           FILE STATUS IS WS-PREST-STATUS.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-PREST-STATUS   PIC 99.
       01  WS-EOF            PIC X     VALUE 'N'.
       01  WS-SIT-BUSCA      PIC X(01) VALUE SPACE.

       01  WS-CURR-DATE.
           05 WS-CURR-YY PIC 9(04) VALUE 0.
       01  WS-FAIXA-IDX      PIC 9(01) VALUE 0.
       01  WS-DESC-FAIXA     PIC X(20) VALUE SPACES.
       01  WS-SALDO-PARCELA  PIC 9(09)V99 VALUE 0.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           DISPLAY "******** AGING DE PARCELAS EM ATRASO ********"

           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE
           IF WS-PREST-STATUS EQUAL 35 THEN
               DISPLAY "PRESTACOES AINDA NAO FOI CRIADO"
           ELSE
               MOVE 'A' TO WS-SIT-BUSCA
               PERFORM P150-LE-VENCIDAS
               MOVE 'R' TO WS-SIT-BUSCA
               PERFORM P150-LE-VENCIDAS
               CLOSE PREST-FILE

               PERFORM P900-IMPRIME-RESUMO

           STOP RUN.

       P150-LE-VENCIDAS.
      *    PARCELAS DA SITUACAO WS-SIT-BUSCA COM VENCIMENTO ANTERIOR A
      *    HOJE, PELA CHAVE ALTERNATIVA PREST-SIT-VENC.
           MOVE WS-SIT-BUSCA TO PREST-SITUACAO
           MOVE 0            TO PREST-VENCIMENTO
           MOVE 'N'          TO WS-EOF
           START PREST-FILE KEY IS NOT LESS THAN PREST-SIT-VENC
               INVALID KEY
                   MOVE 'S' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'S'
               READ PREST-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF PREST-SITUACAO NOT = WS-SIT-BUSCA OR
                          PREST-VENCIMENTO NOT < WS-HOJE-DATA THEN
                           MOVE 'S' TO WS-EOF
                       ELSE
                           PERFORM P200-CONFERE-VENCIDA
                       END-IF
               END-READ
           END-PERFORM.

       P200-CONFERE-VENCIDA.
      *    SE A PARCELA JA VENCEU, CALCULA OS DIAS DE ATRASO E
      *    ACUMULA POR FAIXA DE AGING.
               WHEN 4 MOVE "MAIS DE 90 DIAS"     TO WS-DESC-FAIXA
           END-EVALUATE.

       COPY TREINO.

       END PROGRAM PRESTAGE.

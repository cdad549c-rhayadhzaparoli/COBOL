      *          ESPERADOS POR MES, COM FAIXAS PARA O QUE JA VENCEU E
      *          PARA ALEM DE 12 MESES, E A LINHA DE TOTAL DA CARTEIRA.
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - NOVA QUEBRA DO FLUXO POR PRODUTO DO CATALOGO
      *                  (CONTR-COD-PRODUTO, VER PRODUTO.cpy): PARCELAS,
      *                  AMORTIZACAO, JUROS E SALDO ESPERADOS DE CADA
      *                  PRODUTO; CONTRATOS ANTERIORES AO CATALOGO
      *                  FICAM EM "SEM PRODUTO".
      *     15/10/2026 - PRESTACOES E LIDO PELA CHAVE ALTERNATIVA
      *                  PREST-SIT-VENC, SO NAS SITUACOES 'A' E 'R'
      *                  (P150), EM VEZ DE VARRER TAMBEM AS PARCELAS
      *                  PAGAS.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLUXOCX.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
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

           SELECT PRODUTO-FILE ASSIGN TO 'PRODUTO.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PROD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PREST-FILE.
       COPY PRESTDATA.

       FD CONTR-FILE.
       COPY CONTRDATA.

       FD PRODUTO-FILE.
       COPY PRODDATA.

       WORKING-STORAGE SECTION.
       01 WS-PREST-STATUS    PIC 99.
       01 WS-CONTR-STATUS    PIC 99.
       01 WS-CONTR-ABERTO    PIC X(01) VALUE 'N'.
       01 WS-CONT-ANTERIOR   PIC 9(05) VALUE 0.
       01 WS-EOF             PIC X     VALUE 'N'.
       01 WS-SIT-BUSCA       PIC X(01) VALUE SPACE.
       01 WS-CURR-DATE.
         05 WS-CURR-YY PIC 9(04) VALUE 0.
         05 WS-CURR-MM PIC 99 VALUE 0.
       01 WS-TOT-JUROS       PIC 9(11)V99 VALUE 0.
       01 WS-TOT-SALDO       PIC 9(11)V99 VALUE 0.

      *    TOTAIS POR PRODUTO, NA ORDEM DA TABELA DE WSPRODUTO; A
      *    POSICAO 31 E O "SEM PRODUTO" (CONTRATO ANTERIOR AO
      *    CATALOGO, FORA DE CONTRATO.CTL OU COM CODIGO DESCONHECIDO).
       01 WS-PRD-POS         PIC 9(02) VALUE 31.
       01 WS-PRD-TOT-TAB.
         05 WS-PRD-TOT OCCURS 31 TIMES.
           10 WS-PRD-QTD    PIC 9(06).
           10 WS-PRD-AMORT  PIC 9(11)V99.
           10 WS-PRD-JUROS  PIC 9(11)V99.
           10 WS-PRD-SALDO  PIC 9(11)V99.
       COPY WSPRODUTO.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           DISPLAY "******** PROJECAO DE FLUXO DE CAIXA ********"
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE
           COMPUTE WS-MES-BASE = WS-CURR-YY * 12 + WS-CURR-MM
               MOVE 0 TO WS-FLX-SALDO(WS-IDX)
           END-PERFORM

           INITIALIZE WS-PRD-TOT-TAB
           PERFORM P-PROD-CARREGA

           OPEN INPUT PREST-FILE
           IF WS-PREST-STATUS EQUAL 35 THEN
               DISPLAY "PRESTACOES AINDA NAO FOI CRIADO"
               GO TO P999-STOP
           END-IF
           OPEN INPUT CONTR-FILE
           IF WS-CONTR-STATUS NOT EQUAL 35 THEN
               MOVE 'S' TO WS-CONTR-ABERTO
           END-IF

           MOVE 'A' TO WS-SIT-BUSCA
           PERFORM P150-LE-SITUACAO
           MOVE 'R' TO WS-SIT-BUSCA
           PERFORM P150-LE-SITUACAO
           CLOSE PREST-FILE
           IF WS-CONTR-ABERTO = 'S' THEN
               CLOSE CONTR-FILE
           END-IF

           PERFORM P800-IMPRIME
           PERFORM P900-IMPRIME-PRODUTO
           GO TO P999-STOP.

       P150-LE-SITUACAO.
      *    TODAS AS PARCELAS DA SITUACAO WS-SIT-BUSCA, PELA CHAVE
      *    ALTERNATIVA PREST-SIT-VENC (SITUACAO + VENCIMENTO).
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
                       IF PREST-SITUACAO NOT = WS-SIT-BUSCA THEN
                           MOVE 'S' TO WS-EOF
                       ELSE
                           PERFORM P200-CLASSIFICA-PARCELA
                       END-IF
               END-READ
           END-PERFORM.

       P200-CLASSIFICA-PARCELA.
           MOVE PREST-VENCIMENTO(1:4) TO WS-VENC-YY
           ADD 1               TO WS-FLX-QTD(WS-FAIXA)
           ADD PREST-VL-AMORT  TO WS-FLX-AMORT(WS-FAIXA)
           ADD PREST-VL-JUROS  TO WS-FLX-JUROS(WS-FAIXA)
           ADD WS-SALDO-PARCELA TO WS-FLX-SALDO(WS-FAIXA)

           IF PREST-NUM-CONT NOT = WS-CONT-ANTERIOR THEN
               MOVE PREST-NUM-CONT TO WS-CONT-ANTERIOR
               PERFORM P210-LOCALIZA-PRODUTO
           END-IF
           ADD 1               TO WS-PRD-QTD(WS-PRD-POS)
           ADD PREST-VL-AMORT  TO WS-PRD-AMORT(WS-PRD-POS)
           ADD PREST-VL-JUROS  TO WS-PRD-JUROS(WS-PRD-POS)
           ADD WS-SALDO-PARCELA TO WS-PRD-SALDO(WS-PRD-POS).

       P210-LOCALIZA-PRODUTO.
      *    POSICAO DO PRODUTO DO CONTRATO NA TABELA DE TOTAIS.
           MOVE 31 TO WS-PRD-POS
           IF WS-CONTR-ABERTO NOT = 'S' THEN
               EXIT PARAGRAPH
           END-IF
           MOVE PREST-NUM-CONT TO CONTR-NUM-CONT
           READ CONTR-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE CONTR-COD-PRODUTO TO WS-PROD-COD-BUSCA
           PERFORM P-PROD-BUSCA
           IF WS-PROD-ACHOU = 'S' THEN
               MOVE WS-PROD-IDX TO WS-PRD-POS
           END-IF.

       P800-IMPRIME.
           DISPLAY " "
                   DISPLAY "MES " WS-ROT-MM "/" WS-ROT-YY ":"
           END-EVALUATE.

       P900-IMPRIME-PRODUTO.
           DISPLAY " "
           DISPLAY "---- FLUXO ESPERADO POR PRODUTO ----"
           PERFORM VARYING WS-PRD-POS FROM 1 BY 1
                   UNTIL WS-PRD-POS > WS-PROD-QTD
               IF WS-PRD-QTD(WS-PRD-POS) > 0 THEN
                   DISPLAY "PRODUTO: " WS-PROD-TB-CODIGO(WS-PRD-POS)
                           " " WS-PROD-TB-DESCRICAO(WS-PRD-POS)
                   DISPLAY "  PARCELAS: " WS-PRD-QTD(WS-PRD-POS)
                           "  AMORT: " WS-PRD-AMORT(WS-PRD-POS)
                           "  JUROS: " WS-PRD-JUROS(WS-PRD-POS)
                           "  SALDO: " WS-PRD-SALDO(WS-PRD-POS)
               END-IF
           END-PERFORM
           IF WS-PRD-QTD(31) > 0 THEN
               DISPLAY "SEM PRODUTO:"
               DISPLAY "  PARCELAS: " WS-PRD-QTD(31)
                       "  AMORT: " WS-PRD-AMORT(31)
                       "  JUROS: " WS-PRD-JUROS(31)
                       "  SALDO: " WS-PRD-SALDO(31)
           END-IF.

       P999-STOP.
           DISPLAY "FINALIZANDO O PROGRAMA..."
           STOP RUN.

       COPY PRODUTO.
       COPY TREINO.
       END PROGRAM FLUXOCX.

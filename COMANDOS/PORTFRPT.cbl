      *                  P700-REGISTRA-PAGTO-PARCIAL) TAMBEM CONTA NA
      *                  INADIMPLENCIA SE VENCIDA, PELO SALDO AINDA
      *                  DEVIDO.
      *     15/10/2026 - NOVO RESUMO POR PRODUTO DO CATALOGO
      *                  (CONTR-COD-PRODUTO, VER PRODUTO.cpy):
      *                  CONTRATOS, INADIMPLENTES E VALOR VENCIDO DE
      *                  CADA PRODUTO;
      *                  CONTRATOS ANTERIORES AO CATALOGO FICAM EM
      *                  "SEM PRODUTO".
      *     15/10/2026 - CONTRATO CANCELADO POR DIREITO DE
      *                  ARREPENDIMENTO (PARCELAS 'C', VER ARREPEND)
      *                  FICA FORA DA CARTEIRA: NAO CONTA NOS CONTRATOS
      *                  NEM NO PERCENTUAL DE INADIMPLENCIA, SO NA
      *                  LINHA PROPRIA DE CANCELADOS DO RESUMO.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      *     15/10/2026 - NOVO RESUMO POR POSTO DE ATENDIMENTO
      *                  (POSTO-CLIENTE DO CLIENTE DO CONTRATO):
      *                  CONTRATOS, INADIMPLENTES E VALOR VENCIDO DE
      *                  CADA POSTO E O TOTAL CONSOLIDADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PORTFRPT.
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

           SELECT CLIENTE ASSIGN TO WS-CLIENTE-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COD-CLIENTE
           ALTERNATE RECORD KEY IS CPF-CLIENTE WITH DUPLICATES
           FILE STATUS IS WS-CLI-STATUS.

           SELECT POSTO-FILE ASSIGN TO 'POSTO.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-POSTO-STATUS.

           SELECT PRODUTO-FILE ASSIGN TO 'PRODUTO.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PROD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PREST-FILE.
       COPY PRESTDATA.

       FD  CONTR-FILE.
       COPY CONTRDATA.

       FD  CLIENTE.
       COPY CLIDATA.

       FD  POSTO-FILE.
       COPY POSTODATA.

       FD  PRODUTO-FILE.
       COPY PRODDATA.

       WORKING-STORAGE SECTION.
       01  WS-PREST-STATUS   PIC 99.
       01  WS-CONTR-STATUS   PIC 99.
       01  WS-CONTR-ABERTO   PIC X(01) VALUE 'N'.
       01  WS-CONTR-ACHOU    PIC X(01) VALUE 'N'.
       01  WS-CLI-STATUS     PIC 99.
       01  WS-CLI-ABERTO     PIC X(01) VALUE 'N'.
       01  WS-EOF            PIC X     VALUE 'N'.

       01  WS-CURR-DATE.
       01  WS-G-QTD-VENCIDAS PIC 9(05) VALUE 0.
       01  WS-G-VLR-VENCIDO  PIC 9(09)V99 VALUE 0.
       01  WS-G-MAIOR-ATRASO PIC S9(05) VALUE 0.
       01  WS-G-QTD-CANCEL   PIC 9(05) VALUE 0.

       01  WS-TOT-CONTRATOS  PIC 9(05) VALUE 0.
       01  WS-TOT-INADIMPL   PIC 9(05) VALUE 0.
       01  WS-TOT-CANCELADOS PIC 9(05) VALUE 0.
       01  WS-TOT-VLR-VENC   PIC 9(09)V99 VALUE 0.
       01  WS-PCT-INADIMPL   PIC ZZ9.99.
       01  WS-SALDO-PARCELA  PIC 9(09)V99 VALUE 0.

      *    TOTAIS POR PRODUTO, NA ORDEM DA TABELA DE WSPRODUTO; A
      *    POSICAO 31 E O "SEM PRODUTO" (CONTRATO ANTERIOR AO
      *    CATALOGO, FORA DE CONTRATO.CTL OU COM CODIGO DESCONHECIDO).
       01  WS-PRD-POS        PIC 9(02) VALUE 0.
       01  WS-PRD-TOT-TAB.
           05 WS-PRD-TOT OCCURS 31 TIMES.
             10 WS-PRD-CONTRATOS PIC 9(05).
             10 WS-PRD-INADIMPL  PIC 9(05).
             10 WS-PRD-VLR-VENC  PIC 9(09)V99.
       COPY WSPRODUTO.

      *    TOTAIS POR POSTO DE ATENDIMENTO DO CLIENTE DO CONTRATO, NA
      *    ORDEM DA TABELA DE WSPOSTO (CONTRATO FORA DE CONTRATO.CTL OU
      *    DE CLIENTE CAI NO POSTO 000).
       01  WS-PST-TOT-TAB.
           05 WS-PST-TOT OCCURS 25 TIMES.
             10 WS-PST-CONTRATOS PIC 9(05).
             10 WS-PST-INADIMPL  PIC 9(05).
             10 WS-PST-VLR-VENC  PIC 9(09)V99.
       COPY WSPOSTO.
       COPY CLIPATH.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           DISPLAY "******** RESUMO DE INADIMPLENCIA DA CARTEIRA ****"

           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE
           COMPUTE WS-HOJE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-HOJE-DATA)

           ACCEPT WS-CLIENTE-PATH FROM ENVIRONMENT "CLIENTE_PATH"
               ON EXCEPTION CONTINUE
           END-ACCEPT

           INITIALIZE WS-PRD-TOT-TAB
           INITIALIZE WS-PST-TOT-TAB
           PERFORM P-PROD-CARREGA
           PERFORM P-POSTO-CARREGA
           OPEN INPUT CLIENTE
           IF WS-CLI-STATUS NOT EQUAL 35 THEN
               MOVE 'S' TO WS-CLI-ABERTO
           END-IF
           OPEN INPUT CONTR-FILE
           IF WS-CONTR-STATUS NOT EQUAL 35 THEN
               MOVE 'S' TO WS-CONTR-ABERTO
           END-IF

           OPEN INPUT PREST-FILE
           IF WS-PREST-STATUS EQUAL 35 THEN
               DISPLAY "PRESTACOES AINDA NAO FOI CRIADO"
               CLOSE PREST-FILE

               PERFORM P900-IMPRIME-RESUMO
               PERFORM P950-RESUMO-PRODUTO
               PERFORM P960-RESUMO-POSTO
           END-IF
           IF WS-CONTR-ABERTO = 'S' THEN
               CLOSE CONTR-FILE
           END-IF
           IF WS-CLI-ABERTO = 'S' THEN
               CLOSE CLIENTE
           END-IF

           STOP RUN.
           END-IF.

       P200-ACUMULA-PARCELA.
           IF PREST-CANCELADA THEN
               ADD 1 TO WS-G-QTD-CANCEL
           END-IF
           IF PREST-ABERTA OR PREST-PARCIAL THEN
               ADD 1 TO WS-G-QTD-ABERTAS
               COMPUTE WS-VENC-INT =
           END-IF.

       P800-FLUSH-CONTRATO.
      *    O ARREPENDIMENTO CANCELA TODAS AS PARCELAS DO CONTRATO DE
      *    UMA VEZ - CONTRATO CANCELADO NAO E CARTEIRA.
           IF WS-G-QTD-CANCEL > 0 THEN
               ADD 1 TO WS-TOT-CANCELADOS
               MOVE 0 TO WS-G-QTD-CANCEL
               MOVE 0 TO WS-G-QTD-ABERTAS
               MOVE 0 TO WS-G-QTD-VENCIDAS
               MOVE 0 TO WS-G-VLR-VENCIDO
               MOVE 0 TO WS-G-MAIOR-ATRASO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TOT-CONTRATOS
           PERFORM P810-LOCALIZA-PRODUTO
           ADD 1 TO WS-PRD-CONTRATOS(WS-PRD-POS)
           IF WS-G-QTD-VENCIDAS > 0 THEN
               ADD 1 TO WS-PRD-INADIMPL(WS-PRD-POS)
               ADD WS-G-VLR-VENCIDO TO WS-PRD-VLR-VENC(WS-PRD-POS)
           END-IF
           PERFORM P820-LOCALIZA-POSTO
           ADD 1 TO WS-PST-CONTRATOS(WS-POSTO-IDX)
           IF WS-G-QTD-VENCIDAS > 0 THEN
               ADD 1 TO WS-PST-INADIMPL(WS-POSTO-IDX)
               ADD WS-G-VLR-VENCIDO TO WS-PST-VLR-VENC(WS-POSTO-IDX)
           END-IF
           IF WS-G-QTD-VENCIDAS > 0 THEN
               ADD 1 TO WS-TOT-INADIMPL
               ADD WS-G-VLR-VENCIDO TO WS-TOT-VLR-VENC
           MOVE 0 TO WS-G-VLR-VENCIDO
           MOVE 0 TO WS-G-MAIOR-ATRASO.

       P810-LOCALIZA-PRODUTO.
      *    POSICAO DO PRODUTO DO CONTRATO NA TABELA DE TOTAIS.
           MOVE 31 TO WS-PRD-POS
           MOVE 'N' TO WS-CONTR-ACHOU
           IF WS-CONTR-ABERTO NOT = 'S' THEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CONT-ANTERIOR TO CONTR-NUM-CONT
           READ CONTR-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE 'S' TO WS-CONTR-ACHOU
           MOVE CONTR-COD-PRODUTO TO WS-PROD-COD-BUSCA
           PERFORM P-PROD-BUSCA
           IF WS-PROD-ACHOU = 'S' THEN
               MOVE WS-PROD-IDX TO WS-PRD-POS
           END-IF.

       P820-LOCALIZA-POSTO.
      *    POSTO DO CLIENTE DO CONTRATO JA LIDO EM P810 - O CONTRATO
      *    NAO GUARDA POSTO PROPRIO.
           MOVE 0 TO WS-POSTO-COD-BUSCA
           IF WS-CONTR-ACHOU = 'S' AND WS-CLI-ABERTO = 'S' THEN
               MOVE CONTR-COD-CLIENTE TO COD-CLIENTE
               READ CLIENTE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF POSTO-CLIENTE IS NUMERIC THEN
                           MOVE POSTO-CLIENTE TO WS-POSTO-COD-BUSCA
                       END-IF
               END-READ
           END-IF
           PERFORM P-POSTO-POSICAO.

       P900-IMPRIME-RESUMO.
           DISPLAY " "
           DISPLAY "---- RESUMO GERAL DA CARTEIRA ----"
                   WS-TOT-INADIMPL
           DISPLAY "VALOR TOTAL VENCIDO NA CARTEIRA: "
                   WS-TOT-VLR-VENC
           DISPLAY "CANCELADOS POR ARREPENDIMENTO:. "
                   WS-TOT-CANCELADOS " (FORA DA CARTEIRA)"
           IF WS-TOT-CONTRATOS > 0 THEN
               COMPUTE WS-PCT-INADIMPL ROUNDED =
                       WS-TOT-INADIMPL / WS-TOT-CONTRATOS * 100
                       WS-PCT-INADIMPL "%"
           END-IF.


       P950-RESUMO-PRODUTO.
           DISPLAY " "
           DISPLAY "---- INADIMPLENCIA POR PRODUTO ----"
           PERFORM VARYING WS-PRD-POS FROM 1 BY 1
                   UNTIL WS-PRD-POS > WS-PROD-QTD
               IF WS-PRD-CONTRATOS(WS-PRD-POS) > 0 THEN
                   DISPLAY "PRODUTO: " WS-PROD-TB-CODIGO(WS-PRD-POS)
                           " " WS-PROD-TB-DESCRICAO(WS-PRD-POS)
                   DISPLAY "  CONTRATOS: " WS-PRD-CONTRATOS(WS-PRD-POS)
                           "  INADIMPLENTES: "
                           WS-PRD-INADIMPL(WS-PRD-POS)
                           "  VALOR VENCIDO: "
                           WS-PRD-VLR-VENC(WS-PRD-POS)
               END-IF
           END-PERFORM
           IF WS-PRD-CONTRATOS(31) > 0 THEN
               DISPLAY "SEM PRODUTO"
               DISPLAY "  CONTRATOS: " WS-PRD-CONTRATOS(31)
                       "  INADIMPLENTES: " WS-PRD-INADIMPL(31)
                       "  VALOR VENCIDO: " WS-PRD-VLR-VENC(31)
           END-IF.

       P960-RESUMO-POSTO.
           DISPLAY " "
           DISPLAY "---- INADIMPLENCIA POR POSTO DE ATENDIMENTO ----"
           PERFORM VARYING WS-POSTO-IDX FROM 1 BY 1
                   UNTIL WS-POSTO-IDX > WS-POSTO-QTD
               DISPLAY "POSTO: " WS-POSTO-TB-CODIGO(WS-POSTO-IDX)
                       " " WS-POSTO-TB-NOME(WS-POSTO-IDX)
               DISPLAY "  CONTRATOS: " WS-PST-CONTRATOS(WS-POSTO-IDX)
                       "  INADIMPLENTES: "
                       WS-PST-INADIMPL(WS-POSTO-IDX)
                       "  VALOR VENCIDO: "
                       WS-PST-VLR-VENC(WS-POSTO-IDX)
           END-PERFORM
           DISPLAY "TOTAL CONSOLIDADO"
           DISPLAY "  CONTRATOS: " WS-TOT-CONTRATOS
                   "  INADIMPLENTES: " WS-TOT-INADIMPL
                   "  VALOR VENCIDO: " WS-TOT-VLR-VENC.

       COPY PRODUTO.
       COPY POSTO.
       COPY TREINO.
       END PROGRAM PORTFRPT.

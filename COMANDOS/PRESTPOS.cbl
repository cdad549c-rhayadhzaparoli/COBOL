      ******************************************************************
      * Author: RHAYADH ZAPAROLI
      * Date: 15/10/2026
      * Purpose: POSICAO DAS PARCELAS EM UMA DATA PASSADA - QUANDO O
      *          CLIENTE PERGUNTA "QUANTO EU DEVIA EM 10 DE MARCO?"
      *          NINGUEM PRECISA MAIS REFAZER O PRESTACOES.JRN NO
      *          PAPEL. PARTE DAS PARCELAS DE HOJE (PRESTACOES E
      *          PRESTACOES.ARQ) E DESFAZ TODA MUTACAO DIARIADA DEPOIS
      *          DA DATA PEDIDA: PARA CADA PARCELA E CAMPO, O VALOR
      *          "ANTES" DA PRIMEIRA LINHA POSTERIOR A DATA E O QUE
      *          VALIA NAQUELE DIA. PARCELA ELIMINADA DEPOIS DA DATA
      *          (SITUACAO 'E' DO AMORTEXT) VOLTA PELO DIARIO; PARCELA
      *          ARQUIVADA DEPOIS DA DATA ('Z' DO PRESTARCH) VOLTA A
      *          CONTAR COMO CARTEIRA; CONTRATO CUJA TABELA FOI GERADA
      *          DEPOIS DA DATA (CONTR-DT-TARIFAS) NAO EXISTIA AINDA.
      *          COM UM CONTRATO, MOSTRA A TABELA DAQUELE DIA (SITUACAO,
      *          VALOR PAGO E MULTA POR PARCELA) E O TOTAL DEVIDO; COM
      *          CONTRATO 0, REFAZ OS TOTAIS POR SITUACAO E O MOVIMENTO
      *          FINANCEIRO QUE O CTRLDIA TERIA IMPRESSO NO FECHAMENTO
      *          DAQUELE DIA, CONFERINDO CONTRA O FECHAMENTO GRAVADO EM
      *          PRESTACOES.SNP QUANDO HOUVER - SEM RESTAURAR GERACAO
      *          DO BACKUPGEN. O DIA DE CADA LINHA E A DATA OFICIAL DE
      *          MOVIMENTO (JRN-DT-NEGOCIO), COMO NO CTRLDIA.
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - LAYOUT DE PRESTACOES.JRN EXTRAIDO PARA JRNDATA,
      *                  QUE GANHOU NO FIM O ELO DA CADEIA DE
      *                  CONFERENCIA (JRN-ELO, VER CADEIA.cpy).
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      *     15/10/2026 - CADA IMPRESSAO EM PRESTPOS.PRN PASSA A SER
      *                  ARQUIVADA COMO JOB NUMERADO NO ARQUIVO DE
      *                  IMPRESSAO (SPOOL.IDX, VER SPOOL.cpy), COM
      *                  OPERADOR, DATA/HORA, PAGINAS E REGISTROS - UMA
      *                  NOVA RODADA NAO APAGA MAIS A ANTERIOR; CONSULTA
      *                  E REIMPRESSAO PELO SPOOLVER.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRESTPOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-CTL-FILE ASSIGN TO 'USERS.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LOGON-STATUS.

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

           SELECT ARQ-FILE ASSIGN TO 'PRESTACOES.ARQ'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ARQ-KEY
           FILE STATUS IS WS-ARQ-STATUS.

           SELECT PREST-JRN-FILE ASSIGN TO 'PRESTACOES.JRN'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-JRN-STATUS.

           SELECT SNP-FILE ASSIGN TO 'PRESTACOES.SNP'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SNP-STATUS.

           SELECT PRN-FILE ASSIGN TO 'PRESTPOS.PRN'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PRN-STATUS.

           SELECT SORT-FILE ASSIGN TO 'PRESTPOS.SRT'.

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
       FD USER-CTL-FILE.
       COPY USERCTL.

       FD CONTR-FILE.
       COPY CONTRDATA.

       FD PREST-FILE.
       COPY PRESTDATA.

       FD ARQ-FILE.
       COPY PRESTDATA REPLACING LEADING ==PREST== BY ==ARQ==.

       FD PREST-JRN-FILE.
       COPY JRNDATA.

       FD SNP-FILE.
       01 SNP-REC.
         05 SNP-DATA          PIC 9(08).
         05 SNP-SITUACAO      PIC X(01).
         05 SNP-QTD           PIC 9(06).
         05 SNP-VALOR         PIC 9(11)V99.

       FD PRN-FILE.
       01 PRN-LINE           PIC X(80).

       SD SORT-FILE.
       01 SD-REC.
         05 SD-NUM-CONT       PIC 9(05).
         05 SD-NUM-PARC       PIC 9(03).
         05 SD-SEQ            PIC 9(08).
         05 SD-CAMPO          PIC X(12).
         05 SD-VL-ANTES       PIC X(15).
         05 SD-VL-DEPOIS      PIC X(15).

       FD SPOOL-IDX-FILE.
       COPY SPOOLDATA.

       FD SPOOL-TAM-FILE.
       COPY SPOOLTAM.

       WORKING-STORAGE SECTION.
       01 WS-CONTR-STATUS    PIC 99.
       01 WS-PREST-STATUS    PIC 99.
       01 WS-ARQ-STATUS      PIC 99.
       01 WS-JRN-STATUS      PIC 99.
       01 WS-SNP-STATUS      PIC 99.
       01 WS-PRN-STATUS      PIC 99.
       01 WS-CONTR-ABERTO    PIC X(01) VALUE 'N'.
       01 WS-PREST-ABERTO    PIC X(01) VALUE 'N'.
       01 WS-ARQ-ABERTO      PIC X(01) VALUE 'N'.
       01 WS-EOF             PIC X     VALUE 'N'.
       01 WS-OPCAO           PIC 9(01) VALUE 0.
       01 WS-IMPRIME         PIC X(01) VALUE 'N'.
       01 WS-LINHA           PIC X(80) VALUE SPACES.

       01 WS-DT-POSICAO      PIC 9(08) VALUE 0.
       01 WS-DT-POSICAO-ED   PIC X(10) VALUE SPACES.
       01 WS-DT-HOJE         PIC 9(08) VALUE 0.
       01 WS-DT-LINHA        PIC 9(08) VALUE 0.
       01 WS-CONT-FILTRO     PIC 9(05) VALUE 0.
       01 WS-SEQ             PIC 9(08) VALUE 0.
       01 WS-QTD-DESFEITAS   PIC 9(07) VALUE 0.
       01 WS-QTD-PARC-DESF   PIC 9(07) VALUE 0.

      *    EXISTENCIA DO CONTRATO NA DATA (GUARDA O ULTIMO CONSULTADO,
      *    AS PARCELAS CHEGAM AGRUPADAS POR CONTRATO).
       01 WS-CT-NUM          PIC 9(05) VALUE 0.
       01 WS-CT-ULTIMO       PIC 9(05) VALUE 99999.
       01 WS-CT-ENCONTRADO   PIC X(01) VALUE 'N'.
       01 WS-CT-EXISTIA      PIC X(01) VALUE 'S'.
       01 WS-CT-DT-TABELA    PIC 9(08) VALUE 0.

      *    TABELA DE PARCELAS DO CONTRATO CONSULTADO. ORIGEM: 'P' EM
      *    PRESTACOES HOJE, 'Z' EM PRESTACOES.ARQ, 'E' ELIMINADA DEPOIS
      *    DA DATA (SO EXISTE NO DIARIO). NA-CARTEIRA = 'S' SE NA DATA
      *    A PARCELA ESTAVA EM PRESTACOES.
       01 WS-QTD-TAB         PIC 9(03) VALUE 0.
       01 WS-IND             PIC 9(03) VALUE 0.
       01 WS-TAB-PARCELAS.
         05 WS-TAB OCCURS 999 TIMES.
           10 WS-T-PARC        PIC 9(03).
           10 WS-T-VENC        PIC 9(08).
           10 WS-T-VALOR       PIC 9(07)V99.
           10 WS-T-MULTA       PIC 9(07)V99.
           10 WS-T-PAGO        PIC 9(07)V99.
           10 WS-T-SIT         PIC X(01).
           10 WS-T-ORIGEM      PIC X(01).
           10 WS-T-NA-CARTEIRA PIC X(01).
           10 WS-T-DESFEITA    PIC X(01).

      *    PARCELA EM RECONSTRUCAO (UM GRUPO CONTRATO/PARCELA DO SORT).
       01 WS-G-ATIVO         PIC X(01) VALUE 'N'.
       01 WS-G-CONT          PIC 9(05) VALUE 0.
       01 WS-G-PARC          PIC 9(03) VALUE 0.
       01 WS-G-IND           PIC 9(03) VALUE 0.
       01 WS-G-TEM-E         PIC X(01) VALUE 'N'.
       01 WS-G-TEM-Z         PIC X(01) VALUE 'N'.
       01 WS-G-SIT-ATUAL     PIC X(01) VALUE SPACE.
       01 WS-G-VAL-ATUAL     PIC 9(07)V99 VALUE 0.
       01 WS-DESF-SIT        PIC X(01) VALUE 'N'.
       01 WS-DESF-VALOR      PIC X(01) VALUE 'N'.
       01 WS-DESF-MULTA      PIC X(01) VALUE 'N'.
       01 WS-DESF-PAGO       PIC X(01) VALUE 'N'.
       01 WS-DESF-VENC       PIC X(01) VALUE 'N'.
       01 WS-R-VENC          PIC 9(08) VALUE 0.
       01 WS-R-VALOR         PIC 9(07)V99 VALUE 0.
       01 WS-R-MULTA         PIC 9(07)V99 VALUE 0.
       01 WS-R-PAGO          PIC 9(07)V99 VALUE 0.
       01 WS-R-SIT           PIC X(01) VALUE SPACE.
       01 WS-R-ORIGEM        PIC X(01) VALUE SPACE.
       01 WS-R-NA-CARTEIRA   PIC X(01) VALUE 'N'.

      *    AS 7 SITUACOES DO CTRLDIA, NA MESMA ORDEM.
       01 WS-SIT-LISTA       PIC X(07) VALUE "ARPGXSC".
       01 WS-SIT-TAB REDEFINES WS-SIT-LISTA.
         05 WS-SIT-COD OCCURS 7 TIMES PIC X(01).
       01 WS-IDX             PIC 9(01) VALUE 0.
       01 WS-TOTAIS-TAB.
         05 WS-TOTAIS OCCURS 7 TIMES.
           10 WS-POS-QTD        PIC S9(07).
           10 WS-POS-VAL        PIC S9(11)V99.
           10 WS-SNP-QTD-DIA    PIC 9(06).
           10 WS-SNP-VAL-DIA    PIC 9(11)V99.
       01 WS-S-SIT           PIC X(01) VALUE SPACE.
       01 WS-S-VALOR         PIC 9(07)V99 VALUE 0.
       01 WS-SINAL           PIC S9(01) VALUE 1.
       01 WS-DT-SNP-ANT      PIC 9(08) VALUE 0.
       01 WS-TEM-SNP-DIA     PIC X(01) VALUE 'N'.
       01 WS-HOUVE-DIVERGENCIA PIC X(01) VALUE 'N'.

       01 WS-VL-ANTES-NUM    PIC 9(08)V99 VALUE 0.
       01 WS-VL-DEPOIS-NUM   PIC 9(08)V99 VALUE 0.
       01 WS-MOV-RECEBIDO    PIC 9(11)V99 VALUE 0.
       01 WS-MOV-ESTORNADO   PIC 9(11)V99 VALUE 0.
       01 WS-MOV-LIQUIDO     PIC S9(11)V99 VALUE 0.

       01 WS-DESC-SITUACAO   PIC X(11) VALUE SPACES.
       01 WS-VL-PAGO-PARC    PIC 9(07)V99 VALUE 0.
       01 WS-SALDO-PARCELA   PIC S9(09)V99 VALUE 0.
       01 WS-TOT-DEVIDO      PIC S9(09)V99 VALUE 0.
       01 WS-MARCA           PIC X(01) VALUE SPACE.

       01 WS-EDIT-NUM-CONT   PIC ZZZZ9.
       01 WS-EDIT-NUM-PARC   PIC ZZ9.
       01 WS-EDIT-VALOR      PIC $,$$$,$$$.$$.
       01 WS-EDIT-PAGO       PIC $,$$$,$$$.$$.
       01 WS-EDIT-MULTA      PIC $,$$$,$$$.$$.
       01 WS-EDIT-TOTAL      PIC $$$,$$$,$$$.$$.
       01 WS-EDIT-QTD        PIC -(6)9.
       01 WS-EDIT-VAL-S      PIC -(11)9.99.
       01 WS-EDIT-QTD-SNP    PIC Z(5)9.
       01 WS-EDIT-VAL-SNP    PIC Z(10)9.99.

       COPY WSLOGON.
       COPY WSSENHASH.
       COPY WSTREINO.
       COPY WSSPOOL.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           MOVE 'PRESTPOS' TO WS-SPL-PROGRAMA
           DISPLAY "******** POSICAO DAS PARCELAS EM DATA PASSADA "
                   "********"
           PERFORM P-SIGN-ON
           MOVE WS-OPERADOR-ID TO WS-SPL-OPERADOR
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DT-HOJE
           DISPLAY "DATA DA POSICAO (AAAAMMDD)"
           ACCEPT WS-DT-POSICAO
           IF WS-DT-POSICAO NOT NUMERIC OR WS-DT-POSICAO = 0 THEN
               DISPLAY "DATA INVALIDA"
               GO TO P999-STOP
           END-IF
           IF WS-DT-POSICAO >= WS-DT-HOJE THEN
               DISPLAY "A DATA DEVE SER ANTERIOR A HOJE - A POSICAO "
                       "ATUAL ESTA NO EXTFIN E NO CTRLDIA"
               GO TO P999-STOP
           END-IF
           STRING WS-DT-POSICAO(7:2) DELIMITED BY SIZE
                  "/"                DELIMITED BY SIZE
                  WS-DT-POSICAO(5:2) DELIMITED BY SIZE
                  "/"                DELIMITED BY SIZE
                  WS-DT-POSICAO(1:4) DELIMITED BY SIZE
                  INTO WS-DT-POSICAO-ED
           DISPLAY "NUMERO DO CONTRATO (0 = CARTEIRA INTEIRA)"
           ACCEPT WS-CONT-FILTRO
           DISPLAY "1 PARA EXIBIR NA TELA"
           DISPLAY "2 PARA EXIBIR E IMPRIMIR EM PRESTPOS.PRN"
           ACCEPT WS-OPCAO
           EVALUATE WS-OPCAO
               WHEN 1 MOVE 'N' TO WS-IMPRIME
               WHEN 2 MOVE 'S' TO WS-IMPRIME
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
                   GO TO P999-STOP
           END-EVALUATE

           OPEN INPUT CONTR-FILE
           IF WS-CONTR-STATUS EQUAL 35 THEN
               DISPLAY "CONTRATO.CTL AINDA NAO FOI CRIADO"
           ELSE
               MOVE 'S' TO WS-CONTR-ABERTO
           END-IF
           OPEN INPUT PREST-FILE
           IF WS-PREST-STATUS EQUAL 35 THEN
               DISPLAY "PRESTACOES AINDA NAO FOI CRIADO"
           ELSE
               MOVE 'S' TO WS-PREST-ABERTO
           END-IF
           OPEN INPUT ARQ-FILE
           IF WS-ARQ-STATUS NOT EQUAL 35 THEN
               MOVE 'S' TO WS-ARQ-ABERTO
           END-IF

           IF WS-CONT-FILTRO = 0 THEN
               PERFORM P200-CARREGA-SNAPSHOTS
               PERFORM P300-TOTAIS-ATUAIS
           ELSE
               PERFORM P100-CARREGA-CONTRATO
           END-IF

           SORT SORT-FILE
               ON ASCENDING KEY SD-NUM-CONT SD-NUM-PARC SD-SEQ
               INPUT PROCEDURE IS P400-FEED-SORT
               OUTPUT PROCEDURE IS P500-DESFAZ-SORT

           IF WS-IMPRIME = 'S' THEN
               MOVE 'PRESTPOS.PRN' TO WS-SPL-ARQUIVO
               MOVE 80             TO WS-SPL-TAM-REG
               MOVE 'S'            TO WS-SPL-PESSOAL
               PERFORM P-SPOOL-INICIA
               OPEN EXTEND PRN-FILE
               IF WS-PRN-STATUS EQUAL 35 THEN
                   OPEN OUTPUT PRN-FILE
               END-IF
           END-IF
           IF WS-CONT-FILTRO = 0 THEN
               PERFORM P800-IMPRIME-CARTEIRA
           ELSE
               PERFORM P700-IMPRIME-CONTRATO
           END-IF
           IF WS-IMPRIME = 'S' THEN
               PERFORM P050-SAIDA-LINHA
               CLOSE PRN-FILE
               PERFORM P-SPOOL-ARQUIVA
               DISPLAY "POSICAO GRAVADA EM PRESTPOS.PRN"
           END-IF
           GO TO P999-STOP.

       P050-SAIDA-LINHA.
      *    TODA LINHA VAI PARA A TELA E, SE PEDIDO, PARA A IMPRESSAO.
           DISPLAY WS-LINHA
           IF WS-IMPRIME = 'S' THEN
               MOVE WS-LINHA TO PRN-LINE
               WRITE PRN-LINE
           END-IF
           MOVE SPACES TO WS-LINHA.

       P100-CARREGA-CONTRATO.
      *    A TABELA DE HOJE E O PONTO DE PARTIDA: PRESTACOES OU, PARA O
      *    CONTRATO JA ARQUIVADO, PRESTACOES.ARQ.
           MOVE WS-CONT-FILTRO TO WS-CT-NUM
           PERFORM P150-CONTRATO-EXISTIA
           IF WS-CT-ENCONTRADO = 'N' THEN
               DISPLAY "CONTRATO NAO ENCONTRADO EM CONTRATO.CTL"
               GO TO P999-STOP
           END-IF
           IF WS-CT-EXISTIA = 'N' THEN
               DISPLAY "O CONTRATO AINDA NAO EXISTIA EM "
                       WS-DT-POSICAO-ED " - TABELA GERADA EM "
                       WS-CT-DT-TABELA(7:2) "/" WS-CT-DT-TABELA(5:2)
                       "/" WS-CT-DT-TABELA(1:4)
               GO TO P999-STOP
           END-IF
           IF WS-PREST-ABERTO = 'S' THEN
               MOVE WS-CONT-FILTRO TO PREST-NUM-CONT
               MOVE 0              TO PREST-NUM-PARC
               MOVE 'N'            TO WS-EOF
               START PREST-FILE KEY IS NOT LESS THAN PREST-KEY
                   INVALID KEY
                       MOVE 'S' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'S'
                   READ PREST-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF PREST-NUM-CONT NOT = WS-CONT-FILTRO OR
                              WS-QTD-TAB = 999 THEN
                               MOVE 'S' TO WS-EOF
                           ELSE
                               ADD 1 TO WS-QTD-TAB
                               MOVE PREST-NUM-PARC
                                 TO WS-T-PARC(WS-QTD-TAB)
                               MOVE PREST-VENCIMENTO
                                 TO WS-T-VENC(WS-QTD-TAB)
                               MOVE PREST-VALOR
                                 TO WS-T-VALOR(WS-QTD-TAB)
                               MOVE PREST-VL-MULTA
                                 TO WS-T-MULTA(WS-QTD-TAB)
                               MOVE PREST-VL-PAGO
                                 TO WS-T-PAGO(WS-QTD-TAB)
                               MOVE PREST-SITUACAO
                                 TO WS-T-SIT(WS-QTD-TAB)
                               MOVE 'P' TO WS-T-ORIGEM(WS-QTD-TAB)
                               MOVE 'S' TO WS-T-NA-CARTEIRA(WS-QTD-TAB)
                               MOVE 'N' TO WS-T-DESFEITA(WS-QTD-TAB)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-QTD-TAB = 0 AND WS-ARQ-ABERTO = 'S' THEN
               MOVE WS-CONT-FILTRO TO ARQ-NUM-CONT
               MOVE 0              TO ARQ-NUM-PARC
               MOVE 'N'            TO WS-EOF
               START ARQ-FILE KEY IS NOT LESS THAN ARQ-KEY
                   INVALID KEY
                       MOVE 'S' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQ-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF ARQ-NUM-CONT NOT = WS-CONT-FILTRO OR
                              WS-QTD-TAB = 999 THEN
                               MOVE 'S' TO WS-EOF
                           ELSE
                               ADD 1 TO WS-QTD-TAB
                               MOVE ARQ-NUM-PARC
                                 TO WS-T-PARC(WS-QTD-TAB)
                               MOVE ARQ-VENCIMENTO
                                 TO WS-T-VENC(WS-QTD-TAB)
                               MOVE ARQ-VALOR
                                 TO WS-T-VALOR(WS-QTD-TAB)
                               MOVE ARQ-VL-MULTA
                                 TO WS-T-MULTA(WS-QTD-TAB)
                               MOVE ARQ-VL-PAGO
                                 TO WS-T-PAGO(WS-QTD-TAB)
                               MOVE ARQ-SITUACAO
                                 TO WS-T-SIT(WS-QTD-TAB)
                               MOVE 'Z' TO WS-T-ORIGEM(WS-QTD-TAB)
                               MOVE 'N' TO WS-T-NA-CARTEIRA(WS-QTD-TAB)
                               MOVE 'N' TO WS-T-DESFEITA(WS-QTD-TAB)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           MOVE 'N' TO WS-EOF.

       P150-CONTRATO-EXISTIA.
      *    A TABELA DE PARCELAS NASCE QUANDO O OCCRS A GERA (OU QUANDO
      *    O RENEGOCIA CRIA O CONTRATO NOVO), DATA GRAVADA EM
      *    CONTR-DT-TARIFAS; CONTRATO ANTIGO SEM ESSA DATA USA A DO
      *    VINCULO. CONTRATO FORA DE CONTRATO.CTL CONTA COMO EXISTENTE.
           IF WS-CT-NUM = WS-CT-ULTIMO THEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CT-NUM TO WS-CT-ULTIMO
           MOVE 'S'       TO WS-CT-EXISTIA
           MOVE 'N'       TO WS-CT-ENCONTRADO
           MOVE 0         TO WS-CT-DT-TABELA
           IF WS-CONTR-ABERTO = 'N' THEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CT-NUM TO CONTR-NUM-CONT
           READ CONTR-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE 'S' TO WS-CT-ENCONTRADO
           IF CONTR-DT-TARIFAS IS NUMERIC AND
              CONTR-DT-TARIFAS > 0 THEN
               MOVE CONTR-DT-TARIFAS TO WS-CT-DT-TABELA
           ELSE
               IF CONTR-DT-VINCULO IS NUMERIC THEN
                   MOVE CONTR-DT-VINCULO TO WS-CT-DT-TABELA
               END-IF
           END-IF
           IF WS-CT-DT-TABELA > WS-DT-POSICAO THEN
               MOVE 'N' TO WS-CT-EXISTIA
           END-IF.

       P200-CARREGA-SNAPSHOTS.
      *    O FECHAMENTO ANTERIOR A DATA DELIMITA O MOVIMENTO FINANCEIRO
      *    (COMO NO CTRLDIA); O FECHAMENTO GRAVADO NA PROPRIA DATA, SE
      *    HOUVER, SERVE DE CONFERENCIA - A GRAVACAO MAIS RECENTE VALE.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 7
               MOVE 0 TO WS-POS-QTD(WS-IDX)
               MOVE 0 TO WS-POS-VAL(WS-IDX)
               MOVE 0 TO WS-SNP-QTD-DIA(WS-IDX)
               MOVE 0 TO WS-SNP-VAL-DIA(WS-IDX)
           END-PERFORM
           OPEN INPUT SNP-FILE
           IF WS-SNP-STATUS EQUAL 35 THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'S'
               READ SNP-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF SNP-DATA < WS-DT-POSICAO AND
                          SNP-DATA > WS-DT-SNP-ANT THEN
                           MOVE SNP-DATA TO WS-DT-SNP-ANT
                       END-IF
                       IF SNP-DATA = WS-DT-POSICAO THEN
                           MOVE 'S' TO WS-TEM-SNP-DIA
                           PERFORM VARYING WS-IDX FROM 1 BY 1
                                   UNTIL WS-IDX > 7
                               IF WS-SIT-COD(WS-IDX) = SNP-SITUACAO
                                   THEN
                                   MOVE SNP-QTD
                                     TO WS-SNP-QTD-DIA(WS-IDX)
                                   MOVE SNP-VALOR
                                     TO WS-SNP-VAL-DIA(WS-IDX)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SNP-FILE
           MOVE 'N' TO WS-EOF.

       P300-TOTAIS-ATUAIS.
      *    TOTAIS DE HOJE, SO DOS CONTRATOS QUE JA EXISTIAM NA DATA;
      *    AS PARCELAS MEXIDAS DEPOIS DELA SAO TROCADAS PELA VERSAO
      *    RECONSTITUIDA EM P550.
           IF WS-PREST-ABERTO = 'N' THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 0   TO PREST-NUM-CONT
           MOVE 0   TO PREST-NUM-PARC
           MOVE 'N' TO WS-EOF
           START PREST-FILE KEY IS NOT LESS THAN PREST-KEY
               INVALID KEY
                   MOVE 'S' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'S'
               READ PREST-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       MOVE PREST-NUM-CONT TO WS-CT-NUM
                       PERFORM P150-CONTRATO-EXISTIA
                       IF WS-CT-EXISTIA = 'S' THEN
                           MOVE PREST-SITUACAO TO WS-S-SIT
                           MOVE PREST-VALOR    TO WS-S-VALOR
                           MOVE 1              TO WS-SINAL
                           PERFORM P310-SOMA-SITUACAO
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF.

       P310-SOMA-SITUACAO.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 7
               IF WS-SIT-COD(WS-IDX) = WS-S-SIT THEN
                   COMPUTE WS-POS-QTD(WS-IDX) =
                           WS-POS-QTD(WS-IDX) + WS-SINAL
                   COMPUTE WS-POS-VAL(WS-IDX) =
                           WS-POS-VAL(WS-IDX) + WS-SINAL * WS-S-VALOR
               END-IF
           END-PERFORM.

       P400-FEED-SORT.
           MOVE 'N' TO WS-EOF
           OPEN INPUT PREST-JRN-FILE
           IF WS-JRN-STATUS EQUAL 35 THEN
               DISPLAY "PRESTACOES.JRN AINDA NAO FOI CRIADO - NADA A "
                       "DESFAZER"
           ELSE
               PERFORM UNTIL WS-EOF = 'S'
                   READ PREST-JRN-FILE
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           PERFORM P410-FILTRA-E-LIBERA
                               THRU P410-EXIT
                   END-READ
               END-PERFORM
               CLOSE PREST-JRN-FILE
           END-IF.

       P410-FILTRA-E-LIBERA.
      *    A ORDEM DE GRAVACAO NO DIARIO (WS-SEQ) E A ORDEM DAS
      *    MUTACOES; SO VAI PARA O SORT A LINHA POSTERIOR A DATA, DE
      *    UM CAMPO QUE A POSICAO MOSTRA. LINHA ANTIGA SEM DATA DE
      *    MOVIMENTO USA A DATA DO TIMESTAMP.
           ADD 1 TO WS-SEQ
           IF JRN-DT-NEGOCIO IS NUMERIC AND JRN-DT-NEGOCIO > 0 THEN
               MOVE JRN-DT-NEGOCIO TO WS-DT-LINHA
           ELSE
               IF JRN-TIMESTAMP(1:8) IS NUMERIC THEN
                   MOVE JRN-TIMESTAMP(1:8) TO WS-DT-LINHA
               ELSE
                   GO TO P410-EXIT
               END-IF
           END-IF
           IF WS-CONT-FILTRO = 0 AND
              JRN-DT-NEGOCIO IS NUMERIC AND
              JRN-DT-NEGOCIO > WS-DT-SNP-ANT AND
              JRN-DT-NEGOCIO <= WS-DT-POSICAO THEN
               PERFORM P420-MOVIMENTO-FINANCEIRO
           END-IF
           IF WS-DT-LINHA NOT > WS-DT-POSICAO THEN
               GO TO P410-EXIT
           END-IF
           IF WS-CONT-FILTRO NOT = 0 AND
              JRN-NUM-CONT NOT = WS-CONT-FILTRO THEN
               GO TO P410-EXIT
           END-IF
           IF JRN-CAMPO NOT = "SITUACAO" AND
              JRN-CAMPO NOT = "VALOR" AND
              JRN-CAMPO NOT = "VL-MULTA" AND
              JRN-CAMPO NOT = "VL-PAGO" AND
              JRN-CAMPO NOT = "VENCIMENTO" THEN
               GO TO P410-EXIT
           END-IF
           MOVE JRN-NUM-CONT  TO SD-NUM-CONT
           MOVE JRN-NUM-PARC  TO SD-NUM-PARC
           MOVE WS-SEQ        TO SD-SEQ
           MOVE JRN-CAMPO     TO SD-CAMPO
           MOVE JRN-VL-ANTES  TO SD-VL-ANTES
           MOVE JRN-VL-DEPOIS TO SD-VL-DEPOIS
           RELEASE SD-REC.
       P410-EXIT.
           EXIT.

       P420-MOVIMENTO-FINANCEIRO.
      *    MESMA REGRA DO P350 DO CTRLDIA: RECEBIDO = AUMENTOS DE
      *    VL-PAGO, ENTRADA, AMORTIZACAO EXTRA E DEVOLUCAO DO
      *    ARREPENDIMENTO; ESTORNADO = LINHAS "ESTORNO" E TARIFA
      *    RESTITUIDA NO ARREPENDIMENTO.
           EVALUATE TRUE
               WHEN JRN-CAMPO = "ESTORNO"
                   COMPUTE WS-VL-ANTES-NUM =
                       FUNCTION NUMVAL(JRN-VL-ANTES)
                   ADD WS-VL-ANTES-NUM TO WS-MOV-ESTORNADO
               WHEN JRN-CAMPO = "ARREP-TARIFA"
                   COMPUTE WS-VL-DEPOIS-NUM =
                       FUNCTION NUMVAL(JRN-VL-DEPOIS)
                   ADD WS-VL-DEPOIS-NUM TO WS-MOV-ESTORNADO
               WHEN JRN-PROGRAMA = "ESTORNO"
                   CONTINUE
               WHEN JRN-CAMPO = "ENTRADA" OR
                    JRN-CAMPO = "AMORT-EXTRA" OR
                    JRN-CAMPO = "ARREP-PRINC" OR
                    JRN-CAMPO = "ARREP-JUROS"
                   COMPUTE WS-VL-DEPOIS-NUM =
                       FUNCTION NUMVAL(JRN-VL-DEPOIS)
                   ADD WS-VL-DEPOIS-NUM TO WS-MOV-RECEBIDO
               WHEN JRN-CAMPO = "VL-PAGO"
                   COMPUTE WS-VL-ANTES-NUM =
                       FUNCTION NUMVAL(JRN-VL-ANTES)
                   COMPUTE WS-VL-DEPOIS-NUM =
                       FUNCTION NUMVAL(JRN-VL-DEPOIS)
                   IF WS-VL-DEPOIS-NUM > WS-VL-ANTES-NUM THEN
                       COMPUTE WS-MOV-RECEBIDO = WS-MOV-RECEBIDO
                               + WS-VL-DEPOIS-NUM - WS-VL-ANTES-NUM
                   END-IF
           END-EVALUATE.

       P500-DESFAZ-SORT.
           MOVE 'N' TO WS-EOF
           MOVE 'N' TO WS-G-ATIVO
           PERFORM UNTIL WS-EOF = 'S'
               RETURN SORT-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       PERFORM P510-LINHA-DO-GRUPO
               END-RETURN
           END-PERFORM
           IF WS-G-ATIVO = 'S' THEN
               PERFORM P550-FECHA-GRUPO
           END-IF
           MOVE 'N' TO WS-EOF.

       P510-LINHA-DO-GRUPO.
           IF WS-G-ATIVO = 'S' THEN
               IF SD-NUM-CONT NOT = WS-G-CONT OR
                  SD-NUM-PARC NOT = WS-G-PARC THEN
                   PERFORM P550-FECHA-GRUPO
               END-IF
           END-IF
           IF WS-G-ATIVO = 'N' THEN
               PERFORM P520-ABRE-GRUPO
           END-IF
           PERFORM P530-DESFAZ-CAMPO.

       P520-ABRE-GRUPO.
      *    A PARCELA COMECA COMO ESTA HOJE: NA TABELA DO CONTRATO
      *    CONSULTADO, OU LIDA DE PRESTACOES / PRESTACOES.ARQ NA
      *    CARTEIRA INTEIRA. SEM REGISTRO, SO O DIARIO A CONHECE.
           MOVE 'S'         TO WS-G-ATIVO
           MOVE SD-NUM-CONT TO WS-G-CONT
           MOVE SD-NUM-PARC TO WS-G-PARC
           MOVE 0           TO WS-G-IND
           MOVE 'N' TO WS-G-TEM-E WS-G-TEM-Z
           MOVE 'N' TO WS-DESF-SIT WS-DESF-VALOR WS-DESF-MULTA
                       WS-DESF-PAGO WS-DESF-VENC
           MOVE 'N'   TO WS-R-ORIGEM
           MOVE SPACE TO WS-R-SIT
           MOVE 0 TO WS-R-VENC WS-R-VALOR WS-R-MULTA WS-R-PAGO
           IF WS-CONT-FILTRO NOT = 0 THEN
               PERFORM VARYING WS-IND FROM 1 BY 1
                       UNTIL WS-IND > WS-QTD-TAB
                   IF WS-T-PARC(WS-IND) = WS-G-PARC THEN
                       MOVE WS-IND TO WS-G-IND
                   END-IF
               END-PERFORM
               IF WS-G-IND > 0 THEN
                   MOVE WS-T-VENC(WS-G-IND)   TO WS-R-VENC
                   MOVE WS-T-VALOR(WS-G-IND)  TO WS-R-VALOR
                   MOVE WS-T-MULTA(WS-G-IND)  TO WS-R-MULTA
                   MOVE WS-T-PAGO(WS-G-IND)   TO WS-R-PAGO
                   MOVE WS-T-SIT(WS-G-IND)    TO WS-R-SIT
                   MOVE WS-T-ORIGEM(WS-G-IND) TO WS-R-ORIGEM
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE WS-G-CONT TO WS-CT-NUM
           PERFORM P150-CONTRATO-EXISTIA
           IF WS-PREST-ABERTO = 'S' THEN
               MOVE WS-G-CONT TO PREST-NUM-CONT
               MOVE WS-G-PARC TO PREST-NUM-PARC
               READ PREST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'P'              TO WS-R-ORIGEM
                       MOVE PREST-SITUACAO   TO WS-R-SIT
                       MOVE PREST-VALOR      TO WS-R-VALOR
                       MOVE PREST-VL-MULTA   TO WS-R-MULTA
                       MOVE PREST-VL-PAGO    TO WS-R-PAGO
                       MOVE PREST-VENCIMENTO TO WS-R-VENC
               END-READ
           END-IF
           IF WS-R-ORIGEM = 'N' AND WS-ARQ-ABERTO = 'S' THEN
               MOVE WS-G-CONT TO ARQ-NUM-CONT
               MOVE WS-G-PARC TO ARQ-NUM-PARC
               READ ARQ-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Z'            TO WS-R-ORIGEM
                       MOVE ARQ-SITUACAO   TO WS-R-SIT
                       MOVE ARQ-VALOR      TO WS-R-VALOR
                       MOVE ARQ-VL-MULTA   TO WS-R-MULTA
                       MOVE ARQ-VL-PAGO    TO WS-R-PAGO
                       MOVE ARQ-VENCIMENTO TO WS-R-VENC
               END-READ
           END-IF
           MOVE WS-R-SIT   TO WS-G-SIT-ATUAL
           MOVE WS-R-VALOR TO WS-G-VAL-ATUAL.

       P530-DESFAZ-CAMPO.
      *    SO A PRIMEIRA MUTACAO DE CADA CAMPO DEPOIS DA DATA INTERESSA:
      *    O SEU "ANTES" E O VALOR DAQUELE DIA.
           ADD 1 TO WS-QTD-DESFEITAS
           EVALUATE SD-CAMPO
               WHEN "SITUACAO"
                   IF SD-VL-DEPOIS(1:1) = 'E' THEN
                       MOVE 'S' TO WS-G-TEM-E
                   END-IF
                   IF SD-VL-DEPOIS(1:1) = 'Z' THEN
                       MOVE 'S' TO WS-G-TEM-Z
                   END-IF
                   IF WS-DESF-SIT = 'N' THEN
                       MOVE SD-VL-ANTES(1:1) TO WS-R-SIT
                       MOVE 'S' TO WS-DESF-SIT
                   END-IF
               WHEN "VALOR"
                   IF WS-DESF-VALOR = 'N' THEN
                       COMPUTE WS-R-VALOR =
                           FUNCTION NUMVAL(SD-VL-ANTES)
                       MOVE 'S' TO WS-DESF-VALOR
                   END-IF
               WHEN "VL-MULTA"
                   IF WS-DESF-MULTA = 'N' THEN
                       COMPUTE WS-R-MULTA =
                           FUNCTION NUMVAL(SD-VL-ANTES)
                       MOVE 'S' TO WS-DESF-MULTA
                   END-IF
               WHEN "VL-PAGO"
                   IF WS-DESF-PAGO = 'N' THEN
                       COMPUTE WS-R-PAGO =
                           FUNCTION NUMVAL(SD-VL-ANTES)
                       MOVE 'S' TO WS-DESF-PAGO
                   END-IF
               WHEN "VENCIMENTO"
                   IF WS-DESF-VENC = 'N' THEN
                       COMPUTE WS-R-VENC =
                           FUNCTION NUMVAL(SD-VL-ANTES)
                       MOVE 'S' TO WS-DESF-VENC
                   END-IF
           END-EVALUATE.

       P550-FECHA-GRUPO.
      *    NA DATA A PARCELA ESTAVA EM PRESTACOES SE ESTA LA HOJE, SE
      *    FOI ARQUIVADA DEPOIS DELA OU SE FOI ELIMINADA DEPOIS DELA.
      *    LINHA DE CONTRATO (PARCELA 000) OU DE PARCELA QUE NINGUEM
      *    CONHECE E IGNORADA.
           MOVE 'N' TO WS-G-ATIVO
           MOVE 'N' TO WS-R-NA-CARTEIRA
           EVALUATE WS-R-ORIGEM
               WHEN 'P'
                   MOVE 'S' TO WS-R-NA-CARTEIRA
               WHEN 'Z'
                   MOVE WS-G-TEM-Z TO WS-R-NA-CARTEIRA
               WHEN 'E'
                   MOVE 'S' TO WS-R-NA-CARTEIRA
               WHEN OTHER
                   IF WS-G-TEM-E = 'N' THEN
                       EXIT PARAGRAPH
                   END-IF
                   MOVE 'E' TO WS-R-ORIGEM
                   MOVE 'S' TO WS-R-NA-CARTEIRA
           END-EVALUATE
           ADD 1 TO WS-QTD-PARC-DESF

           IF WS-CONT-FILTRO NOT = 0 THEN
               IF WS-G-IND = 0 THEN
                   IF WS-QTD-TAB = 999 THEN
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-QTD-TAB
                   MOVE WS-QTD-TAB TO WS-G-IND
                   MOVE WS-G-PARC  TO WS-T-PARC(WS-G-IND)
               END-IF
               MOVE WS-R-VENC        TO WS-T-VENC(WS-G-IND)
               MOVE WS-R-VALOR       TO WS-T-VALOR(WS-G-IND)
               MOVE WS-R-MULTA       TO WS-T-MULTA(WS-G-IND)
               MOVE WS-R-PAGO        TO WS-T-PAGO(WS-G-IND)
               MOVE WS-R-SIT         TO WS-T-SIT(WS-G-IND)
               MOVE WS-R-ORIGEM      TO WS-T-ORIGEM(WS-G-IND)
               MOVE WS-R-NA-CARTEIRA TO WS-T-NA-CARTEIRA(WS-G-IND)
               MOVE 'S'              TO WS-T-DESFEITA(WS-G-IND)
               EXIT PARAGRAPH
           END-IF

           IF WS-CT-EXISTIA = 'N' THEN
               EXIT PARAGRAPH
           END-IF
           IF WS-R-ORIGEM = 'P' THEN
               MOVE WS-G-SIT-ATUAL TO WS-S-SIT
               MOVE WS-G-VAL-ATUAL TO WS-S-VALOR
               MOVE -1             TO WS-SINAL
               PERFORM P310-SOMA-SITUACAO
           END-IF
           IF WS-R-NA-CARTEIRA = 'S' THEN
               MOVE WS-R-SIT   TO WS-S-SIT
               MOVE WS-R-VALOR TO WS-S-VALOR
               MOVE 1          TO WS-SINAL
               PERFORM P310-SOMA-SITUACAO
           END-IF.

       P700-IMPRIME-CONTRATO.
           MOVE WS-CONT-FILTRO TO WS-EDIT-NUM-CONT
           STRING "---- POSICAO DO CONTRATO " DELIMITED BY SIZE
                  WS-EDIT-NUM-CONT            DELIMITED BY SIZE
                  " EM "                      DELIMITED BY SIZE
                  WS-DT-POSICAO-ED            DELIMITED BY SIZE
                  " ----"                     DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM P050-SAIDA-LINHA
           STRING "CLIENTE: "        DELIMITED BY SIZE
                  CONTR-COD-CLIENTE  DELIMITED BY SIZE
                  "  TABELA GERADA EM: " DELIMITED BY SIZE
                  WS-CT-DT-TABELA(7:2) DELIMITED BY SIZE
                  "/"                DELIMITED BY SIZE
                  WS-CT-DT-TABELA(5:2) DELIMITED BY SIZE
                  "/"                DELIMITED BY SIZE
                  WS-CT-DT-TABELA(1:4) DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM P050-SAIDA-LINHA
           PERFORM P050-SAIDA-LINHA
           MOVE "PARC  VENCIMENTO         VALOR    VALOR PAGO"
               TO WS-LINHA
           PERFORM P050-SAIDA-LINHA
           MOVE "         MULTA  SITUACAO" TO WS-LINHA
           PERFORM P050-SAIDA-LINHA
           MOVE 0 TO WS-TOT-DEVIDO
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-QTD-TAB
               PERFORM P710-LINHA-PARCELA
           END-PERFORM
           PERFORM P050-SAIDA-LINHA
           MOVE WS-TOT-DEVIDO TO WS-EDIT-TOTAL
           STRING "TOTAL DEVIDO EM "  DELIMITED BY SIZE
                  WS-DT-POSICAO-ED    DELIMITED BY SIZE
                  ": "                DELIMITED BY SIZE
                  WS-EDIT-TOTAL       DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM P050-SAIDA-LINHA
           STRING "MUTACOES DESFEITAS: " DELIMITED BY SIZE
                  WS-QTD-DESFEITAS       DELIMITED BY SIZE
                  "  (* = PARCELA RECONSTITUIDA PELO DIARIO)"
                                         DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM P050-SAIDA-LINHA.

       P710-LINHA-PARCELA.
      *    PARCELA ELIMINADA ANTES DA DATA NAO APARECE; A ARQUIVADA
      *    ANTES DELA APARECE, MAS JA FORA DA CARTEIRA. DEVIDO = SALDO
      *    (VALOR MENOS PAGO) MAIS MULTA DAS ABERTAS E PARCIAIS.
           IF WS-T-NA-CARTEIRA(WS-IND) = 'N' AND
              WS-T-ORIGEM(WS-IND) NOT = 'Z' THEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-T-PAGO(WS-IND) TO WS-VL-PAGO-PARC
           EVALUATE WS-T-SIT(WS-IND)
               WHEN 'P'
                   MOVE "PAGA"        TO WS-DESC-SITUACAO
                   MOVE WS-T-VALOR(WS-IND) TO WS-VL-PAGO-PARC
               WHEN 'R'
                   MOVE "PARCIAL"     TO WS-DESC-SITUACAO
               WHEN 'A'
                   MOVE "ABERTA"      TO WS-DESC-SITUACAO
               WHEN 'X'
                   MOVE "PERDA"       TO WS-DESC-SITUACAO
               WHEN 'G'
                   MOVE "RENEGOCIADA" TO WS-DESC-SITUACAO
               WHEN 'S'
                   MOVE "SEGURADORA"  TO WS-DESC-SITUACAO
               WHEN 'C'
                   MOVE "CANCELADA"   TO WS-DESC-SITUACAO
               WHEN OTHER
                   MOVE WS-T-SIT(WS-IND) TO WS-DESC-SITUACAO
           END-EVALUATE
           IF WS-T-NA-CARTEIRA(WS-IND) = 'N' THEN
               MOVE "ARQUIVADA"   TO WS-DESC-SITUACAO
           END-IF
           IF WS-T-NA-CARTEIRA(WS-IND) = 'S' AND
              (WS-T-SIT(WS-IND) = 'A' OR WS-T-SIT(WS-IND) = 'R') THEN
               COMPUTE WS-SALDO-PARCELA =
                       WS-T-VALOR(WS-IND) - WS-T-PAGO(WS-IND)
                       + WS-T-MULTA(WS-IND)
               ADD WS-SALDO-PARCELA TO WS-TOT-DEVIDO
           END-IF
           MOVE SPACE TO WS-MARCA
           IF WS-T-DESFEITA(WS-IND) = 'S' THEN
               MOVE '*' TO WS-MARCA
           END-IF
           MOVE WS-T-PARC(WS-IND)  TO WS-EDIT-NUM-PARC
           MOVE WS-T-VALOR(WS-IND) TO WS-EDIT-VALOR
           MOVE WS-VL-PAGO-PARC    TO WS-EDIT-PAGO
           MOVE WS-T-MULTA(WS-IND) TO WS-EDIT-MULTA
           STRING WS-EDIT-NUM-PARC   DELIMITED BY SIZE
                  WS-MARCA           DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-T-VENC(WS-IND)  DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  WS-EDIT-VALOR      DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  WS-EDIT-PAGO       DELIMITED BY SIZE
                  WS-EDIT-MULTA      DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  WS-DESC-SITUACAO   DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM P050-SAIDA-LINHA.

       P800-IMPRIME-CARTEIRA.
           STRING "---- TOTAIS DE CONTROLE DA CARTEIRA EM "
                                      DELIMITED BY SIZE
                  WS-DT-POSICAO-ED    DELIMITED BY SIZE
                  " (RECONSTITUIDOS) ----" DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM P050-SAIDA-LINHA
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 7
               MOVE WS-POS-QTD(WS-IDX) TO WS-EDIT-QTD
               MOVE WS-POS-VAL(WS-IDX) TO WS-EDIT-VAL-S
               STRING "SITUACAO "        DELIMITED BY SIZE
                      WS-SIT-COD(WS-IDX) DELIMITED BY SIZE
                      "  QTD: "          DELIMITED BY SIZE
                      WS-EDIT-QTD        DELIMITED BY SIZE
                      "  VALOR: "        DELIMITED BY SIZE
                      WS-EDIT-VAL-S      DELIMITED BY SIZE
                      INTO WS-LINHA
               PERFORM P050-SAIDA-LINHA
               IF WS-TEM-SNP-DIA = 'S' THEN
                   PERFORM P810-CONFERE-SNAPSHOT
               END-IF
           END-PERFORM
           PERFORM P050-SAIDA-LINHA
           IF WS-TEM-SNP-DIA = 'S' THEN
               IF WS-HOUVE-DIVERGENCIA = 'S' THEN
                   MOVE "*** DIVERGE DO FECHAMENTO GRAVADO ***"
                     TO WS-LINHA
               ELSE
                   MOVE "CONFERE COM O FECHAMENTO EM PRESTACOES.SNP"
                     TO WS-LINHA
               END-IF
           ELSE
               MOVE "SEM FECHAMENTO GRAVADO NA DATA PARA CONFERIR"
                 TO WS-LINHA
           END-IF
           PERFORM P050-SAIDA-LINHA
           PERFORM P050-SAIDA-LINHA

           IF WS-DT-SNP-ANT = 0 THEN
               MOVE "---- MOVIMENTO FINANCEIRO DESDE O INICIO ----"
                 TO WS-LINHA
           ELSE
               STRING "---- MOVIMENTO FINANCEIRO DESDE O FECHAMENTO "
                                        DELIMITED BY SIZE
                      "DE "             DELIMITED BY SIZE
                      WS-DT-SNP-ANT(7:2) DELIMITED BY SIZE
                      "/"               DELIMITED BY SIZE
                      WS-DT-SNP-ANT(5:2) DELIMITED BY SIZE
                      "/"               DELIMITED BY SIZE
                      WS-DT-SNP-ANT(1:4) DELIMITED BY SIZE
                      " ----"           DELIMITED BY SIZE
                      INTO WS-LINHA
           END-IF
           PERFORM P050-SAIDA-LINHA
           COMPUTE WS-MOV-LIQUIDO = WS-MOV-RECEBIDO - WS-MOV-ESTORNADO
           MOVE WS-MOV-RECEBIDO TO WS-EDIT-VAL-S
           STRING "RECEBIDO:  " DELIMITED BY SIZE
                  WS-EDIT-VAL-S DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM P050-SAIDA-LINHA
           COMPUTE WS-EDIT-VAL-S = 0 - WS-MOV-ESTORNADO
           STRING "ESTORNADO: " DELIMITED BY SIZE
                  WS-EDIT-VAL-S DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM P050-SAIDA-LINHA
           MOVE WS-MOV-LIQUIDO TO WS-EDIT-VAL-S
           STRING "LIQUIDO:   " DELIMITED BY SIZE
                  WS-EDIT-VAL-S DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM P050-SAIDA-LINHA
           STRING "PARCELAS RECONSTITUIDAS: " DELIMITED BY SIZE
                  WS-QTD-PARC-DESF           DELIMITED BY SIZE
                  "  MUTACOES DESFEITAS: "   DELIMITED BY SIZE
                  WS-QTD-DESFEITAS           DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM P050-SAIDA-LINHA.

       P810-CONFERE-SNAPSHOT.
           MOVE WS-SNP-QTD-DIA(WS-IDX) TO WS-EDIT-QTD-SNP
           MOVE WS-SNP-VAL-DIA(WS-IDX) TO WS-EDIT-VAL-SNP
           STRING "            GRAVADO: " DELIMITED BY SIZE
                  WS-EDIT-QTD-SNP         DELIMITED BY SIZE
                  "  VALOR: "             DELIMITED BY SIZE
                  WS-EDIT-VAL-SNP         DELIMITED BY SIZE
                  INTO WS-LINHA
           IF WS-POS-QTD(WS-IDX) NOT = WS-SNP-QTD-DIA(WS-IDX) OR
              WS-POS-VAL(WS-IDX) NOT = WS-SNP-VAL-DIA(WS-IDX) THEN
               MOVE 'S' TO WS-HOUVE-DIVERGENCIA
               MOVE "  *** DIVERGE ***" TO WS-LINHA(63:17)
           END-IF
           PERFORM P050-SAIDA-LINHA.

       P999-STOP.
           IF WS-CONTR-ABERTO = 'S' THEN
               CLOSE CONTR-FILE
           END-IF
           IF WS-PREST-ABERTO = 'S' THEN
               CLOSE PREST-FILE
           END-IF
           IF WS-ARQ-ABERTO = 'S' THEN
               CLOSE ARQ-FILE
           END-IF
           DISPLAY "FINALIZANDO O PROGRAMA..."
           STOP RUN.

       COPY LOGON.
       COPY SENHASH.
       COPY SPOOL.
       COPY TREINO.
       END PROGRAM PRESTPOS.

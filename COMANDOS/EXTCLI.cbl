      *          MULTA ACUMULADA E O TOTAL GERAL DEVIDO HOJE - O PAPEL
      *          QUE O CLIENTE PEDE QUANDO VEM NEGOCIAR.
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - CONTRATO.CTL PASSOU A SER INDEXADO COM CHAVE
      *                  ALTERNATIVA POR CONTR-COD-CLIENTE: OS
      *                  CONTRATOS DO CLIENTE SAO LIDOS DIRETO PELA
      *                  CHAVE, SEM A TABELA DE 50 CONTRATOS.
      *     15/10/2026 - CADA CONTRATO MOSTRA O ESTAGIO DA REGUA DE
      *                  COBRANCA POR CARTA (ULTIMA CARTA DO CARTACOB
      *                  PARA AS PARCELAS AINDA EM ABERTO, LIDA DE
      *                  CARTACOB.REG).
      *     15/10/2026 - O CONTRATO ARQUIVADO PELO PRESTARCH
      *                  (CONTR-ARQUIVADO) TEM AS PARCELAS LIDAS DE
      *                  PRESTACOES.ARQ E SAI MARCADO COMO ARQUIVADO.
      *     15/10/2026 - O CONTRATO CANCELADO POR DIREITO DE
      *                  ARREPENDIMENTO (PARCELAS 'C', VER ARREPEND) SAI
      *                  MARCADO COMO CANCELADO, SEM SALDO.
      *     15/10/2026 - O CODIGO DO CLIENTE PEDIDO PASSOU A TER 7
      *                  DIGITOS, COMO COD-CLIENTE (VER CLIMIG5).
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      *     15/10/2026 - CADA IMPRESSAO EM EXTCLI.PRN PASSA A SER
      *                  ARQUIVADA COMO JOB NUMERADO NO ARQUIVO DE
      *                  IMPRESSAO (SPOOL.IDX, VER SPOOL.cpy), COM
      *                  OPERADOR, DATA/HORA, PAGINAS E REGISTROS - UMA
      *                  NOVA RODADA NAO APAGA MAIS A ANTERIOR; CONSULTA
      *                  E REIMPRESSAO PELO SPOOLVER.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTCLI.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT CLIENTE ASSIGN TO WS-CLIENTE-PATH
           ALTERNATE RECORD KEY IS CPF-CLIENTE WITH DUPLICATES
           FILE STATUS IS WS-CLI-STATUS.

           SELECT CARTA-FILE ASSIGN TO 'CARTACOB.REG'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CARTA-KEY
           FILE STATUS IS WS-CARTA-STATUS.

           SELECT ARQ-FILE ASSIGN TO 'PRESTACOES.ARQ'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ARQ-KEY
           FILE STATUS IS WS-ARQ-STATUS.

           SELECT EXT-FILE ASSIGN TO 'EXTCLI.PRN'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-EXT-STATUS.

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
       FD CONTR-FILE.
       FD CLIENTE.
       COPY CLIDATA.

       FD CARTA-FILE.
       COPY CARTAREG.

       FD ARQ-FILE.
       COPY PRESTDATA REPLACING LEADING ==PREST== BY ==ARQ==.

       FD EXT-FILE.
       01 EXT-LINE           PIC X(80).

       FD SPOOL-IDX-FILE.
       COPY SPOOLDATA.

       FD SPOOL-TAM-FILE.
       COPY SPOOLTAM.

       WORKING-STORAGE SECTION.
       01 WS-CONTR-STATUS    PIC 99.
       01 WS-PREST-STATUS    PIC 99.
       01 WS-CLI-STATUS      PIC 99.
       01 WS-EXT-STATUS      PIC 99.
       01 WS-CARTA-STATUS    PIC 99.
       01 WS-CARTA-ABERTO    PIC X     VALUE 'N'.
       01 WS-ARQ-STATUS      PIC 99.
       01 WS-ARQ-ABERTO      PIC X     VALUE 'N'.
       01 WS-EOF             PIC X     VALUE 'N'.
       01 WS-COD-CLI-BUSCA   PIC 9(07) VALUE 0.
       01 WS-NM-EXIBIDO      PIC X(40) VALUE SPACES.

      *    CONTRATOS DO CLIENTE, LIDOS PELA CHAVE ALTERNATIVA.
       01 WS-EOF-CONTR       PIC X     VALUE 'N'.
       01 WS-CONTR-ABERTO    PIC X     VALUE 'N'.

      *    ACUMULADORES DO CONTRATO CORRENTE.
       01 WS-NUM-CONT        PIC 9(05) VALUE 0.
       01 WS-QTD-ABERTAS     PIC 9(03) VALUE 0.
       01 WS-QTD-PARCIAIS    PIC 9(03) VALUE 0.
       01 WS-QTD-PAGAS       PIC 9(03) VALUE 0.
       01 WS-QTD-CANCELADAS  PIC 9(03) VALUE 0.
       01 WS-VL-ABERTO       PIC 9(09)V99 VALUE 0.
       01 WS-VL-PAGO         PIC 9(09)V99 VALUE 0.
       01 WS-VL-MULTA        PIC 9(09)V99 VALUE 0.
       01 WS-SALDO-PARCELA   PIC 9(07)V99 VALUE 0.
      *    CARTA DE COBRANCA MAIS ADIANTADA ENTRE AS PARCELAS EM ABERTO.
       01 WS-CARTA-ESTAGIO   PIC 9(01) VALUE 0.
       01 WS-CARTA-PARC      PIC 9(03) VALUE 0.
       01 WS-CARTA-DT        PIC 9(08) VALUE 0.
       01 WS-CARTA-IDX       PIC 9(01) VALUE 0.
       01 WS-CARTA-NOME      PIC X(12) VALUE SPACES.

      *    TOTAL GERAL DO CLIENTE.
       01 WS-TOT-DEVIDO      PIC 9(09)V99 VALUE 0.
       01 WS-EDIT-VALOR      PIC $$$,$$$,$$$.$$.

       COPY CLIPATH.
       COPY WSTREINO.
       COPY WSSPOOL.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           MOVE 'EXTCLI' TO WS-SPL-PROGRAMA
           DISPLAY "******** POSICAO CONSOLIDADA DO CLIENTE ********"
           ACCEPT WS-CLIENTE-PATH FROM ENVIRONMENT "CLIENTE_PATH"
               ON EXCEPTION CONTINUE
           MOVE NM-CLIENTE TO WS-NM-EXIBIDO
           CLOSE CLIENTE

           PERFORM P100-PRIMEIRO-CONTRATO
           IF WS-EOF-CONTR = 'S' THEN
               DISPLAY "NENHUM CONTRATO VINCULADO A ESTE CLIENTE"
               GO TO P999-STOP
           END-IF
               GO TO P999-STOP
           END-IF

           OPEN INPUT CARTA-FILE
           IF WS-CARTA-STATUS NOT EQUAL 35 THEN
               MOVE 'S' TO WS-CARTA-ABERTO
           END-IF

           OPEN INPUT ARQ-FILE
           IF WS-ARQ-STATUS NOT EQUAL 35 THEN
               MOVE 'S' TO WS-ARQ-ABERTO
           END-IF

           MOVE 'EXTCLI.PRN' TO WS-SPL-ARQUIVO
           MOVE 80           TO WS-SPL-TAM-REG
           MOVE 'S'          TO WS-SPL-PESSOAL
           PERFORM P-SPOOL-INICIA
           OPEN EXTEND EXT-FILE
           IF WS-EXT-STATUS EQUAL 35 THEN
               OPEN OUTPUT EXT-FILE

           PERFORM P200-CABECALHO
           PERFORM P300-POSICAO-CONTRATO
               UNTIL WS-EOF-CONTR = 'S'
           PERFORM P800-TOTAL-GERAL

           CLOSE EXT-FILE
           PERFORM P-SPOOL-ARQUIVA
           CLOSE PREST-FILE
           IF WS-CARTA-ABERTO = 'S' THEN
               CLOSE CARTA-FILE
           END-IF
           IF WS-ARQ-ABERTO = 'S' THEN
               CLOSE ARQ-FILE
           END-IF
           DISPLAY "POSICAO CONSOLIDADA GRAVADA EM EXTCLI.PRN"
           GO TO P999-STOP.

       P100-PRIMEIRO-CONTRATO.
      *    POSICIONA NO PRIMEIRO CONTRATO DO CLIENTE PELA CHAVE
      *    ALTERNATIVA; WS-EOF-CONTR = 'S' QUANDO ELE NAO TEM NENHUM.
           MOVE 'S' TO WS-EOF-CONTR
           OPEN INPUT CONTR-FILE
           IF WS-CONTR-STATUS EQUAL 35 THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 'S' TO WS-CONTR-ABERTO
           MOVE 'N' TO WS-EOF-CONTR
           MOVE WS-COD-CLI-BUSCA TO CONTR-COD-CLIENTE
           START CONTR-FILE KEY IS EQUAL TO CONTR-COD-CLIENTE
               INVALID KEY
                   MOVE 'S' TO WS-EOF-CONTR
           END-START
           IF WS-EOF-CONTR NOT = 'S' THEN
               PERFORM P110-PROXIMO-CONTRATO
           END-IF.

       P110-PROXIMO-CONTRATO.
           READ CONTR-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-CONTR
               NOT AT END
                   IF CONTR-COD-CLIENTE NOT = WS-COD-CLI-BUSCA THEN
                       MOVE 'S' TO WS-EOF-CONTR
                   END-IF
           END-READ.

       P200-CABECALHO.
           MOVE "---- POSICAO CONSOLIDADA DO CLIENTE ----" TO EXT-LINE
           WRITE EXT-LINE
           WRITE EXT-LINE.

       P300-POSICAO-CONTRATO.
           MOVE CONTR-NUM-CONT TO WS-NUM-CONT
           MOVE 0 TO WS-QTD-ABERTAS WS-QTD-PARCIAIS WS-QTD-PAGAS
                     WS-QTD-CANCELADAS WS-VL-ABERTO WS-VL-PAGO
                     WS-VL-MULTA
                     WS-CARTA-ESTAGIO WS-CARTA-PARC WS-CARTA-DT

           IF CONTR-ARQUIVADO THEN
               PERFORM P350-PARCELAS-ARQUIVADAS
               PERFORM P500-IMPRIME-CONTRATO
               PERFORM P110-PROXIMO-CONTRATO
               EXIT PARAGRAPH
           END-IF

           MOVE WS-NUM-CONT TO PREST-NUM-CONT
           MOVE 1           TO PREST-NUM-PARC
               END-READ
           END-PERFORM

           PERFORM P500-IMPRIME-CONTRATO
           PERFORM P110-PROXIMO-CONTRATO.

       P350-PARCELAS-ARQUIVADAS.
      *    CONTRATO ENCERRADO E ARQUIVADO PELO PRESTARCH: AS PARCELAS
      *    VEM DE PRESTACOES.ARQ PARA A AREA DE PREST-REC.
           IF WS-ARQ-ABERTO NOT = 'S' THEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NUM-CONT TO ARQ-NUM-CONT
           MOVE 1           TO ARQ-NUM-PARC
           MOVE 'N'         TO WS-EOF
           START ARQ-FILE KEY IS NOT LESS THAN ARQ-KEY
               INVALID KEY
                   MOVE 'S' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'S'
               READ ARQ-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF ARQ-NUM-CONT NOT = WS-NUM-CONT THEN
                           MOVE 'S' TO WS-EOF
                       ELSE
                           MOVE ARQ-REC TO PREST-REC
                           PERFORM P400-ACUMULA-PARCELA
                       END-IF
               END-READ
           END-PERFORM.

       P400-ACUMULA-PARCELA.
           EVALUATE TRUE
                   ADD WS-SALDO-PARCELA TO WS-VL-ABERTO
                   ADD PREST-VL-PAGO    TO WS-VL-PAGO
                   ADD PREST-VL-MULTA   TO WS-VL-MULTA
                   PERFORM P450-ESTAGIO-COBRANCA
               WHEN PREST-CANCELADA
                   ADD 1 TO WS-QTD-CANCELADAS
               WHEN PREST-ABERTA
                   ADD 1 TO WS-QTD-ABERTAS
                   ADD PREST-VALOR    TO WS-VL-ABERTO
                   ADD PREST-VL-MULTA TO WS-VL-MULTA
                   PERFORM P450-ESTAGIO-COBRANCA
           END-EVALUATE.

       P450-ESTAGIO-COBRANCA.
      *    ULTIMA CARTA DO CARTACOB PARA A PARCELA (CARTACOB.REG).
           IF WS-CARTA-ABERTO NOT = 'S' THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CARTA-IDX FROM 1 BY 1
                   UNTIL WS-CARTA-IDX > 3
               MOVE PREST-NUM-CONT TO CARTA-NUM-CONT
               MOVE PREST-NUM-PARC TO CARTA-NUM-PARC
               MOVE WS-CARTA-IDX   TO CARTA-ESTAGIO
               READ CARTA-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CARTA-ESTAGIO > WS-CARTA-ESTAGIO THEN
                           MOVE CARTA-ESTAGIO  TO WS-CARTA-ESTAGIO
                           MOVE CARTA-NUM-PARC TO WS-CARTA-PARC
                           MOVE CARTA-DT-ENVIO TO WS-CARTA-DT
                       END-IF
               END-READ
           END-PERFORM.

       P500-IMPRIME-CONTRATO.
           ADD WS-VL-ABERTO TO WS-TOT-DEVIDO
           ADD WS-VL-MULTA  TO WS-TOT-DEVIDO
                  WS-QTD-PAGAS   DELIMITED BY SIZE
                  INTO EXT-LINE
           WRITE EXT-LINE
           IF CONTR-ARQUIVADO THEN
               MOVE SPACES TO EXT-LINE
               STRING "  ENCERRADO - ARQUIVADO EM " DELIMITED BY SIZE
                      CONTR-DT-ARQUIVO(7:2)         DELIMITED BY SIZE
                      "/"                           DELIMITED BY SIZE
                      CONTR-DT-ARQUIVO(5:2)         DELIMITED BY SIZE
                      "/"                           DELIMITED BY SIZE
                      CONTR-DT-ARQUIVO(1:4)         DELIMITED BY SIZE
                      INTO EXT-LINE
               WRITE EXT-LINE
           END-IF
           IF WS-QTD-CANCELADAS > 0 THEN
               MOVE "  CANCELADO POR DIREITO DE ARREPENDIMENTO"
                 TO EXT-LINE
               WRITE EXT-LINE
           END-IF
           MOVE WS-VL-ABERTO TO WS-EDIT-VALOR
           MOVE SPACES TO EXT-LINE
           STRING "  SALDO EM ABERTO: " DELIMITED BY SIZE
                  WS-EDIT-VALOR         DELIMITED BY SIZE
                  INTO EXT-LINE
           WRITE EXT-LINE
           IF WS-CARTA-ESTAGIO > 0 THEN
               EVALUATE WS-CARTA-ESTAGIO
                   WHEN 1 MOVE "1O AVISO"     TO WS-CARTA-NOME
                   WHEN 2 MOVE "2O AVISO"     TO WS-CARTA-NOME
                   WHEN 3 MOVE "ULTIMO AVISO" TO WS-CARTA-NOME
               END-EVALUATE
               MOVE SPACES TO EXT-LINE
               STRING "  COBRANCA POR CARTA: " DELIMITED BY SIZE
                      WS-CARTA-NOME           DELIMITED BY "  "
                      " EM "                  DELIMITED BY SIZE
                      WS-CARTA-DT(7:2)        DELIMITED BY SIZE
                      "/"                     DELIMITED BY SIZE
                      WS-CARTA-DT(5:2)        DELIMITED BY SIZE
                      "/"                     DELIMITED BY SIZE
                      WS-CARTA-DT(1:4)        DELIMITED BY SIZE
                      " (PARCELA "            DELIMITED BY SIZE
                      WS-CARTA-PARC           DELIMITED BY SIZE
                      ")"                     DELIMITED BY SIZE
                      INTO EXT-LINE
               WRITE EXT-LINE
           END-IF
           MOVE SPACES TO EXT-LINE
           WRITE EXT-LINE.

           DISPLAY "TOTAL DEVIDO HOJE: " WS-EDIT-VALOR.

       P999-STOP.
           IF WS-CONTR-ABERTO = 'S' THEN
               CLOSE CONTR-FILE
           END-IF
           DISPLAY "FINALIZANDO O PROGRAMA..."
           STOP RUN.

       COPY SPOOL.
       COPY TREINO.

       END PROGRAM EXTCLI.

      *          EM PROPOSTA.REG; SE O CLIENTE ACEITAR, O CONTRATOMNT
      *          CONVERTE A PROPOSTA EM VINCULO SEM REDIGITAR NADA.
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - A SIMULACAO E A PROPOSTA PASSAM A MOSTRAR AS
      *                  TARIFAS DE CONTRATACAO (TAC, IOF E SEGURO, DE
      *                  TARIFAS.CTL), O VALOR LIBERADO E O CUSTO
      *                  EFETIVO TOTAL MENSAL E ANUAL (VER CETCALC).
      *     15/10/2026 - A SIMULACAO PASSA A SER FEITA SOBRE UM PRODUTO
      *                  DO CATALOGO (PRODUTO.CTL, VER PRODUTO.cpy): O
      *                  PRINCIPAL E O PRAZO SO SAO ACEITOS DENTRO DAS
      *                  FAIXAS DO PRODUTO, E A TAXA E O METODO VEM
      *                  DELE EM VEZ DE SEREM DIGITADOS. A PROPOSTA
      *                  IMPRESSA MOSTRA O PRODUTO.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      *     15/10/2026 - CADA IMPRESSAO EM PROPOSTA.PRN PASSA A SER
      *                  ARQUIVADA COMO JOB NUMERADO NO ARQUIVO DE
      *                  IMPRESSAO (SPOOL.IDX, VER SPOOL.cpy), COM
      *                  OPERADOR, DATA/HORA, PAGINAS E REGISTROS - UMA
      *                  NOVA RODADA NAO APAGA MAIS A ANTERIOR; CONSULTA
      *                  E REIMPRESSAO PELO SPOOLVER.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIMULA.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-REG-STATUS.

           SELECT TARIFA-FILE ASSIGN TO 'TARIFAS.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-TARIFA-STATUS.

           SELECT PRODUTO-FILE ASSIGN TO 'PRODUTO.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PROD-STATUS.

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
       FD PROP-PRN-FILE.
      *  'S' QUANDO A PROPOSTA JA VIROU VINCULO PELO CONTRATOMNT.
         05 PROP-CONVERTIDA   PIC X(01).

       FD TARIFA-FILE.
      *    MESMO LAYOUT DE TARIFA-REC NO CTLMNT.
       01 TARIFA-REC.
         05 TAR-VL-TAC        PIC 9(7)V99.
         05 TAR-IOF-FIXO      PIC 9(1)V9(6).
         05 TAR-IOF-DIARIO    PIC 9(1)V9(6).
         05 TAR-SEGURO-PCT    PIC 9(1)V9(6).

       FD PRODUTO-FILE.
       COPY PRODDATA.

       FD SPOOL-IDX-FILE.
       COPY SPOOLDATA.

       FD SPOOL-TAM-FILE.
       COPY SPOOLTAM.

       WORKING-STORAGE SECTION.
       01 WS-PRN-STATUS      PIC 99.
       01 WS-CTL-STATUS      PIC 99.
       01 WS-EDIT-VALOR      PIC $,$$$,$$$.$$.
       01 WS-EDIT-JUROS      PIC $,$$$,$$$.$$.
       01 WS-EDIT-AMORT      PIC $,$$$,$$$.$$.
       COPY WSCETCALC.
       COPY WSPRODUTO.
       COPY WSTREINO.
       COPY WSSPOOL.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           MOVE 'SIMULA' TO WS-SPL-PROGRAMA
           DISPLAY "******** SIMULACAO DE FINANCIAMENTO ********"
           PERFORM P-PROD-CARREGA
           IF WS-PROD-QTD = 0 THEN
               DISPLAY "CATALOGO DE PRODUTOS VAZIO - CADASTRE OS "
                       "PRODUTOS NO PRODMNT"
               GO TO P999-STOP
           END-IF
           PERFORM P100-LISTA-PRODUTOS
           DISPLAY "CODIGO DO PRODUTO"
           ACCEPT WS-PROD-COD-BUSCA
           DISPLAY "VALOR PRINCIPAL"
           ACCEPT WS-PRINCIPAL
           DISPLAY "PRAZO (NUMERO DE PRESTACOES)"
           ACCEPT WS-PRAZO
           MOVE WS-PRINCIPAL TO WS-PROD-PRINCIPAL
           MOVE WS-PRAZO     TO WS-PROD-PRAZO
           PERFORM P-PROD-VALIDA
           IF WS-PROD-OK NOT = 'S' THEN
               DISPLAY "SIMULACAO RECUSADA - " WS-PROD-MOTIVO
               GO TO P999-STOP
           END-IF
           MOVE WS-PROD-TAXA   TO WS-TAXA
           MOVE WS-PROD-METODO TO WS-METODO
           DISPLAY "PRODUTO: " WS-PROD-TB-DESCRICAO(WS-PROD-IDX)
           DISPLAY "TAXA DE JUROS MENSAL: " WS-TAXA
                   "  METODO (S=SAC / P=PRICE): " WS-METODO

           IF WS-PRAZO = 0 OR WS-PRAZO > 420 THEN
               DISPLAY "PRAZO INVALIDO (1 A 420 PRESTACOES)"
           MOVE WS-TOT-PAGO TO WS-EDIT-VALOR
           DISPLAY "TOTAL A PAGAR:    " WS-EDIT-VALOR

           PERFORM P250-CALCULA-CET

           DISPLAY "IMPRIMIR PROPOSTA NUMERADA (S/N)?"
           ACCEPT WS-IMPRIME
           IF WS-IMPRIME = 'S' OR WS-IMPRIME = 's' THEN
           END-IF
           GO TO P999-STOP.

       P100-LISTA-PRODUTOS.
           DISPLAY "---- PRODUTOS EM OFERTA ----"
           PERFORM VARYING WS-PROD-IDX FROM 1 BY 1
                   UNTIL WS-PROD-IDX > WS-PROD-QTD
               IF WS-PROD-TB-ATIVO(WS-PROD-IDX) NOT = 'N' THEN
                   DISPLAY WS-PROD-TB-CODIGO(WS-PROD-IDX) " - "
                           WS-PROD-TB-DESCRICAO(WS-PROD-IDX)
                           "  VALOR: " WS-PROD-TB-VL-MIN(WS-PROD-IDX)
                           " A " WS-PROD-TB-VL-MAX(WS-PROD-IDX)
                           "  PRAZO: "
                           WS-PROD-TB-PRAZO-MIN(WS-PROD-IDX)
                           " A " WS-PROD-TB-PRAZO-MAX(WS-PROD-IDX)
               END-IF
           END-PERFORM.

       P200-GERA-TABELA.
      *    MESMO CALCULO DE P300-LOOP-ARRAY NO OCCRS (SAC E PRICE),
      *    SO QUE EXIBIDO NA TELA SEM GRAVAR NADA.
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-PRAZO.

       P250-CALCULA-CET.
      *    TARIFAS DE TARIFAS.CTL E CUSTO EFETIVO TOTAL (VER CETCALC),
      *    SOBRE O MESMO FLUXO DE PARCELAS DA TABELA ACIMA.
           PERFORM P-CET-LE-TARIFAS
           MOVE WS-PRINCIPAL TO WS-CET-PRINCIPAL
           MOVE WS-PRAZO     TO WS-CET-PRAZO
           MOVE WS-TAXA      TO WS-CET-TAXA
           MOVE WS-METODO    TO WS-CET-METODO
           PERFORM P-CET-CALCULA
           MOVE WS-CET-VL-TAC TO WS-EDIT-VALOR
           DISPLAY "TARIFA DE CADASTRO: " WS-EDIT-VALOR
           MOVE WS-CET-VL-IOF TO WS-EDIT-VALOR
           DISPLAY "IOF:                " WS-EDIT-VALOR
           MOVE WS-CET-VL-SEGURO TO WS-EDIT-VALOR
           DISPLAY "SEGURO:             " WS-EDIT-VALOR
           MOVE WS-CET-LIBERADO TO WS-EDIT-VALOR
           DISPLAY "VALOR LIBERADO:     " WS-EDIT-VALOR
           DISPLAY "CET: " WS-CET-MENSAL-ED "% AO MES / "
                   WS-CET-ANUAL-ED "% AO ANO".

       P300-PARCELA-SIMULADA.
           COMPUTE WS-JUROS-PERIODO ROUNDED = WS-SALDO * WS-TAXA
           IF WS-METODO = 'P' THEN
           CLOSE PROP-CTL-FILE.

       P500-IMPRIME-PROPOSTA.
           MOVE 'PROPOSTA.PRN' TO WS-SPL-ARQUIVO
           MOVE 80             TO WS-SPL-TAM-REG
           MOVE 'S'            TO WS-SPL-PESSOAL
           PERFORM P-SPOOL-INICIA
           OPEN EXTEND PROP-PRN-FILE
           IF WS-PRN-STATUS EQUAL 35 THEN
               OPEN OUTPUT PROP-PRN-FILE
                  WS-NUM-PROPOSTA DELIMITED BY SIZE
                  INTO PROP-LINE
           WRITE PROP-LINE
           MOVE SPACES TO PROP-LINE
           STRING "PRODUTO: "        DELIMITED BY SIZE
                  WS-PROD-COD-BUSCA  DELIMITED BY SIZE
                  " - "              DELIMITED BY SIZE
                  WS-PROD-TB-DESCRICAO(WS-PROD-IDX) DELIMITED BY SIZE
                  INTO PROP-LINE
           WRITE PROP-LINE
           MOVE WS-PRINCIPAL TO WS-EDIT-VALOR
           MOVE SPACES TO PROP-LINE
           STRING "PRINCIPAL: " DELIMITED BY SIZE
                  WS-EDIT-VALOR      DELIMITED BY SIZE
                  INTO PROP-LINE
           WRITE PROP-LINE
           MOVE WS-CET-VL-TAC TO WS-EDIT-VALOR
           MOVE SPACES TO PROP-LINE
           STRING "TARIFA DE CADASTRO (TAC): " DELIMITED BY SIZE
                  WS-EDIT-VALOR      DELIMITED BY SIZE
                  INTO PROP-LINE
           WRITE PROP-LINE
           MOVE WS-CET-VL-IOF TO WS-EDIT-VALOR
           MOVE SPACES TO PROP-LINE
           STRING "IOF: "            DELIMITED BY SIZE
                  WS-EDIT-VALOR      DELIMITED BY SIZE
                  INTO PROP-LINE
           WRITE PROP-LINE
           MOVE WS-CET-VL-SEGURO TO WS-EDIT-VALOR
           MOVE SPACES TO PROP-LINE
           STRING "SEGURO: "         DELIMITED BY SIZE
                  WS-EDIT-VALOR      DELIMITED BY SIZE
                  INTO PROP-LINE
           WRITE PROP-LINE
           MOVE WS-CET-LIBERADO TO WS-EDIT-VALOR
           MOVE SPACES TO PROP-LINE
           STRING "VALOR LIBERADO: " DELIMITED BY SIZE
                  WS-EDIT-VALOR      DELIMITED BY SIZE
                  INTO PROP-LINE
           WRITE PROP-LINE
           MOVE SPACES TO PROP-LINE
           STRING "CUSTO EFETIVO TOTAL: " DELIMITED BY SIZE
                  WS-CET-MENSAL-ED   DELIMITED BY SIZE
                  "% AO MES / "      DELIMITED BY SIZE
                  WS-CET-ANUAL-ED    DELIMITED BY SIZE
                  "% AO ANO"         DELIMITED BY SIZE
                  INTO PROP-LINE
           WRITE PROP-LINE
           MOVE "SIMULACAO SEM VALOR CONTRATUAL" TO PROP-LINE
           WRITE PROP-LINE
           MOVE SPACES TO PROP-LINE
           WRITE PROP-LINE
           CLOSE PROP-PRN-FILE
           PERFORM P-SPOOL-ARQUIVA.

       P600-REGISTRA-PROPOSTA.
           MOVE WS-NUM-PROPOSTA       TO PROP-NUMERO
           DISPLAY "FINALIZANDO O PROGRAMA..."
           STOP RUN.

       COPY CETCALC.
       COPY PRODUTO.
       COPY SPOOL.
       COPY TREINO.
       END PROGRAM SIMULA.

      *                  DE ONTEM COM O RELOGIO DE HOJE E AS DUAS
      *                  CONTAGENS CAIAM NO FECHAMENTO ERRADO. LOGS
      *                  ANTIGOS: VER JRNMIG/REJMIG.
      *     15/10/2026 - ESTORNOS DE PAGAMENTO (PROGRAMA ESTORNO) SAO
      *                  CONTADOS A PARTE E NAO ENTRAM NOS PAGAMENTOS
      *                  DE PARCELA.
      *     15/10/2026 - O DIA NAO FECHA ENQUANTO HOUVER OPERADOR COM
      *                  RECEBIMENTO NO DIARIO (VER CAIXAJRN) E SEM
      *                  FECHAMENTO DE CAIXA EM CAIXA.FCH (CAIXA).
      *     15/10/2026 - ALISTAMENTOS DO DIA PASSAM A SER LIDOS PELA
      *                  CHAVE ALTERNATIVA DT-ALISTAMENTO DE REGISTRO
      *                  (START/READ NEXT) EM VEZ DE VARRER O ARQUIVO.
      *     15/10/2026 - LAYOUT DE PRESTACOES.JRN EXTRAIDO PARA JRNDATA,
      *                  QUE GANHOU NO FIM O ELO DA CADEIA DE
      *                  CONFERENCIA (JRN-ELO, VER CADEIA.cpy).
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      *     15/10/2026 - RESUMO QUEBRADO POR POSTO DE ATENDIMENTO
      *                  (POSTO.CTL) COM O TOTAL CONSOLIDADO:
      *                  ALISTAMENTOS PELO POSTO-ALIST, PAGAMENTOS E
      *                  ESTORNOS PELO JRN-POSTO, CLIENTES NOVOS PELO
      *                  POSTO-CLIENTE E REJEICOES PELO POSTO ATUAL DO
      *                  OPERADOR.
      *     15/10/2026 - CADA IMPRESSAO EM FECHADIA.PRN PASSA A SER
      *                  ARQUIVADA COMO JOB NUMERADO NO ARQUIVO DE
      *                  IMPRESSAO (SPOOL.IDX, VER SPOOL.cpy), COM
      *                  OPERADOR, DATA/HORA, PAGINAS E REGISTROS - UMA
      *                  NOVA RODADA NAO APAGA MAIS A ANTERIOR; CONSULTA
      *                  E REIMPRESSAO PELO SPOOLVER.
      *     15/10/2026 - O OPERADOR CUJO UNICO MOVIMENTO DO DIA FOI UM
      *                  CANCELAMENTO POR DIREITO DE ARREPENDIMENTO
      *                  TAMBEM PRECISA TER O CAIXA FECHADO (VER
      *                  CAIXAJRN).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FECHADIA.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LOGON-STATUS.

           SELECT POSTO-FILE ASSIGN TO 'POSTO.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-POSTO-STATUS.

           SELECT DATAMOV-FILE ASSIGN TO 'DATAMOV.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CPF
           ALTERNATE RECORD KEY IS MAT-COMUM WITH DUPLICATES
           ALTERNATE RECORD KEY IS UNIDADE WITH DUPLICATES
           ALTERNATE RECORD KEY IS DT-ALISTAMENTO WITH DUPLICATES
           FILE STATUS IS WS-REG-STATUS.

           SELECT REJ-FILE ASSIGN TO 'REJEITADOS'
           ALTERNATE RECORD KEY IS CPF-CLIENTE WITH DUPLICATES
           FILE STATUS IS WS-CLI-STATUS.

           SELECT CAIXA-FCH-FILE ASSIGN TO 'CAIXA.FCH'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FCH-STATUS.

           SELECT FECHA-PRN-FILE ASSIGN TO 'FECHADIA.PRN'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PRN-STATUS.

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

       FD POSTO-FILE.
       COPY POSTODATA.

       FD DATAMOV-FILE.
       01 DATAMOV-REC.
         05 DTM-DATA-NEGOCIO   PIC 9(08).
         05 REJ-DT-NEGOCIO    PIC 9(08).

       FD PREST-JRN-FILE.
       COPY JRNDATA.

       FD CLIENTE.
       COPY CLIDATA.

       FD CAIXA-FCH-FILE.
       COPY CAIXAFCH.

       FD FECHA-PRN-FILE.
       01 FECHA-LINE         PIC X(80).

       FD SPOOL-IDX-FILE.
       COPY SPOOLDATA.

       FD SPOOL-TAM-FILE.
       COPY SPOOLTAM.

       WORKING-STORAGE SECTION.
       01 WS-DATAMOV-STATUS  PIC 99.
       01 WS-REG-STATUS      PIC 99.
       01 WS-JRN-STATUS      PIC 99.
       01 WS-CLI-STATUS      PIC 99.
       01 WS-PRN-STATUS      PIC 99.
       01 WS-FCH-STATUS      PIC 99.
       01 WS-EOF             PIC X     VALUE 'N'.
       01 WS-DT-NEGOCIO      PIC 9(08) VALUE 0.
       01 WS-DT-PROXIMA      PIC 9(08) VALUE 0.
       01 WS-QTD-ALISTADOS   PIC 9(05) VALUE 0.
       01 WS-QTD-REJEITADOS  PIC 9(05) VALUE 0.
       01 WS-QTD-PAGAMENTOS  PIC 9(05) VALUE 0.
       01 WS-QTD-ESTORNOS    PIC 9(05) VALUE 0.
       01 WS-QTD-CLI-NOVOS   PIC 9(05) VALUE 0.

      *    MESMAS CONTAGENS QUEBRADAS POR POSTO DE ATENDIMENTO - MESMA
      *    POSICAO DE WS-POSTO-TAB (VER POSTO.cpy).
       01 WS-FP-TAB.
         05 WS-FP-ITEM OCCURS 25 TIMES.
           10 WS-FP-ALISTADOS    PIC 9(05).
           10 WS-FP-REJEITADOS   PIC 9(05).
           10 WS-FP-PAGAMENTOS   PIC 9(05).
           10 WS-FP-ESTORNOS     PIC 9(05).
           10 WS-FP-CLI-NOVOS    PIC 9(05).
       01 WS-FP-LINHA.
         05 WS-FPL-CODIGO      PIC X(03).
         05 FILLER             PIC X(01) VALUE SPACE.
         05 WS-FPL-NOME        PIC X(20).
         05 FILLER             PIC X(02) VALUE SPACES.
         05 WS-FPL-ALISTADOS   PIC ZZZZ9.
         05 FILLER             PIC X(02) VALUE SPACES.
         05 WS-FPL-REJEITADOS  PIC ZZZZ9.
         05 FILLER             PIC X(02) VALUE SPACES.
         05 WS-FPL-PAGAMENTOS  PIC ZZZZ9.
         05 FILLER             PIC X(02) VALUE SPACES.
         05 WS-FPL-ESTORNOS    PIC ZZZZ9.
         05 FILLER             PIC X(02) VALUE SPACES.
         05 WS-FPL-CLI-NOVOS   PIC ZZZZ9.
       01 WS-FP-CABEC.
         05 FILLER             PIC X(24) VALUE "POS NOME".
         05 FILLER             PIC X(35) VALUE
             "  ALIST  REJEI  PAGTO  ESTOR  CLINV".

      *    OPERADORES COM RECEBIMENTO NO DIA E SE JA FECHARAM O CAIXA.
       01 WS-CX-IDX          PIC 9(02) VALUE 0.
       01 WS-CX-QTD-OPER     PIC 9(02) VALUE 0.
       01 WS-CX-PENDENTES    PIC 9(02) VALUE 0.
       01 WS-CX-OPER-TAB.
         05 WS-CX-OPER-ITEM OCCURS 50 TIMES.
           10 WS-CX-OPERADOR    PIC X(10).
           10 WS-CX-FECHADO     PIC X(01).
       COPY WSCAIXAJRN.

       COPY CLIPATH.
       COPY WSPOSTO.
       COPY WSLOGON.
       COPY WSSENHASH.
       COPY WSTREINO.
       COPY WSSPOOL.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           MOVE 'FECHADIA' TO WS-SPL-PROGRAMA
           DISPLAY "******** FECHAMENTO DO DIA DE MOVIMENTO ********"
           PERFORM P-SIGN-ON
           MOVE WS-OPERADOR-ID TO WS-SPL-OPERADOR
           IF NOT WS-OPERADOR-ADMIN THEN
               DISPLAY "OPERACAO RESTRITA A OPERADORES ADMINISTRADORES"
               GO TO P999-STOP
           END-ACCEPT

           PERFORM P100-LE-DATA-NEGOCIO
           PERFORM P150-CONFERE-CAIXAS
           IF WS-CX-PENDENTES > 0 THEN
               DISPLAY "DIA " WS-DT-NEGOCIO " NAO PODE SER FECHADO - "
                       WS-CX-PENDENTES " CAIXA(S) SEM FECHAMENTO"
               DISPLAY "RODE O CAIXA PARA CADA OPERADOR LISTADO"
               GO TO P999-STOP
           END-IF
           DISPLAY "FECHANDO O DIA DE MOVIMENTO " WS-DT-NEGOCIO
           DISPLAY "CONFIRMA O FECHAMENTO (S/N)?"
           ACCEPT WS-CONFIRMA
               GO TO P999-STOP
           END-IF

           PERFORM P-POSTO-CARREGA
           PERFORM P-POSTO-CARREGA-OPER
           INITIALIZE WS-FP-TAB
           PERFORM P200-CONTA-ALISTAMENTOS
           PERFORM P300-CONTA-REJEICOES
           PERFORM P400-CONTA-PAGAMENTOS
               CLOSE DATAMOV-FILE
           END-IF.

       P150-CONFERE-CAIXAS.
      *    TODO OPERADOR QUE MOVIMENTOU DINHEIRO NO DIA (OCCRS,
      *    QUITACAO, ENTRADA DE RENEGOCIACAO, AMORTIZACAO
      *    EXTRAORDINARIA, ARREPENDIMENTO - VER CAIXAJRN) PRECISA TER
      *    O CAIXA FECHADO.
           MOVE 0 TO WS-CX-QTD-OPER
           MOVE 0 TO WS-CX-PENDENTES
           OPEN INPUT PREST-JRN-FILE
           IF WS-JRN-STATUS EQUAL 35 THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'S'
               READ PREST-JRN-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       PERFORM P-CAIXA-LANCAMENTO
                       IF WS-CXJ-LANCA = 'S' AND
                          JRN-DT-NEGOCIO IS NUMERIC AND
                          JRN-DT-NEGOCIO = WS-DT-NEGOCIO THEN
                           PERFORM P160-INCLUI-OPERADOR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PREST-JRN-FILE

           OPEN INPUT CAIXA-FCH-FILE
           IF WS-FCH-STATUS NOT = 35 THEN
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'S'
                   READ CAIXA-FCH-FILE
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF FCH-DT-NEGOCIO = WS-DT-NEGOCIO THEN
                               PERFORM VARYING WS-CX-IDX FROM 1 BY 1
                                       UNTIL WS-CX-IDX > WS-CX-QTD-OPER
                                   IF WS-CX-OPERADOR(WS-CX-IDX) =
                                      FCH-OPERADOR THEN
                                       MOVE 'S'
                                         TO WS-CX-FECHADO(WS-CX-IDX)
                                   END-IF
                               END-PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAIXA-FCH-FILE
           END-IF

           PERFORM VARYING WS-CX-IDX FROM 1 BY 1
                   UNTIL WS-CX-IDX > WS-CX-QTD-OPER
               IF WS-CX-FECHADO(WS-CX-IDX) NOT = 'S' THEN
                   ADD 1 TO WS-CX-PENDENTES
                   DISPLAY "CAIXA SEM FECHAMENTO: "
                           WS-CX-OPERADOR(WS-CX-IDX)
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-EOF.

       P160-INCLUI-OPERADOR.
           PERFORM VARYING WS-CX-IDX FROM 1 BY 1
                   UNTIL WS-CX-IDX > WS-CX-QTD-OPER
                      OR WS-CX-OPERADOR(WS-CX-IDX) = JRN-OPERADOR
               CONTINUE
           END-PERFORM
           IF WS-CX-IDX > WS-CX-QTD-OPER AND WS-CX-QTD-OPER < 50 THEN
               ADD 1 TO WS-CX-QTD-OPER
               MOVE JRN-OPERADOR TO WS-CX-OPERADOR(WS-CX-QTD-OPER)
               MOVE 'N'          TO WS-CX-FECHADO(WS-CX-QTD-OPER)
           END-IF.

       P170-POSICAO-POSTO.
      *    LINHA GRAVADA ANTES DOS POSTOS (SEM O CAMPO) CAI NO LOTE.
           IF WS-POSTO-COD-BUSCA IS NOT NUMERIC THEN
               MOVE 0 TO WS-POSTO-COD-BUSCA
           END-IF
           PERFORM P-POSTO-POSICAO.

       P200-CONTA-ALISTAMENTOS.
           OPEN INPUT REG-FILE
           IF WS-REG-STATUS EQUAL 35 THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           MOVE WS-DT-NEGOCIO TO DT-ALISTAMENTO
           START REG-FILE KEY IS EQUAL TO DT-ALISTAMENTO
               INVALID KEY
                   MOVE 'S' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'S'
               READ REG-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF DT-ALISTAMENTO NOT = WS-DT-NEGOCIO THEN
                           MOVE 'S' TO WS-EOF
                       ELSE
                           ADD 1 TO WS-QTD-ALISTADOS
                           MOVE POSTO-ALIST TO WS-POSTO-COD-BUSCA
                           PERFORM P170-POSICAO-POSTO
                           ADD 1 TO WS-FP-ALISTADOS(WS-POSTO-IDX)
                       END-IF
               END-READ
           END-PERFORM
                       IF REJ-DT-NEGOCIO IS NUMERIC AND
                          REJ-DT-NEGOCIO = WS-DT-NEGOCIO THEN
                           ADD 1 TO WS-QTD-REJEITADOS
                           MOVE REJ-OPERADOR TO WS-POSTO-OP-BUSCA
                           PERFORM P-POSTO-DO-OPERADOR
                           PERFORM P170-POSICAO-POSTO
                           ADD 1 TO WS-FP-REJEITADOS(WS-POSTO-IDX)
                       END-IF
               END-READ
           END-PERFORM
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF JRN-DT-NEGOCIO IS NUMERIC AND
                          JRN-DT-NEGOCIO = WS-DT-NEGOCIO THEN
                           MOVE JRN-POSTO TO WS-POSTO-COD-BUSCA
                           PERFORM P170-POSICAO-POSTO
                           IF JRN-CAMPO = "ESTORNO" THEN
                               ADD 1 TO WS-QTD-ESTORNOS
                               ADD 1 TO WS-FP-ESTORNOS(WS-POSTO-IDX)
                           END-IF
                           IF JRN-CAMPO = "VL-PAGO" AND
                              JRN-PROGRAMA NOT = "ESTORNO" THEN
                               ADD 1 TO WS-QTD-PAGAMENTOS
                               ADD 1 TO WS-FP-PAGAMENTOS(WS-POSTO-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
                   NOT AT END
                       IF DT-CADASTRO = WS-DT-NEGOCIO THEN
                           ADD 1 TO WS-QTD-CLI-NOVOS
                           MOVE POSTO-CLIENTE TO WS-POSTO-COD-BUSCA
                           PERFORM P170-POSICAO-POSTO
                           ADD 1 TO WS-FP-CLI-NOVOS(WS-POSTO-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLIENTE.

       P600-IMPRIME-RESUMO.
           MOVE 'FECHADIA.PRN' TO WS-SPL-ARQUIVO
           MOVE 80             TO WS-SPL-TAM-REG
           MOVE 'N'            TO WS-SPL-PESSOAL
           PERFORM P-SPOOL-INICIA
           OPEN EXTEND FECHA-PRN-FILE
           IF WS-PRN-STATUS EQUAL 35 THEN
               OPEN OUTPUT FECHA-PRN-FILE
                  INTO FECHA-LINE
           WRITE FECHA-LINE
           MOVE SPACES TO FECHA-LINE
           STRING "ESTORNOS DE PAGAMENTO:   " DELIMITED BY SIZE
                  WS-QTD-ESTORNOS DELIMITED BY SIZE
                  INTO FECHA-LINE
           WRITE FECHA-LINE
           MOVE SPACES TO FECHA-LINE
           STRING "CLIENTES NOVOS:          " DELIMITED BY SIZE
                  WS-QTD-CLI-NOVOS DELIMITED BY SIZE
                  INTO FECHA-LINE
           WRITE FECHA-LINE
           MOVE "---- POR POSTO DE ATENDIMENTO ----" TO FECHA-LINE
           WRITE FECHA-LINE
           MOVE WS-FP-CABEC TO FECHA-LINE
           WRITE FECHA-LINE
           PERFORM VARYING WS-POSTO-IDX FROM 1 BY 1
                   UNTIL WS-POSTO-IDX > WS-POSTO-QTD
               PERFORM P610-MONTA-LINHA-POSTO
               MOVE WS-FP-LINHA TO FECHA-LINE
               WRITE FECHA-LINE
           END-PERFORM
           PERFORM P620-MONTA-LINHA-TOTAL
           MOVE WS-FP-LINHA TO FECHA-LINE
           WRITE FECHA-LINE
           MOVE SPACES TO FECHA-LINE
           WRITE FECHA-LINE
           CLOSE FECHA-PRN-FILE
           PERFORM P-SPOOL-ARQUIVA

           DISPLAY " "
           DISPLAY "---- RESUMO DO FECHAMENTO ----"
           DISPLAY "ALISTAMENTOS EFETIVADOS: " WS-QTD-ALISTADOS
           DISPLAY "REJEICOES:               " WS-QTD-REJEITADOS
           DISPLAY "PAGAMENTOS DE PARCELA:   " WS-QTD-PAGAMENTOS
           DISPLAY "ESTORNOS DE PAGAMENTO:   " WS-QTD-ESTORNOS
           DISPLAY "CLIENTES NOVOS:          " WS-QTD-CLI-NOVOS
           DISPLAY "---- POR POSTO DE ATENDIMENTO ----"
           DISPLAY WS-FP-CABEC
           PERFORM VARYING WS-POSTO-IDX FROM 1 BY 1
                   UNTIL WS-POSTO-IDX > WS-POSTO-QTD
               PERFORM P610-MONTA-LINHA-POSTO
               DISPLAY WS-FP-LINHA
           END-PERFORM
           PERFORM P620-MONTA-LINHA-TOTAL
           DISPLAY WS-FP-LINHA
           DISPLAY "RESUMO IMPRESSO EM FECHADIA.PRN".

       P610-MONTA-LINHA-POSTO.
           MOVE WS-POSTO-TB-CODIGO(WS-POSTO-IDX) TO WS-FPL-CODIGO
           MOVE WS-POSTO-TB-NOME(WS-POSTO-IDX)   TO WS-FPL-NOME
           MOVE WS-FP-ALISTADOS(WS-POSTO-IDX)    TO WS-FPL-ALISTADOS
           MOVE WS-FP-REJEITADOS(WS-POSTO-IDX)   TO WS-FPL-REJEITADOS
           MOVE WS-FP-PAGAMENTOS(WS-POSTO-IDX)   TO WS-FPL-PAGAMENTOS
           MOVE WS-FP-ESTORNOS(WS-POSTO-IDX)     TO WS-FPL-ESTORNOS
           MOVE WS-FP-CLI-NOVOS(WS-POSTO-IDX)    TO WS-FPL-CLI-NOVOS.

       P620-MONTA-LINHA-TOTAL.
           MOVE SPACES               TO WS-FPL-CODIGO
           MOVE "TOTAL CONSOLIDADO"  TO WS-FPL-NOME
           MOVE WS-QTD-ALISTADOS     TO WS-FPL-ALISTADOS
           MOVE WS-QTD-REJEITADOS    TO WS-FPL-REJEITADOS
           MOVE WS-QTD-PAGAMENTOS    TO WS-FPL-PAGAMENTOS
           MOVE WS-QTD-ESTORNOS      TO WS-FPL-ESTORNOS
           MOVE WS-QTD-CLI-NOVOS     TO WS-FPL-CLI-NOVOS.

       P700-AVANCA-DATA.
           COMPUTE WS-INT-DIA =
                   FUNCTION INTEGER-OF-DATE(WS-DT-NEGOCIO) + 1

       COPY LOGON.
       COPY SENHASH.
       COPY CAIXAJRN.
       COPY POSTO.
       COPY POSTOOPER.
       COPY SPOOL.
       COPY TREINO.
       END PROGRAM FECHADIA.

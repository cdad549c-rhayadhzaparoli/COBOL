      ******************************************************************
      * Author: RHAYADH ZAPAROLI
      * Date: 15/10/2026
      * Purpose: FECHAMENTO DE CAIXA POR OPERADOR - NO FIM DO DIA CADA
      *          OPERADOR CONTAVA A GAVETA SEM NADA QUE DISSESSE O QUE
      *          O SISTEMA REGISTROU COMO RECEBIDO POR ELE. AQUI, PARA
      *          O OPERADOR E A DATA OFICIAL DE MOVIMENTO, SAO SOMADOS
      *          TODOS OS RECEBIMENTOS QUE ELE LANCOU NO DIARIO
      *          PRESTACOES.JRN (PAGAMENTOS E BAIXAS DO OCCRS,
      *          QUITACOES, ENTRADAS DE RENEGOCIACAO, AMORTIZACOES
      *          EXTRAORDINARIAS - VER CAIXAJRN),
      *          ABERTOS POR CONTRATO. O OPERADOR INFORMA O VALOR
      *          CONTADO E O FECHAMENTO, COM A SOBRA OU FALTA, FICA EM
      *          CAIXA.FCH (VER CAIXAFCH). O FECHADIA NAO FECHA O DIA
      *          ENQUANTO HOUVER OPERADOR COM LANCAMENTO E SEM
      *          FECHAMENTO DE CAIXA. O ADMINISTRADOR PODE FECHAR O
      *          CAIXA DE OUTRO OPERADOR.
      * MODIFICATION-LOG.
      *     15/10/2026 - LAYOUT DE PRESTACOES.JRN EXTRAIDO PARA JRNDATA,
      *                  QUE GANHOU NO FIM O ELO DA CADEIA DE
      *                  CONFERENCIA (JRN-ELO, VER CADEIA.cpy).
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      *     15/10/2026 - ADMINISTRADOR PODE VER OS TOTAIS DE CAIXA DO
      *                  DIA POR POSTO DE ATENDIMENTO (RECEBIMENTOS PELO
      *                  JRN-POSTO, FECHAMENTOS PELO POSTO DO OPERADOR)
      *                  COM O TOTAL CONSOLIDADO.
      *     15/10/2026 - ACERTO DO DIREITO DE ARREPENDIMENTO (ARREPEND)
      *                  ENTRA NO CAIXA: PRINCIPAL E JUROS RECEBIDOS
      *                  SOMAM, AS TARIFAS RESTITUIDAS AO CLIENTE
      *                  SUBTRAEM (TIPO 'D' DO CAIXAJRN).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAIXA.
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

           SELECT PREST-FILE ASSIGN TO 'PRESTACOES'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PREST-KEY
           ALTERNATE RECORD KEY IS PREST-VENCIMENTO WITH DUPLICATES
           ALTERNATE RECORD KEY IS PREST-SIT-VENC WITH DUPLICATES
           FILE STATUS IS WS-PREST-STATUS.

           SELECT PREST-JRN-FILE ASSIGN TO 'PRESTACOES.JRN'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-JRN-STATUS.

           SELECT DATAMOV-FILE ASSIGN TO 'DATAMOV.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-DATAMOV-STATUS.

           SELECT CAIXA-FCH-FILE ASSIGN TO 'CAIXA.FCH'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FCH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD USER-CTL-FILE.
       COPY USERCTL.

       FD POSTO-FILE.
       COPY POSTODATA.

       FD PREST-FILE.
       COPY PRESTDATA.

       FD PREST-JRN-FILE.
       COPY JRNDATA.

       FD DATAMOV-FILE.
       01 DATAMOV-REC.
         05 DTM-DATA-NEGOCIO   PIC 9(08).
         05 DTM-ULTIMA-FECHADA PIC 9(08).

       FD CAIXA-FCH-FILE.
       COPY CAIXAFCH.

       WORKING-STORAGE SECTION.
       01 WS-PREST-STATUS    PIC 99.
       01 WS-JRN-STATUS      PIC 99.
       01 WS-FCH-STATUS      PIC 99.
       01 WS-EOF             PIC X     VALUE 'N'.
       01 WS-CONFIRMA        PIC X     VALUE 'N'.
       01 WS-ACHOU           PIC X     VALUE 'N'.
       01 WS-CX-OPERADOR     PIC X(10) VALUE SPACES.
       01 WS-CX-DATA         PIC 9(08) VALUE 0.
       01 WS-CX-VALOR        PIC 9(08)V99 VALUE 0.
       01 WS-CX-QTD-LANC     PIC 9(05) VALUE 0.
       01 WS-CX-TOTAL        PIC 9(09)V99 VALUE 0.
       01 WS-CX-CONTADO      PIC 9(09)V99 VALUE 0.
       01 WS-CX-DIFERENCA    PIC 9(09)V99 VALUE 0.
       01 WS-CX-RESULTADO    PIC X(01) VALUE SPACE.
       01 WS-CX-IDX          PIC 9(03) VALUE 0.
       01 WS-CX-ESTOURO      PIC X     VALUE 'N'.

      *    RECEBIMENTOS DO OPERADOR NO DIA, POR CONTRATO.
       01 WS-CX-QTD-CONT     PIC 9(03) VALUE 0.
       01 WS-CX-CONT-TAB.
         05 WS-CX-CONT-ITEM OCCURS 300 TIMES.
           10 WS-CX-NUM-CONT    PIC 9(05).
           10 WS-CX-QTD-CONT-L  PIC 9(05).
           10 WS-CX-VL-CONT     PIC 9(09)V99.

      *    TOTAIS DO DIA POR POSTO DE ATENDIMENTO (ADMINISTRADOR) -
      *    MESMA POSICAO DE WS-POSTO-TAB (VER POSTO.cpy). O SISTEMA VEM
      *    DO JRN-POSTO DE CADA RECEBIMENTO; O CONTADO, DO FECHAMENTO
      *    EM CAIXA.FCH PELO POSTO ATUAL DO OPERADOR.
       01 WS-CX-POR-POSTO    PIC X     VALUE 'N'.
       01 WS-CXP-TAB.
         05 WS-CXP-ITEM OCCURS 25 TIMES.
           10 WS-CXP-QTD-LANC   PIC 9(05).
           10 WS-CXP-VL-SISTEMA PIC 9(09)V99.
           10 WS-CXP-QTD-FCH    PIC 9(03).
           10 WS-CXP-VL-CONTADO PIC 9(09)V99.
       01 WS-CXP-TOT-LANC    PIC 9(05) VALUE 0.
       01 WS-CXP-TOT-SISTEMA PIC 9(09)V99 VALUE 0.
       01 WS-CXP-TOT-FCH     PIC 9(03) VALUE 0.
       01 WS-CXP-TOT-CONTADO PIC 9(09)V99 VALUE 0.

       COPY WSCAIXAJRN.
       COPY WSPOSTO.
       COPY WSDATAMOV.
       COPY WSLOGON.
       COPY WSSENHASH.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           DISPLAY "******** FECHAMENTO DE CAIXA ********"
           PERFORM P-SIGN-ON

           MOVE WS-OPERADOR-ID TO WS-CX-OPERADOR
           IF WS-OPERADOR-ADMIN THEN
               DISPLAY "TOTAIS DO DIA POR POSTO EM VEZ DE FECHAR UM "
                       "CAIXA (S/N)?"
               ACCEPT WS-CX-POR-POSTO
               IF WS-CX-POR-POSTO = 's' THEN
                   MOVE 'S' TO WS-CX-POR-POSTO
               END-IF
           END-IF
           IF WS-OPERADOR-ADMIN AND WS-CX-POR-POSTO NOT = 'S' THEN
               DISPLAY "OPERADOR DO CAIXA (BRANCO = " WS-OPERADOR-ID
                       ")"
               ACCEPT WS-CX-OPERADOR
               IF WS-CX-OPERADOR = SPACES THEN
                   MOVE WS-OPERADOR-ID TO WS-CX-OPERADOR
               END-IF
           END-IF

      *    O CAIXA FECHA A DATA OFICIAL EM ABERTO; UMA DATA ANTERIOR
      *    PODE SER INFORMADA PARA O CAIXA QUE FICOU PARA TRAS.
           PERFORM P-DATA-NEGOCIO
           DISPLAY "DATA DE MOVIMENTO (AAAAMMDD, ZERO = "
                   WS-DT-NEGOCIO ")"
           ACCEPT WS-CX-DATA
           IF WS-CX-DATA = 0 THEN
               MOVE WS-DT-NEGOCIO TO WS-CX-DATA
           END-IF

           IF WS-CX-POR-POSTO = 'S' THEN
               PERFORM P400-TOTAIS-POR-POSTO
               GO TO P999-STOP
           END-IF

           PERFORM P100-CONFERE-FECHAMENTO
           IF WS-ACHOU = 'S' THEN
               DISPLAY "CAIXA DE " WS-CX-OPERADOR " JA FECHADO EM "
                       WS-CX-DATA " - SOBRA/FALTA: " FCH-RESULTADO
                       " " FCH-VL-DIFERENCA
               GO TO P999-STOP
           END-IF

           PERFORM P200-APURA-RECEBIMENTOS
           PERFORM P300-MOSTRA-RECEBIMENTOS

           DISPLAY "VALOR CONTADO NA GAVETA"
           ACCEPT WS-CX-CONTADO
           EVALUATE TRUE
               WHEN WS-CX-CONTADO = WS-CX-TOTAL
                   MOVE 'C' TO WS-CX-RESULTADO
                   MOVE 0   TO WS-CX-DIFERENCA
                   DISPLAY "CAIXA CONFERE"
               WHEN WS-CX-CONTADO > WS-CX-TOTAL
                   MOVE 'S' TO WS-CX-RESULTADO
                   COMPUTE WS-CX-DIFERENCA =
                           WS-CX-CONTADO - WS-CX-TOTAL
                   DISPLAY "SOBRA DE CAIXA: " WS-CX-DIFERENCA
               WHEN OTHER
                   MOVE 'F' TO WS-CX-RESULTADO
                   COMPUTE WS-CX-DIFERENCA =
                           WS-CX-TOTAL - WS-CX-CONTADO
                   DISPLAY "FALTA DE CAIXA: " WS-CX-DIFERENCA
           END-EVALUATE

           DISPLAY "CONFIRMA O FECHAMENTO DO CAIXA (S/N)?"
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = 'S' AND WS-CONFIRMA NOT = 's' THEN
               DISPLAY "FECHAMENTO DE CAIXA ABORTADO"
               GO TO P999-STOP
           END-IF

           PERFORM P800-GRAVA-FECHAMENTO
           DISPLAY "CAIXA DE " WS-CX-OPERADOR " FECHADO EM "
                   WS-CX-DATA " - GRAVADO EM CAIXA.FCH"
           GO TO P999-STOP.

       P100-CONFERE-FECHAMENTO.
           MOVE 'N' TO WS-ACHOU
           OPEN INPUT CAIXA-FCH-FILE
           IF WS-FCH-STATUS EQUAL 35 THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'S'
               READ CAIXA-FCH-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF FCH-OPERADOR = WS-CX-OPERADOR AND
                          FCH-DT-NEGOCIO = WS-CX-DATA THEN
                           MOVE 'S' TO WS-ACHOU
                           MOVE 'S' TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CAIXA-FCH-FILE.

       P200-APURA-RECEBIMENTOS.
           OPEN INPUT PREST-JRN-FILE
           IF WS-JRN-STATUS EQUAL 35 THEN
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PREST-FILE
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'S'
               READ PREST-JRN-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       PERFORM P-CAIXA-LANCAMENTO
                       IF WS-CXJ-LANCA = 'S' AND
                          JRN-OPERADOR = WS-CX-OPERADOR AND
                          JRN-DT-NEGOCIO IS NUMERIC AND
                          JRN-DT-NEGOCIO = WS-CX-DATA THEN
                           PERFORM P210-VALOR-DO-LANCAMENTO
                           PERFORM P220-ACUMULA-CONTRATO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PREST-FILE
           CLOSE PREST-JRN-FILE.

       P210-VALOR-DO-LANCAMENTO.
      *    NA BAIXA PELO OCCRS O DIARIO SO TEM A SITUACAO: O VALOR
      *    RECEBIDO VEM DA PARCELA (O QUE FALTAVA PAGAR MAIS A MULTA),
      *    O MESMO QUE SAIU NO RECIBO.
           MOVE WS-CXJ-VALOR TO WS-CX-VALOR
           IF WS-CXJ-TIPO = 'B' OR WS-CXJ-TIPO = 'M' THEN
               MOVE JRN-NUM-CONT TO PREST-NUM-CONT
               MOVE JRN-NUM-PARC TO PREST-NUM-PARC
               READ PREST-FILE
                   INVALID KEY
                       MOVE 0 TO WS-CX-VALOR
                       EXIT PARAGRAPH
               END-READ
               IF WS-CXJ-TIPO = 'B' THEN
                   IF PREST-VALOR > PREST-VL-PAGO THEN
                       COMPUTE WS-CX-VALOR =
                               PREST-VALOR - PREST-VL-PAGO
                   END-IF
               END-IF
               ADD PREST-VL-MULTA TO WS-CX-VALOR
           END-IF.

       P220-ACUMULA-CONTRATO.
           IF WS-CX-VALOR = 0 THEN
               EXIT PARAGRAPH
           END-IF
           ADD 1           TO WS-CX-QTD-LANC
           IF WS-CXJ-TIPO = 'D' THEN
               SUBTRACT WS-CX-VALOR FROM WS-CX-TOTAL
           ELSE
               ADD WS-CX-VALOR TO WS-CX-TOTAL
           END-IF
           PERFORM VARYING WS-CX-IDX FROM 1 BY 1
                   UNTIL WS-CX-IDX > WS-CX-QTD-CONT
                      OR WS-CX-NUM-CONT(WS-CX-IDX) = JRN-NUM-CONT
               CONTINUE
           END-PERFORM
           IF WS-CX-IDX > WS-CX-QTD-CONT THEN
               IF WS-CX-QTD-CONT = 300 THEN
      *            TABELA CHEIA - O TOTAL CONTINUA CERTO, SO A
      *            ABERTURA POR CONTRATO FICA INCOMPLETA.
                   MOVE 'S' TO WS-CX-ESTOURO
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CX-QTD-CONT
               MOVE WS-CX-QTD-CONT TO WS-CX-IDX
               MOVE JRN-NUM-CONT TO WS-CX-NUM-CONT(WS-CX-IDX)
               MOVE 0 TO WS-CX-QTD-CONT-L(WS-CX-IDX)
               MOVE 0 TO WS-CX-VL-CONT(WS-CX-IDX)
           END-IF
           ADD 1           TO WS-CX-QTD-CONT-L(WS-CX-IDX)
           IF WS-CXJ-TIPO = 'D' THEN
               SUBTRACT WS-CX-VALOR FROM WS-CX-VL-CONT(WS-CX-IDX)
           ELSE
               ADD WS-CX-VALOR TO WS-CX-VL-CONT(WS-CX-IDX)
           END-IF.

       P300-MOSTRA-RECEBIMENTOS.
           DISPLAY " "
           DISPLAY "---- RECEBIMENTOS DE " WS-CX-OPERADOR " EM "
                   WS-CX-DATA " ----"
           PERFORM VARYING WS-CX-IDX FROM 1 BY 1
                   UNTIL WS-CX-IDX > WS-CX-QTD-CONT
               DISPLAY "CONTRATO " WS-CX-NUM-CONT(WS-CX-IDX)
                       "  LANCAMENTOS: " WS-CX-QTD-CONT-L(WS-CX-IDX)
                       "  VALOR: " WS-CX-VL-CONT(WS-CX-IDX)
           END-PERFORM
           IF WS-CX-ESTOURO = 'S' THEN
               DISPLAY "(MAIS DE 300 CONTRATOS - ABERTURA INCOMPLETA, "
                       "TOTAL COMPLETO)"
           END-IF
           DISPLAY "LANCAMENTOS: " WS-CX-QTD-LANC
                   "  CONTRATOS: " WS-CX-QTD-CONT
           DISPLAY "TOTAL REGISTRADO NO SISTEMA: " WS-CX-TOTAL.

       P400-TOTAIS-POR-POSTO.
           PERFORM P-POSTO-CARREGA
           PERFORM P-POSTO-CARREGA-OPER
           INITIALIZE WS-CXP-TAB
           OPEN INPUT PREST-JRN-FILE
           IF WS-JRN-STATUS NOT = 35 THEN
               OPEN INPUT PREST-FILE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'S'
                   READ PREST-JRN-FILE
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           PERFORM P-CAIXA-LANCAMENTO
                           IF WS-CXJ-LANCA = 'S' AND
                              JRN-DT-NEGOCIO IS NUMERIC AND
                              JRN-DT-NEGOCIO = WS-CX-DATA THEN
                               PERFORM P210-VALOR-DO-LANCAMENTO
                               PERFORM P410-ACUMULA-POSTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PREST-FILE
               CLOSE PREST-JRN-FILE
           END-IF

           OPEN INPUT CAIXA-FCH-FILE
           IF WS-FCH-STATUS NOT = 35 THEN
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'S'
                   READ CAIXA-FCH-FILE
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF FCH-DT-NEGOCIO = WS-CX-DATA THEN
                               MOVE FCH-OPERADOR TO WS-POSTO-OP-BUSCA
                               PERFORM P-POSTO-DO-OPERADOR
                               PERFORM P-POSTO-POSICAO
                               ADD 1 TO WS-CXP-QTD-FCH(WS-POSTO-IDX)
                                        WS-CXP-TOT-FCH
                               ADD FCH-VL-CONTADO
                                 TO WS-CXP-VL-CONTADO(WS-POSTO-IDX)
                                    WS-CXP-TOT-CONTADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAIXA-FCH-FILE
           END-IF

           DISPLAY " "
           DISPLAY "---- TOTAIS DE CAIXA POR POSTO EM " WS-CX-DATA
                   " ----"
           PERFORM VARYING WS-POSTO-IDX FROM 1 BY 1
                   UNTIL WS-POSTO-IDX > WS-POSTO-QTD
               DISPLAY "POSTO: " WS-POSTO-TB-CODIGO(WS-POSTO-IDX)
                       " " WS-POSTO-TB-NOME(WS-POSTO-IDX)
               DISPLAY "  LANCAMENTOS: " WS-CXP-QTD-LANC(WS-POSTO-IDX)
                       "  SISTEMA: " WS-CXP-VL-SISTEMA(WS-POSTO-IDX)
                       "  CAIXAS FECHADOS: "
                       WS-CXP-QTD-FCH(WS-POSTO-IDX)
                       "  CONTADO: " WS-CXP-VL-CONTADO(WS-POSTO-IDX)
           END-PERFORM
           DISPLAY "TOTAL CONSOLIDADO"
           DISPLAY "  LANCAMENTOS: " WS-CXP-TOT-LANC
                   "  SISTEMA: " WS-CXP-TOT-SISTEMA
                   "  CAIXAS FECHADOS: " WS-CXP-TOT-FCH
                   "  CONTADO: " WS-CXP-TOT-CONTADO.

       P410-ACUMULA-POSTO.
           IF WS-CX-VALOR = 0 THEN
               EXIT PARAGRAPH
           END-IF
           IF JRN-POSTO IS NUMERIC THEN
               MOVE JRN-POSTO TO WS-POSTO-COD-BUSCA
           ELSE
               MOVE 0 TO WS-POSTO-COD-BUSCA
           END-IF
           PERFORM P-POSTO-POSICAO
           ADD 1 TO WS-CXP-QTD-LANC(WS-POSTO-IDX) WS-CXP-TOT-LANC
           IF WS-CXJ-TIPO = 'D' THEN
               SUBTRACT WS-CX-VALOR FROM WS-CXP-VL-SISTEMA(WS-POSTO-IDX)
                                         WS-CXP-TOT-SISTEMA
           ELSE
               ADD WS-CX-VALOR TO WS-CXP-VL-SISTEMA(WS-POSTO-IDX)
                                  WS-CXP-TOT-SISTEMA
           END-IF.

       P800-GRAVA-FECHAMENTO.
           OPEN EXTEND CAIXA-FCH-FILE
           IF WS-FCH-STATUS EQUAL 35 THEN
               OPEN OUTPUT CAIXA-FCH-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO FCH-TIMESTAMP
           MOVE WS-CX-OPERADOR        TO FCH-OPERADOR
           MOVE WS-CX-DATA            TO FCH-DT-NEGOCIO
           MOVE WS-OPERADOR-ID        TO FCH-FECHADO-POR
           MOVE WS-CX-QTD-LANC        TO FCH-QTD-LANC
           MOVE WS-CX-QTD-CONT        TO FCH-QTD-CONTRATOS
           MOVE WS-CX-TOTAL           TO FCH-VL-SISTEMA
           MOVE WS-CX-CONTADO         TO FCH-VL-CONTADO
           MOVE WS-CX-DIFERENCA       TO FCH-VL-DIFERENCA
           MOVE WS-CX-RESULTADO       TO FCH-RESULTADO
           WRITE FCH-REC
           CLOSE CAIXA-FCH-FILE.

       P999-STOP.
           DISPLAY "FINALIZANDO O PROGRAMA..."
           STOP RUN.

       COPY CAIXAJRN.
       COPY POSTO.
       COPY POSTOOPER.
       COPY DATAMOV.
       COPY LOGON.
       COPY SENHASH.
       COPY TREINO.
       END PROGRAM CAIXA.

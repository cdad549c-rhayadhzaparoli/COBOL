      *          LANCAMENTOS (CONTABIL.EXP, UMA LINHA POR CATEGORIA)
      *          MAIS O RESUMO NA TELA.
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - ESTORNO DE PAGAMENTO (PROGRAMA ESTORNO) LANCADO
      *                  COMO MOVIMENTO NEGATIVO NA CATEGORIA "ESTORNO
      *                  RECEBIMENTO"; AS LINHAS DE CAMPO DEVOLVIDAS
      *                  PELO ESTORNO NAO CONTAM COMO RECEBIMENTO.
      *     15/10/2026 - ENTRADA PAGA NA RENEGOCIACAO (LINHA "ENTRADA"
      *                  DO RENEGOCIA) LANCADA NA CATEGORIA "ENTRADA
      *                  RENEGOCIACAO".
      *     15/10/2026 - VALOR PAGO NA AMORTIZACAO EXTRAORDINARIA (LINHA
      *                  "AMORT-EXTRA" DO AMORTEXT) LANCADO NA
      *                  CATEGORIA "AMORTIZACAO EXTRA" - E PRINCIPAL
      *                  RECEBIDO ANTES DO VENCIMENTO.
      *     15/10/2026 - TARIFAS DE CONTRATACAO COBRADAS NO MES (TAC,
      *                  IOF E SEGURO GRAVADOS EM CONTRATO.CTL, PELA
      *                  DATA DA COBRANCA CONTR-DT-TARIFAS - VER
      *                  CETCALC) LANCADAS CADA UMA NA SUA CATEGORIA.
      *                  SAO RETIDAS DO VALOR LIBERADO, ENTAO NAO
      *                  ENTRAM NO RECEBIDO LIQUIDO.
      *     15/10/2026 - SEGURO PRESTAMISTA: O PREMIO EMBUTIDO NA
      *                  PARCELA QUITADA NO MES (PREST-VL-SEGURO) SAI
      *                  NA CATEGORIA "PREMIO PRESTAMISTA", A REPASSAR
      *                  A SEGURADORA; A PARCELA QUITADA PELA
      *                  SEGURADORA ('S', VER SEGPREST) LANCA O SALDO
      *                  INDENIZADO EM "INDENIZACAO SEGURO".
      *     15/10/2026 - CANCELAMENTO POR DIREITO DE ARREPENDIMENTO
      *                  (VER ARREPEND): AS PARCELAS CANCELADAS ('C')
      *                  NAO GERAM LANCAMENTO; SO OS JUROS PRO RATA
      *                  PAGOS PELO CLIENTE ("JUROS ARREPENDIMENTO") E
      *                  AS TARIFAS RESTITUIDAS A ELE ("TARIFA
      *                  RESTITUIDA", A DEDUZIR DAS TARIFAS DA
      *                  CONTRATACAO) ENTRAM NA COMPETENCIA DO
      *                  CANCELAMENTO.
      *     15/10/2026 - LAYOUT DE PRESTACOES.JRN EXTRAIDO PARA JRNDATA,
      *                  QUE GANHOU NO FIM O ELO DA CADEIA DE
      *                  CONFERENCIA (JRN-ELO, VER CADEIA.cpy).
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTABEXP.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PREST-KEY
           ALTERNATE RECORD KEY IS PREST-VENCIMENTO WITH DUPLICATES
           ALTERNATE RECORD KEY IS PREST-SIT-VENC WITH DUPLICATES
           FILE STATUS IS WS-PREST-STATUS.

           SELECT EXP-FILE ASSIGN TO 'CONTABIL.EXP'
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-EXP-STATUS.

           SELECT CONTR-FILE ASSIGN TO 'CONTRATO.CTL'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CONTR-NUM-CONT
           ALTERNATE RECORD KEY IS CONTR-COD-CLIENTE WITH DUPLICATES
           FILE STATUS IS WS-CONTR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PREST-JRN-FILE.
       COPY JRNDATA.

       FD PREST-FILE.
       COPY PRESTDATA.
         05 EXP-CATEGORIA     PIC X(20).
         05 EXP-VALOR         PIC 9(11)V99.

       FD CONTR-FILE.
       COPY CONTRDATA.

       WORKING-STORAGE SECTION.
       01 WS-JRN-STATUS      PIC 99.
       01 WS-PREST-STATUS    PIC 99.
       01 WS-EXP-STATUS      PIC 99.
       01 WS-CONTR-STATUS    PIC 99.
       01 WS-COMP-TARIFA     PIC 9(06) VALUE 0.
       01 WS-EOF             PIC X     VALUE 'N'.
       01 WS-COMPETENCIA     PIC 9(06) VALUE 0.
       01 WS-COMP-JRN        PIC 9(06) VALUE 0.
       01 WS-TOT-PRINCIPAL   PIC 9(11)V99 VALUE 0.
       01 WS-TOT-PARCIAL     PIC 9(11)V99 VALUE 0.
       01 WS-TOT-PERDA       PIC 9(11)V99 VALUE 0.
       01 WS-TOT-ESTORNO     PIC 9(11)V99 VALUE 0.
       01 WS-TOT-ENTRADA     PIC 9(11)V99 VALUE 0.
       01 WS-TOT-AMORT-EXTRA PIC 9(11)V99 VALUE 0.
       01 WS-TOT-LIQUIDO     PIC S9(11)V99 VALUE 0.
       01 WS-TOT-TAC         PIC 9(11)V99 VALUE 0.
       01 WS-TOT-IOF         PIC 9(11)V99 VALUE 0.
       01 WS-TOT-SEGURO      PIC 9(11)V99 VALUE 0.
       01 WS-TOT-PREMIO      PIC 9(11)V99 VALUE 0.
       01 WS-TOT-INDENIZ     PIC 9(11)V99 VALUE 0.
       01 WS-TOT-JUROS-ARREP PIC 9(11)V99 VALUE 0.
       01 WS-TOT-TARIFA-REST PIC 9(11)V99 VALUE 0.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           DISPLAY "******** EXPORTACAO CONTABIL MENSAL ********"
           DISPLAY "COMPETENCIA (AAAAMM)"
           ACCEPT WS-COMPETENCIA
           CLOSE PREST-FILE
           CLOSE PREST-JRN-FILE

           PERFORM P700-LANCA-TARIFAS
           PERFORM P800-GRAVA-EXPORTACAO
           PERFORM P900-RESUMO
           GO TO P999-STOP.
               EXIT PARAGRAPH
           END-IF

      *    O ESTORNO VOLTA OS CAMPOS DA PARCELA AOS VALORES DE ANTES
      *    DO PAGAMENTO E GRAVA UMA LINHA "ESTORNO" COM O VALOR
      *    DEVOLVIDO AO CLIENTE: O VL-PAGO EFETIVO QUE SAIU (NA BAIXA
      *    DIRETA DO OCCRS, O QUE FALTAVA DA PARCELA) MAIS, NA BAIXA
      *    PELO OCCRS, A MULTA COBRADA NO RECIBO. SO ESSA LINHA ENTRA,
      *    COMO DEBITO EM "ESTORNO RECEBIMENTO" - JUROS, MULTA E
      *    PRINCIPAL JA LANCADOS NO MES NAO SAO REABERTOS, O ESTORNO
      *    OS DEDUZ NO RECEBIDO LIQUIDO.
           EVALUATE TRUE
               WHEN JRN-CAMPO = "ESTORNO"
                   PERFORM P600-LANCA-ESTORNO
               WHEN JRN-PROGRAMA = "ESTORNO"
                   CONTINUE
               WHEN JRN-CAMPO = "ENTRADA"
                   COMPUTE WS-VL-DEPOIS-NUM =
                       FUNCTION NUMVAL(JRN-VL-DEPOIS)
                   ADD WS-VL-DEPOIS-NUM TO WS-TOT-ENTRADA
               WHEN JRN-CAMPO = "AMORT-EXTRA"
                   COMPUTE WS-VL-DEPOIS-NUM =
                       FUNCTION NUMVAL(JRN-VL-DEPOIS)
                   ADD WS-VL-DEPOIS-NUM TO WS-TOT-AMORT-EXTRA
      *        O PRINCIPAL DEVOLVIDO NO ARREPENDIMENTO SO DESFAZ A
      *        LIBERACAO - NAO E RECEBIMENTO DE CARTEIRA.
               WHEN JRN-CAMPO = "ARREP-JUROS"
                   COMPUTE WS-VL-DEPOIS-NUM =
                       FUNCTION NUMVAL(JRN-VL-DEPOIS)
                   ADD WS-VL-DEPOIS-NUM TO WS-TOT-JUROS-ARREP
               WHEN JRN-CAMPO = "ARREP-TARIFA"
                   COMPUTE WS-VL-DEPOIS-NUM =
                       FUNCTION NUMVAL(JRN-VL-DEPOIS)
                   ADD WS-VL-DEPOIS-NUM TO WS-TOT-TARIFA-REST
               WHEN JRN-CAMPO = "SITUACAO" AND
                    JRN-VL-DEPOIS(1:1) = 'P'
      *            PARCELA QUITADA NO MES: OS COMPONENTES DA PROPRIA
               WHEN JRN-CAMPO = "SITUACAO" AND
                    JRN-VL-DEPOIS(1:1) = 'X'
                   PERFORM P400-LANCA-PERDA
               WHEN JRN-CAMPO = "SITUACAO" AND
                    JRN-VL-DEPOIS(1:1) = 'S'
                   PERFORM P450-LANCA-INDENIZACAO
               WHEN JRN-CAMPO = "VL-PAGO"
                   PERFORM P500-LANCA-RECEBIMENTO-PARCIAL
           END-EVALUATE.
           END-READ
           ADD PREST-VL-JUROS TO WS-TOT-JUROS
           ADD PREST-VL-MULTA TO WS-TOT-MULTA
           ADD PREST-VL-AMORT TO WS-TOT-PRINCIPAL
           ADD PREST-VL-SEGURO TO WS-TOT-PREMIO.

       P400-LANCA-PERDA.
           MOVE JRN-NUM-CONT TO PREST-NUM-CONT
           COMPUTE WS-SALDO-PARCELA = PREST-VALOR - PREST-VL-PAGO
           ADD WS-SALDO-PARCELA TO WS-TOT-PERDA.

       P450-LANCA-INDENIZACAO.
      *    O RECEBIMENTO PARCIAL ANTERIOR AO SINISTRO JA ENTROU EM
      *    P500 - A SEGURADORA PAGA SO O SALDO QUE RESTAVA.
           MOVE JRN-NUM-CONT TO PREST-NUM-CONT
           MOVE JRN-NUM-PARC TO PREST-NUM-PARC
           READ PREST-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           COMPUTE WS-SALDO-PARCELA = PREST-VALOR - PREST-VL-PAGO
           ADD WS-SALDO-PARCELA TO WS-TOT-INDENIZ.

       P500-LANCA-RECEBIMENTO-PARCIAL.
      *    O RECEBIMENTO PARCIAL ENTRA PELO DELTA DO VL-PAGO
      *    DIARIADO; A PARCELA QUE QUITOU NO MESMO MES JA ENTROU
               ADD WS-DELTA-PAGO TO WS-TOT-PARCIAL
           END-IF.

       P600-LANCA-ESTORNO.
           COMPUTE WS-VL-ANTES-NUM =
               FUNCTION NUMVAL(JRN-VL-ANTES)
           ADD WS-VL-ANTES-NUM TO WS-TOT-ESTORNO.

       P700-LANCA-TARIFAS.
      *    AS TARIFAS NAO PASSAM PELO DIARIO: SAEM DE CONTRATO.CTL,
      *    NA COMPETENCIA DA DATA EM QUE FORAM COBRADAS.
           OPEN INPUT CONTR-FILE
           IF WS-CONTR-STATUS EQUAL 35 THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'S'
               READ CONTR-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       MOVE CONTR-DT-TARIFAS(1:6) TO WS-COMP-TARIFA
                       IF WS-COMP-TARIFA = WS-COMPETENCIA THEN
                           ADD CONTR-VL-TAC    TO WS-TOT-TAC
                           ADD CONTR-VL-IOF    TO WS-TOT-IOF
                           ADD CONTR-VL-SEGURO TO WS-TOT-SEGURO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTR-FILE.

       P800-GRAVA-EXPORTACAO.
           OPEN EXTEND EXP-FILE
           IF WS-EXP-STATUS EQUAL 35 THEN
           MOVE "PRINCIPAL EM PERDA"  TO EXP-CATEGORIA
           MOVE WS-TOT-PERDA          TO EXP-VALOR
           WRITE EXP-REC
      *    O VALOR SAI SEM SINAL COMO OS DEMAIS - A CATEGORIA E QUE E
      *    DE DEBITO (DEDUZ DOS RECEBIMENTOS DO MES).
           MOVE "ENTRADA RENEGOCIACAO" TO EXP-CATEGORIA
           MOVE WS-TOT-ENTRADA        TO EXP-VALOR
           WRITE EXP-REC
           MOVE "AMORTIZACAO EXTRA"   TO EXP-CATEGORIA
           MOVE WS-TOT-AMORT-EXTRA    TO EXP-VALOR
           WRITE EXP-REC
           MOVE "ESTORNO RECEBIMENTO" TO EXP-CATEGORIA
           MOVE WS-TOT-ESTORNO        TO EXP-VALOR
           WRITE EXP-REC
           MOVE "TARIFA TAC"          TO EXP-CATEGORIA
           MOVE WS-TOT-TAC            TO EXP-VALOR
           WRITE EXP-REC
           MOVE "IOF RETIDO"          TO EXP-CATEGORIA
           MOVE WS-TOT-IOF            TO EXP-VALOR
           WRITE EXP-REC
           MOVE "SEGURO RETIDO"       TO EXP-CATEGORIA
           MOVE WS-TOT-SEGURO         TO EXP-VALOR
           WRITE EXP-REC
           MOVE "PREMIO PRESTAMISTA"  TO EXP-CATEGORIA
           MOVE WS-TOT-PREMIO         TO EXP-VALOR
           WRITE EXP-REC
           MOVE "INDENIZACAO SEGURO"  TO EXP-CATEGORIA
           MOVE WS-TOT-INDENIZ        TO EXP-VALOR
           WRITE EXP-REC
           MOVE "JUROS ARREPENDIMENTO" TO EXP-CATEGORIA
           MOVE WS-TOT-JUROS-ARREP    TO EXP-VALOR
           WRITE EXP-REC
           MOVE "TARIFA RESTITUIDA"   TO EXP-CATEGORIA
           MOVE WS-TOT-TARIFA-REST    TO EXP-VALOR
           WRITE EXP-REC
           CLOSE EXP-FILE.

       P900-RESUMO.
           DISPLAY "PRINCIPAL RECEBIDO:  " WS-TOT-PRINCIPAL
           DISPLAY "RECEBIMENTO PARCIAL: " WS-TOT-PARCIAL
           DISPLAY "PRINCIPAL EM PERDA:  " WS-TOT-PERDA
           DISPLAY "ENTRADA RENEGOCIACAO:" WS-TOT-ENTRADA
           DISPLAY "AMORTIZACAO EXTRA:   " WS-TOT-AMORT-EXTRA
           DISPLAY "ESTORNO RECEBIMENTO: " WS-TOT-ESTORNO
           DISPLAY "PREMIO PRESTAMISTA:  " WS-TOT-PREMIO
           DISPLAY "INDENIZACAO SEGURO:  " WS-TOT-INDENIZ
           DISPLAY "JUROS ARREPENDIMENTO:" WS-TOT-JUROS-ARREP
      *    O PREMIO FAZ PARTE DO VALOR DA PARCELA RECEBIDA; A
      *    INDENIZACAO E O SALDO RECEBIDO DA SEGURADORA.
           COMPUTE WS-TOT-LIQUIDO =
                   WS-TOT-JUROS + WS-TOT-MULTA + WS-TOT-PRINCIPAL
                   + WS-TOT-PARCIAL + WS-TOT-ENTRADA
                   + WS-TOT-AMORT-EXTRA + WS-TOT-PREMIO
                   + WS-TOT-INDENIZ + WS-TOT-JUROS-ARREP
                   - WS-TOT-ESTORNO
           DISPLAY "RECEBIDO LIQUIDO:    " WS-TOT-LIQUIDO
           DISPLAY "TARIFA TAC:          " WS-TOT-TAC
           DISPLAY "IOF RETIDO:          " WS-TOT-IOF
           DISPLAY "SEGURO RETIDO:       " WS-TOT-SEGURO
           DISPLAY "TARIFA RESTITUIDA:   " WS-TOT-TARIFA-REST
           DISPLAY "LANCAMENTOS GRAVADOS EM CONTABIL.EXP".

       P999-STOP.
           DISPLAY "FINALIZANDO O PROGRAMA..."
           STOP RUN.

       COPY TREINO.

       END PROGRAM CONTABEXP.

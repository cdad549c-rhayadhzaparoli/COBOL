      *          LOTENOITE.ALT, PARA O ALERTVIEW GARANTIR QUE ALGUEM
      *          OLHE. RODA COMO ETAPA DE FECHAMENTO EM LOTENOITE.CTL.
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - MOVIMENTO FINANCEIRO DESDE O ULTIMO FECHAMENTO:
      *                  RECEBIDO (VL-PAGO DIARIADO), ESTORNADO (LINHAS
      *                  "ESTORNO" DO PROGRAMA ESTORNO, COMO MOVIMENTO
      *                  NEGATIVO) E O LIQUIDO. A ENTRADA DA
      *                  RENEGOCIACAO CONTA COMO RECEBIDO.
      *     15/10/2026 - O VALOR DA AMORTIZACAO EXTRAORDINARIA (LINHA
      *                  "AMORT-EXTRA" DO AMORTEXT) TAMBEM CONTA COMO
      *                  RECEBIDO; A PARCELA QUE ELA ELIMINA DO FIM DA
      *                  TABELA SAI DAS ABERTAS PELA LINHA DE SITUACAO
      *                  'A' -> 'E' DO DIARIO.
      *     15/10/2026 - PASSA A ACOMPANHAR TAMBEM A SITUACAO 'S'
      *                  (PARCELA QUITADA PELA SEGURADORA NO SINISTRO
      *                  DO SEGURO PRESTAMISTA, VER SEGPREST).
      *     15/10/2026 - PASSA A ACOMPANHAR TAMBEM A SITUACAO 'C'
      *                  (PARCELA DE CONTRATO CANCELADO POR DIREITO DE
      *                  ARREPENDIMENTO, VER ARREPEND). O PRINCIPAL E
      *                  OS JUROS PRO RATA DEVOLVIDOS PELO CLIENTE
      *                  CONTAM COMO RECEBIDO; AS TARIFAS RESTITUIDAS A
      *                  ELE, COMO ESTORNADO.
      *     15/10/2026 - LAYOUT DE PRESTACOES.JRN EXTRAIDO PARA JRNDATA,
      *                  QUE GANHOU NO FIM O ELO DA CADEIA DE
      *                  CONFERENCIA (JRN-ELO, VER CADEIA.cpy).
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      *     15/10/2026 - BAIXA DE PARCELA PELO OCCRS (MARCAR COMO PAGA,
      *                  SEM VL-PAGO DIARIADO) PASSA A CONTAR COMO
      *                  RECEBIDO - O QUE FALTAVA DA PARCELA MAIS A
      *                  MULTA, COMO NO CAIXA (VER CAIXAJRN); NO
      *                  PAGAMENTO PARCIAL QUE QUITA, SO A MULTA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTRLDIA.
       FILE-CONTROL.
           SELECT PREST-FILE ASSIGN TO 'PRESTACOES'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PREST-KEY
           ALTERNATE RECORD KEY IS PREST-VENCIMENTO WITH DUPLICATES
           ALTERNATE RECORD KEY IS PREST-SIT-VENC WITH DUPLICATES
           FILE STATUS IS WS-PREST-STATUS.

           SELECT SNP-FILE ASSIGN TO 'PRESTACOES.SNP'
         05 SNP-VALOR         PIC 9(11)V99.

       FD PREST-JRN-FILE.
       COPY JRNDATA.

       FD  LOTE-ALT-FILE.
       01  LOTE-ALT-REC.
       01 WS-SIT-JRN-PARA    PIC X(01) VALUE SPACE.
       01 WS-HOUVE-DERIVA    PIC X(01) VALUE 'N'.
       01 WS-QTD-ESPERADA    PIC S9(07) VALUE 0.
       01 WS-VL-ANTES-NUM    PIC 9(08)V99 VALUE 0.
       01 WS-VL-DEPOIS-NUM   PIC 9(08)V99 VALUE 0.
       01 WS-MOV-RECEBIDO    PIC 9(11)V99 VALUE 0.
       01 WS-MOV-ESTORNADO   PIC 9(11)V99 VALUE 0.
       01 WS-MOV-LIQUIDO     PIC S9(11)V99 VALUE 0.
       01 WS-PREST-ABERTO    PIC X(01) VALUE 'N'.

      *    AS 7 SITUACOES ACOMPANHADAS, NA ORDEM DA TABELA:
      *    1=A (ABERTA) 2=R (PARCIAL) 3=P (PAGA) 4=G (RENEGOCIADA)
      *    5=X (PERDA) 6=S (SINISTRO PAGO PELA SEGURADORA)
      *    7=C (CANCELADA POR ARREPENDIMENTO).
       01 WS-SIT-LISTA       PIC X(07) VALUE "ARPGXSC".
       01 WS-SIT-TAB REDEFINES WS-SIT-LISTA.
         05 WS-SIT-COD OCCURS 7 TIMES PIC X(01).
       01 WS-TOTAIS-TAB.
         05 WS-TOTAIS OCCURS 7 TIMES.
           10 WS-TOT-QTD-HOJE   PIC 9(06).
           10 WS-TOT-VAL-HOJE   PIC 9(11)V99.
           10 WS-TOT-QTD-ANT    PIC 9(06).
           10 WS-TOT-JRN-MENOS  PIC 9(06).
       01 WS-DT-SNAPSHOT-ANT PIC 9(08) VALUE 0.
       01 WS-TEM-SNAPSHOT    PIC X(01) VALUE 'N'.
       COPY WSCAIXAJRN.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           DISPLAY "******** TOTAIS DE CONTROLE DA CARTEIRA ********"
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE
           MOVE WS-CURR-DATE TO WS-DT-HOJE

           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 7
               MOVE 0 TO WS-TOT-QTD-HOJE(WS-IDX)
               MOVE 0 TO WS-TOT-VAL-HOJE(WS-IDX)
               MOVE 0 TO WS-TOT-QTD-ANT(WS-IDX)
           MOVE 'N' TO WS-EOF.

       P150-ACUMULA-PARCELA.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 7
               IF WS-SIT-COD(WS-IDX) = PREST-SITUACAO THEN
                   ADD 1 TO WS-TOT-QTD-HOJE(WS-IDX)
                   ADD PREST-VALOR TO WS-TOT-VAL-HOJE(WS-IDX)
                       IF SNP-DATA >= WS-DT-SNAPSHOT-ANT THEN
                           MOVE SNP-DATA TO WS-DT-SNAPSHOT-ANT
                           PERFORM VARYING WS-IDX FROM 1 BY 1
                                   UNTIL WS-IDX > 7
                               IF WS-SIT-COD(WS-IDX) = SNP-SITUACAO
                                   THEN
                                   MOVE SNP-QTD
           IF WS-JRN-STATUS EQUAL 35 THEN
               EXIT PARAGRAPH
           END-IF
      *    A BAIXA DIRETA PELO OCCRS E VALORADA PELA PROPRIA PARCELA.
           MOVE 'N' TO WS-PREST-ABERTO
           OPEN INPUT PREST-FILE
           IF WS-PREST-STATUS NOT = 35 THEN
               MOVE 'S' TO WS-PREST-ABERTO
           END-IF
           PERFORM UNTIL WS-EOF = 'S'
               READ PREST-JRN-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
      *                A CLASSIFICACAO DO CAIXA (CAIXAJRN) OLHA A LINHA
      *                ANTERIOR, ENTAO PASSA POR TODAS AS LINHAS.
                       PERFORM P-CAIXA-LANCAMENTO
      *                O DIA DA TRANSICAO E A DATA OFICIAL DE
      *                MOVIMENTO DA LINHA (JRN-DT-NEGOCIO) - O LOTE
      *                RERODADO DE MADRUGADA CAI NO DIA DE NEGOCIO
                               MOVE JRN-VL-DEPOIS(1:1)
                                 TO WS-SIT-JRN-PARA
                               PERFORM VARYING WS-IDX FROM 1 BY 1
                                       UNTIL WS-IDX > 7
                                   IF WS-SIT-COD(WS-IDX) =
                                      WS-SIT-JRN-DE THEN
                                       ADD 1 TO
                               END-PERFORM
                           END-IF
                       END-IF
                       IF JRN-DT-NEGOCIO IS NUMERIC THEN
                           IF JRN-DT-NEGOCIO > WS-DT-SNAPSHOT-ANT THEN
                               PERFORM P350-MOVIMENTO-FINANCEIRO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PREST-JRN-FILE
           IF WS-PREST-ABERTO = 'S' THEN
               CLOSE PREST-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       P350-MOVIMENTO-FINANCEIRO.
      *    DINHEIRO RECEBIDO = AUMENTOS DE VL-PAGO DIARIADOS; O
      *    ESTORNO DEVOLVE O VL-PAGO (LINHA QUE NAO CONTA AQUI) E GRAVA
      *    UMA LINHA "ESTORNO" COM O VALOR DEVOLVIDO, QUE ENTRA COMO
      *    MOVIMENTO NEGATIVO DO DIA. A BAIXA PELO OCCRS (SITUACAO
      *    'P', TIPO 'B'/'M' DO CAIXAJRN) ENTRA COMO NO CAIXA: O QUE
      *    FALTAVA DA PARCELA MAIS A MULTA, OU SO A MULTA QUANDO O
      *    VL-PAGO DA MESMA BAIXA JA FOI CONTADO.
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
               WHEN WS-CXJ-TIPO = 'B' OR WS-CXJ-TIPO = 'M'
                   PERFORM P360-VALOR-DA-BAIXA
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

       P360-VALOR-DA-BAIXA.
      *    MESMO VALOR DO RECIBO DO OCCRS E DO P210 DO CAIXA.
           IF WS-PREST-ABERTO NOT = 'S' THEN
               EXIT PARAGRAPH
           END-IF
           MOVE JRN-NUM-CONT TO PREST-NUM-CONT
           MOVE JRN-NUM-PARC TO PREST-NUM-PARC
           READ PREST-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF WS-CXJ-TIPO = 'B' AND PREST-VALOR > PREST-VL-PAGO THEN
               COMPUTE WS-MOV-RECEBIDO = WS-MOV-RECEBIDO
                       + PREST-VALOR - PREST-VL-PAGO
           END-IF
           ADD PREST-VL-MULTA TO WS-MOV-RECEBIDO.

       P400-CONCILIA.
      *    ESPERADO = FECHAMENTO ANTERIOR + ENTRADAS - SAIDAS DO
      *    DIARIO. PARCELA NOVA GERADA PELO OCCRS/RENEGOCIA NAO PASSA
           DISPLAY " "
           DISPLAY "---- CONCILIACAO CONTRA O FECHAMENTO DE "
                   WS-DT-SNAPSHOT-ANT " ----"
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 7
               COMPUTE WS-QTD-ESPERADA =
                       WS-TOT-QTD-ANT(WS-IDX)
                       + WS-TOT-JRN-MAIS(WS-IDX)
               END-IF
           END-PERFORM

           COMPUTE WS-MOV-LIQUIDO = WS-MOV-RECEBIDO - WS-MOV-ESTORNADO
           DISPLAY " "
           DISPLAY "---- MOVIMENTO FINANCEIRO DESDE O FECHAMENTO "
                   "ANTERIOR ----"
           DISPLAY "RECEBIDO:  " WS-MOV-RECEBIDO
           DISPLAY "ESTORNADO: -" WS-MOV-ESTORNADO
           DISPLAY "LIQUIDO:   " WS-MOV-LIQUIDO

           IF WS-HOUVE-DERIVA = 'S' THEN
               PERFORM P500-ENFILEIRA-ALERTA
           ELSE
           IF WS-SNP-STATUS EQUAL 35 THEN
               OPEN OUTPUT SNP-FILE
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 7
               MOVE WS-DT-HOJE             TO SNP-DATA
               MOVE WS-SIT-COD(WS-IDX)     TO SNP-SITUACAO
               MOVE WS-TOT-QTD-HOJE(WS-IDX) TO SNP-QTD
           END-PERFORM
           CLOSE SNP-FILE.

       COPY CAIXAJRN.
       COPY TREINO.

       END PROGRAM CTRLDIA.

      ******************************************************************
      * CAIXAJRN.cpy
      * CLASSIFICA A LINHA DO DIARIO PRESTACOES.JRN QUE ESTA EM
      * PREST-JRN-REC: E DINHEIRO RECEBIDO NO BALCAO QUANDO FOI GRAVADA
      * PELO OCCRS OU PELA QUITACAO (AUMENTO DE VL-PAGO, BAIXA DA
      * PARCELA PELO OCCRS), E A ENTRADA DE UMA RENEGOCIACAO, E O
      * VALOR DE UMA AMORTIZACAO EXTRAORDINARIA (AMORTEXT) OU E O
      * ACERTO DO DIREITO DE ARREPENDIMENTO (ARREPEND: PRINCIPAL E
      * JUROS RECEBIDOS, MENOS AS TARIFAS RESTITUIDAS NA HORA). AS
      * LINHAS DO BANCORET/AGENCRET (DINHEIRO QUE NAO PASSOU PELA
      * GAVETA), DO PRESTMORA, DA PERDA E DO ESTORNO NAO CONTAM. USADO
      * PELO FECHAMENTO DE CAIXA (CAIXA), PELA TRAVA DO FECHAMENTO DO
      * DIA (FECHADIA) E PELO MOVIMENTO FINANCEIRO DO CTRLDIA. O
      * CHAMADOR DECLARA O FD DE PREST-JRN-FILE, LE O DIARIO EM ORDEM
      * E FAZ PERFORM P-CAIXA-LANCAMENTO A CADA LINHA; O RESULTADO
      * FICA EM WS-CXJ-LANCA/TIPO/VALOR (VER WSCAIXAJRN).
      ******************************************************************
       P-CAIXA-LANCAMENTO.
           MOVE 'N'   TO WS-CXJ-LANCA
           MOVE SPACE TO WS-CXJ-TIPO
           MOVE 0     TO WS-CXJ-VALOR
           EVALUATE TRUE
               WHEN JRN-CAMPO = "VL-PAGO" AND
                    (JRN-PROGRAMA = "OCCRS" OR
                     JRN-PROGRAMA = "QUITACAO")
      *            ANTES/DEPOIS FORAM GRAVADOS JA EDITADOS
      *            (WS-JRN-VALOR-ED) - O NUMVAL DESFAZ A EDICAO.
                   COMPUTE WS-CXJ-VL-ANTES =
                       FUNCTION NUMVAL(JRN-VL-ANTES)
                   COMPUTE WS-CXJ-VL-DEPOIS =
                       FUNCTION NUMVAL(JRN-VL-DEPOIS)
                   IF WS-CXJ-VL-DEPOIS > WS-CXJ-VL-ANTES THEN
                       MOVE 'S' TO WS-CXJ-LANCA
                       MOVE 'V' TO WS-CXJ-TIPO
                       COMPUTE WS-CXJ-VALOR =
                               WS-CXJ-VL-DEPOIS - WS-CXJ-VL-ANTES
                   END-IF
               WHEN JRN-CAMPO = "ENTRADA" AND
                    JRN-PROGRAMA = "RENEGOCIA"
                   MOVE 'S' TO WS-CXJ-LANCA
                   MOVE 'E' TO WS-CXJ-TIPO
                   COMPUTE WS-CXJ-VALOR =
                       FUNCTION NUMVAL(JRN-VL-DEPOIS)
               WHEN JRN-CAMPO = "AMORT-EXTRA" AND
                    JRN-PROGRAMA = "AMORTEXT"
      *            MESMO FORMATO DA ENTRADA: PARCELA 000, VALOR PAGO
      *            EM "DEPOIS".
                   MOVE 'S' TO WS-CXJ-LANCA
                   MOVE 'E' TO WS-CXJ-TIPO
                   COMPUTE WS-CXJ-VALOR =
                       FUNCTION NUMVAL(JRN-VL-DEPOIS)
               WHEN (JRN-CAMPO = "ARREP-PRINC" OR
                     JRN-CAMPO = "ARREP-JUROS") AND
                    JRN-PROGRAMA = "ARREPEND"
      *            MESMO FORMATO DA ENTRADA; O ARREPEND GRAVA O
      *            PRINCIPAL E OS JUROS ANTES DA TARIFA DO MESMO
      *            CONTRATO.
                   MOVE 'S' TO WS-CXJ-LANCA
                   MOVE 'E' TO WS-CXJ-TIPO
                   COMPUTE WS-CXJ-VALOR =
                       FUNCTION NUMVAL(JRN-VL-DEPOIS)
               WHEN JRN-CAMPO = "ARREP-TARIFA" AND
                    JRN-PROGRAMA = "ARREPEND"
      *            TARIFA RESTITUIDA AO CLIENTE - SAI DA GAVETA.
                   MOVE 'S' TO WS-CXJ-LANCA
                   MOVE 'D' TO WS-CXJ-TIPO
                   COMPUTE WS-CXJ-VALOR =
                       FUNCTION NUMVAL(JRN-VL-DEPOIS)
               WHEN JRN-CAMPO = "SITUACAO" AND
                    JRN-PROGRAMA = "OCCRS" AND
                    JRN-VL-DEPOIS(1:1) = 'P' AND
                    JRN-VL-ANTES(1:1) NOT = 'P'
      *            O PAGAMENTO PARCIAL QUE QUITA A PARCELA GRAVA O
      *            VL-PAGO E LOGO EM SEGUIDA A SITUACAO - AI SO FALTA
      *            A MULTA; A BAIXA DIRETA (MARCAR COMO PAGA) NAO TEM
      *            VL-PAGO DIARIADO.
                   MOVE 'S' TO WS-CXJ-LANCA
                   IF WS-CXJ-ANT-PROGRAMA = JRN-PROGRAMA AND
                      WS-CXJ-ANT-NUM-CONT = JRN-NUM-CONT AND
                      WS-CXJ-ANT-NUM-PARC = JRN-NUM-PARC AND
                      WS-CXJ-ANT-CAMPO    = "VL-PAGO" THEN
                       MOVE 'M' TO WS-CXJ-TIPO
                   ELSE
                       MOVE 'B' TO WS-CXJ-TIPO
                   END-IF
           END-EVALUATE
           MOVE JRN-PROGRAMA TO WS-CXJ-ANT-PROGRAMA
           MOVE JRN-NUM-CONT TO WS-CXJ-ANT-NUM-CONT
           MOVE JRN-NUM-PARC TO WS-CXJ-ANT-NUM-PARC
           MOVE JRN-CAMPO    TO WS-CXJ-ANT-CAMPO.

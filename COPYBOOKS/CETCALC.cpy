      ******************************************************************
      * CETCALC.cpy
      * TARIFAS DE CONTRATACAO E CUSTO EFETIVO TOTAL (CET) DO
      * FINANCIAMENTO - A PROPOSTA E O CONTRATO SO MOSTRAVAM A TAXA
      * NOMINAL (CONTR-TAXA-JUROS), E A REGULAMENTACAO EXIGE O CUSTO
      * EFETIVO COM TAC, IOF E SEGURO. AS TARIFAS SAO DESCONTADAS DO
      * VALOR LIBERADO AO CLIENTE; O CET MENSAL E A TAXA QUE IGUALA O
      * VALOR PRESENTE DAS PARCELAS (MESMO CALCULO SAC/PRICE DO OCCRS)
      * AO VALOR LIBERADO, E O ANUAL E O MENSAL CAPITALIZADO EM 12
      * MESES. COMPARTILHADO POR SIMULA, CONTRATOMNT E OCCRS.
      * O PROGRAMA CHAMADOR DECLARA O SELECT/FD DE TARIFA-FILE
      * (TARIFAS.CTL, MANTIDO PELO CTLMNT), FAZ PERFORM
      * P-CET-LE-TARIFAS, PREENCHE WS-CET-PRINCIPAL/PRAZO/TAXA/METODO
      * E FAZ PERFORM P-CET-CALCULA. PARA RECALCULAR O CET DE TARIFAS
      * JA COBRADAS, FAZ PERFORM P-CET-FLUXO, CARREGA WS-CET-VL-TAC/
      * IOF/SEGURO E FAZ PERFORM P-CET-TAXA.
      * SEGURO PRESTAMISTA: QUANDO WS-CET-TAXA-PRESTAM NAO E ZERO, O
      * PREMIO DO MES (TAXA SOBRE O SALDO ANTES DA PARCELA, MESMO
      * CALCULO DO OCCRS) ENTRA NA PARCELA E, PORTANTO, NO CET. NAO
      * CONFUNDIR COM WS-TAR-SEGURO-PCT, RETIDO NA LIBERACAO.
      * IOF: ALIQUOTA FIXA SOBRE O PRINCIPAL MAIS ALIQUOTA DIARIA SOBRE
      * A AMORTIZACAO DE CADA PARCELA, PELOS DIAS ATE O VENCIMENTO
      * (PARCELA I VENCE EM I*30 DIAS), LIMITADOS A 365.
      ******************************************************************
       P-CET-LE-TARIFAS.
           OPEN INPUT TARIFA-FILE
           IF WS-TARIFA-STATUS EQUAL 35 THEN
      *        SEM TARIFAS.CTL - VALEM OS PADROES DE WSCETCALC.
               CONTINUE
           ELSE
               READ TARIFA-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE TAR-VL-TAC      TO WS-TAR-VL-TAC
                       MOVE TAR-IOF-FIXO    TO WS-TAR-IOF-FIXO
                       MOVE TAR-IOF-DIARIO  TO WS-TAR-IOF-DIARIO
                       MOVE TAR-SEGURO-PCT  TO WS-TAR-SEGURO-PCT
               END-READ
               CLOSE TARIFA-FILE
           END-IF.

       P-CET-CALCULA.
           PERFORM P-CET-FLUXO
           PERFORM P-CET-TARIFAS
           PERFORM P-CET-TAXA.

       P-CET-FLUXO.
      *    MESMO CALCULO DE P300-LOOP-ARRAY NO OCCRS, INCLUSIVE O
      *    PREMIO DO SEGURO PRESTAMISTA.
           MOVE WS-CET-PRINCIPAL TO WS-CET-SALDO
           MOVE 0 TO WS-CET-IOF-ACUM
           COMPUTE WS-CET-AMORT-CONST = WS-CET-PRINCIPAL / WS-CET-PRAZO
           IF WS-CET-METODO = 'P' THEN
               IF WS-CET-TAXA = 0 THEN
                   MOVE WS-CET-AMORT-CONST TO WS-CET-PREST-CONST
               ELSE
                   COMPUTE WS-CET-FATOR =
                       (1 + WS-CET-TAXA) ** WS-CET-PRAZO
                   COMPUTE WS-CET-PREST-CONST ROUNDED =
                       WS-CET-PRINCIPAL * WS-CET-TAXA *
                       WS-CET-FATOR / (WS-CET-FATOR - 1)
               END-IF
           END-IF
           PERFORM VARYING WS-CET-IND FROM 1 BY 1
                   UNTIL WS-CET-IND > WS-CET-PRAZO
               COMPUTE WS-CET-JUROS ROUNDED =
                       WS-CET-SALDO * WS-CET-TAXA
               IF WS-CET-METODO = 'P' THEN
                   IF WS-CET-IND = WS-CET-PRAZO THEN
                       MOVE WS-CET-SALDO TO WS-CET-AMORT
                   ELSE
                       COMPUTE WS-CET-AMORT =
                           WS-CET-PREST-CONST - WS-CET-JUROS
                   END-IF
               ELSE
                   MOVE WS-CET-AMORT-CONST TO WS-CET-AMORT
               END-IF
               COMPUTE WS-CET-PARCELA(WS-CET-IND) =
                       WS-CET-AMORT + WS-CET-JUROS
               IF WS-CET-TAXA-PRESTAM > 0 THEN
                   COMPUTE WS-CET-PREMIO ROUNDED =
                           WS-CET-SALDO * WS-CET-TAXA-PRESTAM
                   ADD WS-CET-PREMIO TO WS-CET-PARCELA(WS-CET-IND)
               END-IF
               COMPUTE WS-CET-SALDO = WS-CET-SALDO - WS-CET-AMORT
               IF WS-CET-IND > 12 THEN
                   MOVE 365 TO WS-CET-DIAS
               ELSE
                   COMPUTE WS-CET-DIAS = WS-CET-IND * 30
               END-IF
               COMPUTE WS-CET-IOF-ACUM =
                       WS-CET-IOF-ACUM + WS-CET-AMORT * WS-CET-DIAS
           END-PERFORM.

       P-CET-TARIFAS.
           MOVE WS-TAR-VL-TAC TO WS-CET-VL-TAC
           COMPUTE WS-CET-VL-IOF ROUNDED =
                   WS-CET-PRINCIPAL * WS-TAR-IOF-FIXO
                   + WS-CET-IOF-ACUM * WS-TAR-IOF-DIARIO
           COMPUTE WS-CET-VL-SEGURO ROUNDED =
                   WS-CET-PRINCIPAL * WS-TAR-SEGURO-PCT.

       P-CET-TAXA.
      *    BUSCA BINARIA DA TAXA MENSAL ENTRE 0% E 100% - O VALOR
      *    PRESENTE DAS PARCELAS CAI A MEDIDA QUE A TAXA SOBE.
           MOVE 'N' TO WS-CET-OK
           MOVE 0   TO WS-CET-MENSAL WS-CET-ANUAL
           COMPUTE WS-CET-TOT-TARIFAS =
                   WS-CET-VL-TAC + WS-CET-VL-IOF + WS-CET-VL-SEGURO
           COMPUTE WS-CET-LIBERADO =
                   WS-CET-PRINCIPAL - WS-CET-TOT-TARIFAS
           IF WS-CET-LIBERADO NOT > 0 THEN
               DISPLAY "TARIFAS IGUAIS OU MAIORES QUE O PRINCIPAL - "
                       "CET NAO CALCULADO"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CET-TAXA-MIN
           MOVE 1 TO WS-CET-TAXA-MAX
           PERFORM VARYING WS-CET-ITER FROM 1 BY 1
                   UNTIL WS-CET-ITER > 60
               COMPUTE WS-CET-TAXA-MEIO =
                       (WS-CET-TAXA-MIN + WS-CET-TAXA-MAX) / 2
               PERFORM P-CET-VALOR-PRESENTE
               IF WS-CET-VP > WS-CET-LIBERADO THEN
                   MOVE WS-CET-TAXA-MEIO TO WS-CET-TAXA-MIN
               ELSE
                   MOVE WS-CET-TAXA-MEIO TO WS-CET-TAXA-MAX
               END-IF
           END-PERFORM
           COMPUTE WS-CET-TAXA-MEIO =
                   (WS-CET-TAXA-MIN + WS-CET-TAXA-MAX) / 2
           COMPUTE WS-CET-MENSAL ROUNDED = WS-CET-TAXA-MEIO
           COMPUTE WS-CET-ANUAL ROUNDED =
                   (1 + WS-CET-TAXA-MEIO) ** 12 - 1
               ON SIZE ERROR
                   MOVE 999.999999 TO WS-CET-ANUAL
           END-COMPUTE
           COMPUTE WS-CET-MENSAL-ED ROUNDED = WS-CET-MENSAL * 100
           COMPUTE WS-CET-ANUAL-ED ROUNDED = WS-CET-ANUAL * 100
           MOVE 'S' TO WS-CET-OK.

       P-CET-VALOR-PRESENTE.
           MOVE 0 TO WS-CET-VP
           MOVE 1 TO WS-CET-DESCONTO
           PERFORM VARYING WS-CET-IND FROM 1 BY 1
                   UNTIL WS-CET-IND > WS-CET-PRAZO
               COMPUTE WS-CET-DESCONTO =
                       WS-CET-DESCONTO / (1 + WS-CET-TAXA-MEIO)
               COMPUTE WS-CET-VP = WS-CET-VP
                       + WS-CET-PARCELA(WS-CET-IND) * WS-CET-DESCONTO
           END-PERFORM.

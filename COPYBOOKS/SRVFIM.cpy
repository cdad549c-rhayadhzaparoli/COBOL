      ******************************************************************
      * SRVFIM.cpy
      * TEMPO PADRAO DE SERVICO E DATA PREVISTA DE TERMINO DO SERVICO
      * DO INCORPORADO (VER FICHADATA). O PROGRAMA CHAMADOR DECLARA O
      * SELECT/FD DE SRV-CTL-FILE (SERVICO.CTL, MANTIDO PELO CTLMNT) E
      * COPIA TAMBEM DATACHK/WSDATACHK.
      * P-SRV-MESES-PADRAO: MESES DE SERVICO EM WS-SRV-MESES-PADRAO
      * (SEM O ARQUIVO VALEM 12).
      * P-SRV-FIM-PREVISTO: A PARTIR DE WS-SRV-DT-INCORP, WS-SRV-MESES
      * E WS-SRV-DIAS-PRORROG DEVOLVE WS-SRV-DT-FIM - MESMO DIA DO MES
      * DA INCORPORACAO DEPOIS DOS MESES DE SERVICO (ULTIMO DIA DO MES
      * QUANDO ELE NAO EXISTE, EX. 31 -> 30), MAIS OS DIAS DE
      * PRORROGACAO.
      ******************************************************************
       P-SRV-MESES-PADRAO.
           MOVE 12 TO WS-SRV-MESES-PADRAO
           OPEN INPUT SRV-CTL-FILE
           IF WS-SRV-CTL-STATUS NOT EQUAL 35 THEN
               READ SRV-CTL-FILE
                   NOT AT END
                       IF SRVC-MESES > 0 THEN
                           MOVE SRVC-MESES TO WS-SRV-MESES-PADRAO
                       END-IF
               END-READ
               CLOSE SRV-CTL-FILE
           END-IF.

       P-SRV-FIM-PREVISTO.
           COMPUTE WS-SRV-QTD-MESES = WS-SRV-INC-MM - 1 + WS-SRV-MESES
           DIVIDE WS-SRV-QTD-MESES BY 12 GIVING WS-SRV-QTD-ANOS
               REMAINDER WS-SRV-RESTO
           COMPUTE WS-SRV-FIM-AA = WS-SRV-INC-AA + WS-SRV-QTD-ANOS
           COMPUTE WS-SRV-FIM-MM = WS-SRV-RESTO + 1
           MOVE WS-SRV-INC-DD TO WS-SRV-FIM-DD
           MOVE WS-SRV-FIM-AA TO WS-DTCHK-YY
           MOVE WS-SRV-FIM-MM TO WS-DTCHK-MM
           PERFORM P-DEFINE-MAX-DIA
           IF WS-SRV-FIM-DD > WS-DTCHK-MAX-DIA THEN
               MOVE WS-DTCHK-MAX-DIA TO WS-SRV-FIM-DD
           END-IF
           IF WS-SRV-DIAS-PRORROG > 0 THEN
               COMPUTE WS-SRV-DT-FIM = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-SRV-DT-FIM)
                       + WS-SRV-DIAS-PRORROG)
           END-IF.

      ******************************************************************
      * RECIBO.cpy
      * NUMERACAO, REGISTRO E IMPRESSAO DOS RECIBOS DE PAGAMENTO NO
      * BALCAO. CADA LIQUIDACAO (PARCELA PAGA/PARCIAL NO OCCRS,
      * QUITACAO DO CONTRATO, ENTRADA DE RENEGOCIACAO, AMORTIZACAO
      * EXTRAORDINARIA OU ACERTO DO DIREITO DE ARREPENDIMENTO) RECEBE UM
      * NUMERO SEQUENCIAL DE RECIBO DE RECIBONUM.CTL (MESMO PADRAO DE
      * CONTADOR DE CARTNUM.CTL), E GRAVADA EM RECIBO.REG E IMPRESSA
      * EM RECIBO.PRN - PARA QUE O CLIENTE TENHA COMPROVANTE E PARA
      * QUE O RECIBOVER RESPONDA SE UM RECIBO NUMERO N E AUTENTICO E
      * EMITA A 2A VIA.
      * O PROGRAMA CHAMADOR DECLARA OS SELECT/FD DE RECNUM-CTL-FILE,
      * RECIBO-REG-FILE E RECIBO-PRN-FILE, PREENCHE OS CAMPOS DE
      * WSRECIBO (CONTRATO, PARCELAS, CLIENTE, VALORES, OPERADOR, DATA
      * DE MOVIMENTO) E FAZ PERFORM P-RECIBO-EMITE; O NUMERO EMITIDO
      * FICA EM WS-RECIBO-NUMERO. A REIMPRESSAO (RECIBOVER) NAO GASTA
      * NUMERO NOVO: CARREGA OS CAMPOS DO REGISTRO ORIGINAL, MARCA
      * WS-RECIBO-TIPO = 'R' E FAZ PERFORM P-RECIBO-REGISTRA E
      * P-RECIBO-IMPRIME.
      * CADA IMPRESSAO VIRA UM JOB DO ARQUIVO DE IMPRESSAO (SPOOL.cpy):
      * O CHAMADOR DECLARA TAMBEM O SELECT/FD DE SPOOL-IDX-FILE E
      * SPOOL-TAM-FILE, COPIA WSSPOOL E SPOOL E PREENCHE
      * WS-SPL-PROGRAMA E WS-SPL-OPERADOR.
      ******************************************************************
       P-RECIBO-EMITE.
           OPEN I-O RECNUM-CTL-FILE
           IF WS-RECNUM-STATUS EQUAL 35 THEN
               OPEN OUTPUT RECNUM-CTL-FILE
               MOVE 0 TO RECNUM-ULTIMO
               WRITE RECNUM-CTL-REC
               CLOSE RECNUM-CTL-FILE
               OPEN I-O RECNUM-CTL-FILE
           END-IF
           READ RECNUM-CTL-FILE NEXT RECORD
               AT END
                   MOVE 0 TO RECNUM-ULTIMO
           END-READ
           ADD 1 TO RECNUM-ULTIMO GIVING WS-RECIBO-NUMERO
           MOVE WS-RECIBO-NUMERO TO RECNUM-ULTIMO
           REWRITE RECNUM-CTL-REC
           CLOSE RECNUM-CTL-FILE

           MOVE 'O' TO WS-RECIBO-TIPO
           PERFORM P-RECIBO-REGISTRA
           PERFORM P-RECIBO-IMPRIME.

       P-RECIBO-REGISTRA.
           OPEN EXTEND RECIBO-REG-FILE
           IF WS-RECREG-STATUS EQUAL 35 THEN
               OPEN OUTPUT RECIBO-REG-FILE
           END-IF
           MOVE WS-RECIBO-NUMERO      TO RREG-NUMERO
           MOVE FUNCTION CURRENT-DATE TO RREG-TIMESTAMP
           MOVE WS-RECIBO-OPERADOR    TO RREG-OPERADOR
           MOVE WS-RECIBO-PROGRAMA    TO RREG-PROGRAMA
           MOVE WS-RECIBO-TIPO        TO RREG-TIPO
           MOVE WS-RECIBO-DT-NEGOCIO  TO RREG-DT-NEGOCIO
           MOVE WS-RECIBO-NUM-CONT    TO RREG-NUM-CONT
           MOVE WS-RECIBO-PARC-INI    TO RREG-PARC-INI
           MOVE WS-RECIBO-PARC-FIM    TO RREG-PARC-FIM
           MOVE WS-RECIBO-QTD-PARC    TO RREG-QTD-PARC
           MOVE WS-RECIBO-COD-CLI     TO RREG-COD-CLI
           MOVE WS-RECIBO-NM-CLI      TO RREG-NM-CLI
           MOVE WS-RECIBO-VL-PAGO     TO RREG-VL-PAGO
           MOVE WS-RECIBO-VL-MULTA    TO RREG-VL-MULTA
           MOVE WS-RECIBO-VL-SALDO    TO RREG-VL-SALDO
           WRITE RECIBO-REG-REC
           CLOSE RECIBO-REG-FILE.

       P-RECIBO-IMPRIME.
           MOVE 'RECIBO.PRN' TO WS-SPL-ARQUIVO
           MOVE 60           TO WS-SPL-TAM-REG
           MOVE 'S'          TO WS-SPL-PESSOAL
           PERFORM P-SPOOL-INICIA
           OPEN EXTEND RECIBO-PRN-FILE
           IF WS-RECPRN-STATUS EQUAL 35 THEN
               OPEN OUTPUT RECIBO-PRN-FILE
           END-IF

           IF WS-RECIBO-TIPO = 'R' THEN
               MOVE "---- RECIBO DE PAGAMENTO (2A VIA) ----"
                   TO RECIBO-LINE
           ELSE
               MOVE "---- RECIBO DE PAGAMENTO ----" TO RECIBO-LINE
           END-IF
           WRITE RECIBO-LINE
           MOVE SPACES TO RECIBO-LINE
           STRING "RECIBO NUMERO: "  DELIMITED BY SIZE
                  WS-RECIBO-NUMERO   DELIMITED BY SIZE
                  INTO RECIBO-LINE
           WRITE RECIBO-LINE
           MOVE WS-RECIBO-DT-NEGOCIO(7:2) TO WS-RECIBO-DATA-DD
           MOVE WS-RECIBO-DT-NEGOCIO(5:2) TO WS-RECIBO-DATA-MM
           MOVE WS-RECIBO-DT-NEGOCIO(1:4) TO WS-RECIBO-DATA-AA
           MOVE SPACES TO RECIBO-LINE
           STRING "DATA DO MOVIMENTO: " DELIMITED BY SIZE
                  WS-RECIBO-DATA-ED     DELIMITED BY SIZE
                  INTO RECIBO-LINE
           WRITE RECIBO-LINE
           MOVE SPACES TO RECIBO-LINE
           STRING "CLIENTE: "        DELIMITED BY SIZE
                  WS-RECIBO-NM-CLI   DELIMITED BY SIZE
                  INTO RECIBO-LINE
           WRITE RECIBO-LINE
           MOVE SPACES TO RECIBO-LINE
           STRING "CONTRATO: "       DELIMITED BY SIZE
                  WS-RECIBO-NUM-CONT DELIMITED BY SIZE
                  INTO RECIBO-LINE
           WRITE RECIBO-LINE
           MOVE SPACES TO RECIBO-LINE
           EVALUATE TRUE
      *        RECIBO QUE NAO E DE PARCELA - O PROGRAMA EMISSOR DIZ
      *        DO QUE E O VALOR.
               WHEN WS-RECIBO-PARC-INI = 0
                   EVALUATE WS-RECIBO-PROGRAMA
                       WHEN "RENEGOCIA"
                           MOVE "ENTRADA DE RENEGOCIACAO"
                             TO RECIBO-LINE
                       WHEN "AMORTEXT"
                           MOVE "AMORTIZACAO EXTRAORDINARIA"
                             TO RECIBO-LINE
                       WHEN "ARREPEND"
                           MOVE "DEVOLUCAO - DIREITO DE ARREPENDIMENTO"
                             TO RECIBO-LINE
                   END-EVALUATE
               WHEN WS-RECIBO-PARC-INI = WS-RECIBO-PARC-FIM
                   STRING "PARCELA: "        DELIMITED BY SIZE
                          WS-RECIBO-PARC-INI DELIMITED BY SIZE
                          INTO RECIBO-LINE
               WHEN OTHER
                   STRING "PARCELAS: "       DELIMITED BY SIZE
                          WS-RECIBO-PARC-INI DELIMITED BY SIZE
                          " A "              DELIMITED BY SIZE
                          WS-RECIBO-PARC-FIM DELIMITED BY SIZE
                          " ("               DELIMITED BY SIZE
                          WS-RECIBO-QTD-PARC DELIMITED BY SIZE
                          " PARCELAS)"       DELIMITED BY SIZE
                          INTO RECIBO-LINE
           END-EVALUATE
           WRITE RECIBO-LINE
           MOVE WS-RECIBO-VL-PAGO TO WS-RECIBO-VALOR-ED
           MOVE SPACES TO RECIBO-LINE
           STRING "VALOR PAGO......: " DELIMITED BY SIZE
                  WS-RECIBO-VALOR-ED   DELIMITED BY SIZE
                  INTO RECIBO-LINE
           WRITE RECIBO-LINE
           MOVE WS-RECIBO-VL-MULTA TO WS-RECIBO-VALOR-ED
           MOVE SPACES TO RECIBO-LINE
           STRING "MULTA POR ATRASO: " DELIMITED BY SIZE
                  WS-RECIBO-VALOR-ED   DELIMITED BY SIZE
                  INTO RECIBO-LINE
           WRITE RECIBO-LINE
           MOVE WS-RECIBO-VL-SALDO TO WS-RECIBO-VALOR-ED
           MOVE SPACES TO RECIBO-LINE
           STRING "SALDO DEVEDOR...: " DELIMITED BY SIZE
                  WS-RECIBO-VALOR-ED   DELIMITED BY SIZE
                  INTO RECIBO-LINE
           WRITE RECIBO-LINE
           MOVE SPACES TO RECIBO-LINE
           STRING "OPERADOR: "       DELIMITED BY SIZE
                  WS-RECIBO-OPERADOR DELIMITED BY SIZE
                  INTO RECIBO-LINE
           WRITE RECIBO-LINE
           MOVE SPACES TO RECIBO-LINE
           WRITE RECIBO-LINE
           CLOSE RECIBO-PRN-FILE
           PERFORM P-SPOOL-ARQUIVA.

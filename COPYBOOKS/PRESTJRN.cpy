      * (FECHADIA/CTRLDIA); O TIMESTAMP CONTINUA SENDO O RELOGIO DA
      * PAREDE, PARA AUDITORIA. SEM A DATA PREENCHIDA, VALE A DATA DA
      * MAQUINA, COMO SEMPRE FOI.
      * CADA LINHA LEVA O ELO DA CADEIA DE CONFERENCIA (JRN-ELO, VER
      * CADEIA.cpy/JRNDATA), COM A ANCORA EM PRESTACOES.JRN.ANC - O
      * CHAMADOR DECLARA TAMBEM O SELECT/FD DE ANC-FILE, COPY WSCADEIA
      * E COPY CADEIA.
      * O POSTO DE ATENDIMENTO (JRN-POSTO) VEM DE WS-JRN-POSTO: O
      * PROGRAMA INTERATIVO MOVE WS-OPERADOR-POSTO PARA ELE JUNTO COM O
      * OPERADOR; O LOTE DEIXA 000.
      ******************************************************************
       P-JRN-PARCELA.
           OPEN EXTEND PREST-JRN-FILE
           MOVE FUNCTION CURRENT-DATE TO JRN-TIMESTAMP
           MOVE WS-JRN-OPERADOR       TO JRN-OPERADOR
           MOVE WS-JRN-PROGRAMA       TO JRN-PROGRAMA
           MOVE WS-JRN-POSTO          TO JRN-POSTO
           MOVE PREST-NUM-CONT        TO JRN-NUM-CONT
           MOVE PREST-NUM-PARC        TO JRN-NUM-PARC
           MOVE WS-JRN-CAMPO          TO JRN-CAMPO
           ELSE
               MOVE WS-JRN-DT-NEGOCIO TO JRN-DT-NEGOCIO
           END-IF
           MOVE 'PRESTACOES.JRN.ANC'  TO WS-ANC-PATH
           MOVE PREST-JRN-REC         TO WS-CAD-LINHA
           MOVE 103                   TO WS-CAD-TAM
           PERFORM P-CADEIA-ENCADEIA
           MOVE WS-CAD-ELO            TO JRN-ELO
           WRITE PREST-JRN-REC
           IF WS-JRN-STATUS EQUAL 0 THEN
               PERFORM P-CADEIA-GRAVA-ANCORA
           END-IF
           CLOSE PREST-JRN-FILE.

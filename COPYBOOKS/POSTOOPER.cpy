      ******************************************************************
      * POSTOOPER.cpy
      * POSTO DE CADA OPERADOR, PARA OS RELATORIOS QUE SO TEM O ID DO
      * OPERADOR NO LANCAMENTO (REJEITADOS, ALISTAMENTO.LOG,
      * CAIXA.FCH). O PROGRAMA CHAMADOR DECLARA O SELECT/FD DE
      * USER-CTL-FILE (USERS.CTL, FD COM COPY USERCTL, FILE STATUS
      * WS-LOGON-STATUS, COM COPY WSLOGON) E FAZ PERFORM
      * P-POSTO-CARREGA-OPER UMA VEZ. P-POSTO-DO-OPERADOR DEVOLVE EM
      * WS-POSTO-COD-BUSCA O POSTO ATUAL DE WS-POSTO-OP-BUSCA - 000
      * QUANDO O ID NAO ESTA EM USERS.CTL (PROGRAMA EM LOTE).
      ******************************************************************
       P-POSTO-CARREGA-OPER.
           MOVE 0 TO WS-POSTO-OP-QTD
           OPEN INPUT USER-CTL-FILE
           IF WS-LOGON-STATUS EQUAL 35 THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-LOGON-EOF
           PERFORM UNTIL WS-LOGON-EOF = 'S'
               READ USER-CTL-FILE
                   AT END
                       MOVE 'S' TO WS-LOGON-EOF
                   NOT AT END
                       IF WS-POSTO-OP-QTD < 100 THEN
                           ADD 1 TO WS-POSTO-OP-QTD
                           MOVE USER-CTL-ID
                               TO WS-POSTO-OP-ID(WS-POSTO-OP-QTD)
                           MOVE USER-CTL-POSTO
                               TO WS-POSTO-OP-COD(WS-POSTO-OP-QTD)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE USER-CTL-FILE
           MOVE 'N' TO WS-LOGON-EOF.

       P-POSTO-DO-OPERADOR.
           MOVE 0 TO WS-POSTO-COD-BUSCA
           PERFORM VARYING WS-POSTO-OP-IDX FROM 1 BY 1
                   UNTIL WS-POSTO-OP-IDX > WS-POSTO-OP-QTD
               IF WS-POSTO-OP-ID(WS-POSTO-OP-IDX) = WS-POSTO-OP-BUSCA
                   MOVE WS-POSTO-OP-COD(WS-POSTO-OP-IDX)
                       TO WS-POSTO-COD-BUSCA
               END-IF
           END-PERFORM.

      ******************************************************************
      * POSTO.cpy
      * POSTOS DE ATENDIMENTO - CADA OPERADOR DE USERS.CTL PERTENCE A
      * UM POSTO DE POSTO.CTL (MANTIDO PELO POSTOMNT), E REGISTRO,
      * CLIENTE, AGENDA.DAT E PRESTACOES.JRN GUARDAM O POSTO DE QUEM
      * GEROU CADA LANCAMENTO, PARA QUE FECHADIA, OPERPROD, ROSTER,
      * PORTFRPT E CAIXA QUEBREM POR POSTO.
      * O PROGRAMA CHAMADOR DECLARA O SELECT/FD DE POSTO-FILE
      * (POSTO.CTL, FD COM COPY POSTODATA, FILE STATUS
      * WS-POSTO-STATUS) E FAZ PERFORM P-POSTO-CARREGA UMA VEZ.
      * P-POSTO-BUSCA LOCALIZA WS-POSTO-COD-BUSCA NA TABELA
      * (WS-POSTO-ACHOU E WS-POSTO-IDX); P-POSTO-VALIDA DIZ SE O POSTO
      * PODE RECEBER OPERADOR/LANCAMENTO (WS-POSTO-OK); P-POSTO-POSICAO
      * DEVOLVE SEMPRE UMA POSICAO (WS-POSTO-IDX), ACRESCENTANDO O
      * CODIGO QUE SO EXISTE NOS DADOS, PARA A QUEBRA DOS RELATORIOS.
      ******************************************************************
       P-POSTO-CARREGA.
           MOVE 0 TO WS-POSTO-QTD
           MOVE 'N' TO WS-POSTO-EOF
           OPEN INPUT POSTO-FILE
           IF WS-POSTO-STATUS EQUAL 35 THEN
      *        SEM POSTO.CTL - POSTO UNICO (VER P-POSTO-VALIDA).
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-POSTO-EOF = 'S'
               READ POSTO-FILE
                   AT END
                       MOVE 'S' TO WS-POSTO-EOF
                   NOT AT END
                       IF WS-POSTO-QTD < 20 THEN
                           ADD 1 TO WS-POSTO-QTD
                           MOVE POSTO-CODIGO
                               TO WS-POSTO-TB-CODIGO(WS-POSTO-QTD)
                           MOVE POSTO-NOME
                               TO WS-POSTO-TB-NOME(WS-POSTO-QTD)
                           MOVE POSTO-ATIVO
                               TO WS-POSTO-TB-ATIVO(WS-POSTO-QTD)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POSTO-FILE.

       P-POSTO-BUSCA.
           MOVE 'N' TO WS-POSTO-ACHOU
           PERFORM VARYING WS-POSTO-IDX FROM 1 BY 1
                   UNTIL WS-POSTO-IDX > WS-POSTO-QTD
                      OR WS-POSTO-ACHOU = 'S'
               IF WS-POSTO-TB-CODIGO(WS-POSTO-IDX) = WS-POSTO-COD-BUSCA
                   MOVE 'S' TO WS-POSTO-ACHOU
               END-IF
           END-PERFORM
           IF WS-POSTO-ACHOU = 'S' THEN
               SUBTRACT 1 FROM WS-POSTO-IDX
           END-IF.

       P-POSTO-VALIDA.
      *    POSTO CADASTRADO E ATIVO. ENQUANTO POSTO.CTL NAO EXISTIR, SO
      *    O POSTO ORIGINAL (001) E ACEITO.
           MOVE 'N' TO WS-POSTO-OK
           IF WS-POSTO-QTD = 0 THEN
               IF WS-POSTO-COD-BUSCA = 1 THEN
                   MOVE 'S' TO WS-POSTO-OK
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM P-POSTO-BUSCA
           IF WS-POSTO-ACHOU = 'S' AND
              WS-POSTO-TB-ATIVO(WS-POSTO-IDX) NOT = 'N' THEN
               MOVE 'S' TO WS-POSTO-OK
           END-IF.

       P-POSTO-POSICAO.
           PERFORM P-POSTO-BUSCA
           IF WS-POSTO-ACHOU = 'S' THEN
               EXIT PARAGRAPH
           END-IF
           IF WS-POSTO-QTD < 25 THEN
               ADD 1 TO WS-POSTO-QTD
               MOVE WS-POSTO-QTD TO WS-POSTO-IDX
               MOVE WS-POSTO-COD-BUSCA
                   TO WS-POSTO-TB-CODIGO(WS-POSTO-IDX)
               MOVE 'N' TO WS-POSTO-TB-ATIVO(WS-POSTO-IDX)
               EVALUATE TRUE
                   WHEN WS-POSTO-COD-BUSCA = 0
                       MOVE "LOTE (SEM POSTO)"
                           TO WS-POSTO-TB-NOME(WS-POSTO-IDX)
                   WHEN WS-POSTO-COD-BUSCA = 1
                       MOVE "POSTO ORIGINAL"
                           TO WS-POSTO-TB-NOME(WS-POSTO-IDX)
                   WHEN OTHER
                       MOVE "POSTO NAO CADASTRADO"
                           TO WS-POSTO-TB-NOME(WS-POSTO-IDX)
               END-EVALUATE
           ELSE
      *        TABELA CHEIA - O QUE SOBRA VAI PARA A ULTIMA POSICAO.
               MOVE 25 TO WS-POSTO-IDX
               MOVE "OUTROS POSTOS" TO WS-POSTO-TB-NOME(WS-POSTO-IDX)
           END-IF.

      ******************************************************************
      * PRODUTO.cpy
      * CATALOGO DE PRODUTOS DE FINANCIAMENTO - CADA CONTRATO E
      * SIMULACAO PERTENCE A UM PRODUTO DE PRODUTO.CTL (MANTIDO PELO
      * PRODMNT), QUE DEFINE A FAIXA DE VALOR E DE PRAZO ACEITA, A
      * TAXA (UNICA OU POR FAIXA DE PRAZO) E O METODO DE AMORTIZACAO.
      * COMPARTILHADO POR SIMULA, CONTRATOMNT, PORTFRPT E FLUXOCX.
      * O PROGRAMA CHAMADOR DECLARA O SELECT/FD DE PRODUTO-FILE
      * (PRODUTO.CTL, FD COM COPY PRODDATA, FILE STATUS
      * WS-PROD-STATUS) E FAZ PERFORM P-PROD-CARREGA UMA VEZ. PARA
      * VALIDAR TERMOS, PREENCHE WS-PROD-COD-BUSCA, WS-PROD-PRINCIPAL
      * E WS-PROD-PRAZO E FAZ PERFORM P-PROD-VALIDA: WS-PROD-OK = 'S'
      * COM WS-PROD-TAXA E WS-PROD-METODO DO PRODUTO, OU 'N' COM O
      * MOTIVO EM WS-PROD-MOTIVO. PARA SO LOCALIZAR UM CODIGO NA
      * TABELA (RELATORIOS), FAZ PERFORM P-PROD-BUSCA: WS-PROD-ACHOU
      * E WS-PROD-IDX.
      ******************************************************************
       P-PROD-CARREGA.
           MOVE 0 TO WS-PROD-QTD
           MOVE 'N' TO WS-PROD-EOF
           OPEN INPUT PRODUTO-FILE
           IF WS-PROD-STATUS EQUAL 35 THEN
      *        SEM PRODUTO.CTL - CATALOGO VAZIO.
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PROD-EOF = 'S'
               READ PRODUTO-FILE
                   AT END
                       MOVE 'S' TO WS-PROD-EOF
                   NOT AT END
                       IF WS-PROD-QTD < 30 THEN
                           ADD 1 TO WS-PROD-QTD
                           MOVE PROD-CODIGO
                               TO WS-PROD-TB-CODIGO(WS-PROD-QTD)
                           MOVE PROD-DESCRICAO
                               TO WS-PROD-TB-DESCRICAO(WS-PROD-QTD)
                           MOVE PROD-VL-MIN
                               TO WS-PROD-TB-VL-MIN(WS-PROD-QTD)
                           MOVE PROD-VL-MAX
                               TO WS-PROD-TB-VL-MAX(WS-PROD-QTD)
                           MOVE PROD-PRAZO-MIN
                               TO WS-PROD-TB-PRAZO-MIN(WS-PROD-QTD)
                           MOVE PROD-PRAZO-MAX
                               TO WS-PROD-TB-PRAZO-MAX(WS-PROD-QTD)
                           MOVE PROD-TAXA
                               TO WS-PROD-TB-TAXA(WS-PROD-QTD)
                           PERFORM VARYING WS-PROD-FX FROM 1 BY 1
                                   UNTIL WS-PROD-FX > 3
                               MOVE PROD-FX-PRAZO-ATE(WS-PROD-FX)
                                   TO WS-PROD-TB-FX-ATE(WS-PROD-QTD,
                                                        WS-PROD-FX)
                               MOVE PROD-FX-TAXA(WS-PROD-FX)
                                   TO WS-PROD-TB-FX-TAXA(WS-PROD-QTD,
                                                         WS-PROD-FX)
                           END-PERFORM
                           MOVE PROD-METODO
                               TO WS-PROD-TB-METODO(WS-PROD-QTD)
                           MOVE PROD-ATIVO
                               TO WS-PROD-TB-ATIVO(WS-PROD-QTD)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRODUTO-FILE.

       P-PROD-BUSCA.
           MOVE 'N' TO WS-PROD-ACHOU
           PERFORM VARYING WS-PROD-IDX FROM 1 BY 1
                   UNTIL WS-PROD-IDX > WS-PROD-QTD
                      OR WS-PROD-ACHOU = 'S'
               IF WS-PROD-TB-CODIGO(WS-PROD-IDX) = WS-PROD-COD-BUSCA
                   MOVE 'S' TO WS-PROD-ACHOU
               END-IF
           END-PERFORM
           IF WS-PROD-ACHOU = 'S' THEN
               SUBTRACT 1 FROM WS-PROD-IDX
           END-IF.

       P-PROD-VALIDA.
           MOVE 'N' TO WS-PROD-OK
           MOVE SPACES TO WS-PROD-MOTIVO
           MOVE 0 TO WS-PROD-TAXA
           MOVE SPACE TO WS-PROD-METODO
           PERFORM P-PROD-BUSCA
           IF WS-PROD-ACHOU NOT = 'S' THEN
               MOVE "PRODUTO NAO CADASTRADO." TO WS-PROD-MOTIVO
               EXIT PARAGRAPH
           END-IF
           IF WS-PROD-TB-ATIVO(WS-PROD-IDX) = 'N' THEN
               MOVE "PRODUTO DESATIVADO - FORA DE OFERTA."
                   TO WS-PROD-MOTIVO
               EXIT PARAGRAPH
           END-IF
           IF WS-PROD-PRINCIPAL < WS-PROD-TB-VL-MIN(WS-PROD-IDX)
              OR WS-PROD-PRINCIPAL > WS-PROD-TB-VL-MAX(WS-PROD-IDX)
               MOVE "VALOR FORA DA FAIXA DO PRODUTO." TO WS-PROD-MOTIVO
               EXIT PARAGRAPH
           END-IF
           IF WS-PROD-PRAZO < WS-PROD-TB-PRAZO-MIN(WS-PROD-IDX)
              OR WS-PROD-PRAZO > WS-PROD-TB-PRAZO-MAX(WS-PROD-IDX)
               MOVE "PRAZO FORA DA FAIXA DO PRODUTO." TO WS-PROD-MOTIVO
               EXIT PARAGRAPH
           END-IF
      *    TAXA: PRIMEIRA FAIXA DE PRAZO QUE COBRE O PRAZO PEDIDO;
      *    SEM FAIXA QUE COBRE, VALE A TAXA UNICA DO PRODUTO.
           MOVE WS-PROD-TB-TAXA(WS-PROD-IDX) TO WS-PROD-TAXA
           PERFORM VARYING WS-PROD-FX FROM 3 BY -1
                   UNTIL WS-PROD-FX < 1
               IF WS-PROD-TB-FX-ATE(WS-PROD-IDX, WS-PROD-FX) > 0
                  AND WS-PROD-TB-FX-ATE(WS-PROD-IDX, WS-PROD-FX)
                      >= WS-PROD-PRAZO
                   MOVE WS-PROD-TB-FX-TAXA(WS-PROD-IDX, WS-PROD-FX)
                       TO WS-PROD-TAXA
               END-IF
           END-PERFORM
           MOVE WS-PROD-TB-METODO(WS-PROD-IDX) TO WS-PROD-METODO
           MOVE 'S' TO WS-PROD-OK.

      ******************************************************************
      * EXARHIST.cpy
      * LOCALIZA EM CERTIFICADO.REG A ULTIMA EMISSAO DE CERTIFICADO DE
      * RESERVISTA ('R') DO CPF EM WS-EXAR-CPF E DEVOLVE O HISTORICO DE
      * APRESENTACAO ANUAL (EXAR) CARIMBADO NELA, A UNIDADE E O ANO
      * BASE DA OBRIGACAO - O MENOR CERT-ANO-BASE ENTRE AS EMISSOES 'R'
      * DO CPF (UMA SEGUNDA VIA NAO REINICIA A CONTAGEM). O PROGRAMA
      * CHAMADOR DECLARA O SELECT/FD DE CERT-REG-FILE (CERTIFICADO.REG,
      * COPY CERTREGDATA) COM FILE STATUS WS-CERTREG-STATUS E FAZ
      * PERFORM P-EXAR-HISTORICO; O ARQUIVO FICA FECHADO NA SAIDA.
      ******************************************************************
       P-EXAR-HISTORICO.
           MOVE 0      TO WS-EXAR-LIDOS
           MOVE 0      TO WS-EXAR-POS
           MOVE 0      TO WS-EXAR-ANO-BASE
           MOVE 0      TO WS-EXAR-QTD
           MOVE SPACES TO WS-EXAR-NOME
           MOVE SPACES TO WS-EXAR-UNIDADE
           INITIALIZE WS-EXAR-TAB
           OPEN INPUT CERT-REG-FILE
           IF WS-CERTREG-STATUS EQUAL 35 THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EXAR-EOF
           PERFORM UNTIL WS-EXAR-EOF = 'S'
               READ CERT-REG-FILE
                   AT END
                       MOVE 'S' TO WS-EXAR-EOF
                   NOT AT END
                       ADD 1 TO WS-EXAR-LIDOS
                       IF CERT-CPF = WS-EXAR-CPF AND
                          CERT-TIPO = 'R' THEN
                           PERFORM P-EXAR-GUARDA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CERT-REG-FILE.

       P-EXAR-GUARDA.
           MOVE WS-EXAR-LIDOS TO WS-EXAR-POS
           MOVE CERT-NAME     TO WS-EXAR-NOME
           MOVE CERT-UNIDADE  TO WS-EXAR-UNIDADE
           MOVE CERT-EXAR-QTD TO WS-EXAR-QTD
           PERFORM VARYING WS-EXAR-IDX FROM 1 BY 1
                   UNTIL WS-EXAR-IDX > 5
               MOVE CERT-EXAR-ANO(WS-EXAR-IDX)
                 TO WS-EXAR-ANO(WS-EXAR-IDX)
               MOVE CERT-EXAR-DT(WS-EXAR-IDX)
                 TO WS-EXAR-DT(WS-EXAR-IDX)
               MOVE CERT-EXAR-RECIBO(WS-EXAR-IDX)
                 TO WS-EXAR-RECIBO(WS-EXAR-IDX)
           END-PERFORM
           IF WS-EXAR-ANO-BASE = 0 OR
              CERT-ANO-BASE < WS-EXAR-ANO-BASE THEN
               MOVE CERT-ANO-BASE TO WS-EXAR-ANO-BASE
           END-IF.

      ******************************************************************
      * ETIQUETA.cpy
      * ETIQUETAS DE ENDERECAMENTO E MANIFESTO POSTAL DAS NOTIFICACOES
      * DE CONVOCACAO. O CORREIO SO DA O DESCONTO DE POSTAGEM EM LOTE
      * COM OS OBJETOS ORDENADOS POR CEP E ACOMPANHADOS DO MANIFESTO.
      * P-ETQ-EMITE CLASSIFICA ETIQUETA.WRK (VER ETQDATA) POR CEP E
      * NOME E GRAVA:
      *   ETIQUETAS.PRN  - FOLHA DE ETIQUETAS COM TRES POR LINHA
      *                    (NOME, RUA/NUMERO, BAIRRO, CEP CIDADE/UF);
      *   MANIFESTO.PRN  - QUANTIDADE DE OBJETOS POR FAIXA DE CEP
      *                    (CINCO PRIMEIROS DIGITOS) E TOTAL;
      *   ETIQRETIDA.PRN - QUEM NAO VAI PELO CORREIO: ENDERECO AINDA
      *                    APONTADO PELO CEPSWEEP COMO INCOERENTE (O
      *                    CEP/CIDADE/UF GRAVADOS CONTINUAM OS MESMOS
      *                    DE CEPSWEEP.EXC) OU ENDERECO INCOMPLETO.
      *                    CORRIGIDO O ENDERECO, A REIMPRESSAO E PELO
      *                    ETIQCONV.
      * O PROGRAMA CHAMADOR DECLARA O SELECT/FD DE ETQ-WRK-FILE,
      * ETQ-SORT-FILE (SD), ETQ-PRN-FILE, ETQ-MAN-FILE, ETQ-RET-FILE E
      * ETQ-EXC-FILE (CEPSWEEP.EXC), GRAVA E FECHA ETIQUETA.WRK, MOVE
      * A DATA DA CONVOCACAO PARA WS-ETQ-DT-CONV (VER WSETIQUETA) E
      * FAZ PERFORM P-ETQ-EMITE.
      * CADA IMPRESSAO VIRA UM JOB DO ARQUIVO DE IMPRESSAO (SPOOL.cpy):
      * O CHAMADOR DECLARA TAMBEM O SELECT/FD DE SPOOL-IDX-FILE E
      * SPOOL-TAM-FILE, COPIA WSSPOOL E SPOOL E PREENCHE
      * WS-SPL-PROGRAMA E WS-SPL-OPERADOR.
      ******************************************************************
       P-ETQ-EMITE.
           PERFORM P-ETQ-CARREGA-EXC
           MOVE 0 TO WS-ETQ-COL
           MOVE SPACES TO WS-ETQ-FOLHA
           MOVE SPACES TO WS-ETQ-FAIXA
           MOVE 0 TO WS-ETQ-QTD-FAIXA
           MOVE 0 TO WS-ETQ-QTD-FAIXAS
           MOVE 0 TO WS-ETQ-QTD-POSTADAS
           MOVE 0 TO WS-ETQ-QTD-RETIDAS

           OPEN OUTPUT ETQ-PRN-FILE
           OPEN OUTPUT ETQ-MAN-FILE
           OPEN OUTPUT ETQ-RET-FILE
           MOVE "MANIFESTO DE POSTAGEM - NOTIFICACOES DE CONVOCACAO"
             TO WS-ETQ-LINHA
           PERFORM P-ETQ-SAIDA-MANIFESTO
           STRING "DATA DA CONVOCACAO: " DELIMITED BY SIZE
                  WS-ETQ-DT-CONV(7:2)    DELIMITED BY SIZE
                  "/"                    DELIMITED BY SIZE
                  WS-ETQ-DT-CONV(5:2)    DELIMITED BY SIZE
                  "/"                    DELIMITED BY SIZE
                  WS-ETQ-DT-CONV(1:4)    DELIMITED BY SIZE
                  "  - OBJETOS EM ORDEM DE CEP" DELIMITED BY SIZE
                  INTO WS-ETQ-LINHA
           PERFORM P-ETQ-SAIDA-MANIFESTO
           PERFORM P-ETQ-SAIDA-MANIFESTO
           MOVE "FAIXA DE CEP                  OBJETOS" TO WS-ETQ-LINHA
           PERFORM P-ETQ-SAIDA-MANIFESTO
           MOVE "NOTIFICACOES DE CONVOCACAO RETIDAS (NAO POSTADAS)"
             TO WS-ETQ-LINHA
           PERFORM P-ETQ-SAIDA-RETIDA
           MOVE "CPF         NOME                           CEP       "
             TO WS-ETQ-LINHA
           MOVE "MOTIVO" TO WS-ETQ-LINHA(54:6)
           PERFORM P-ETQ-SAIDA-RETIDA

           SORT ETQ-SORT-FILE
               ON ASCENDING KEY ETQ-SD-CEP ETQ-SD-NOME
               USING ETQ-WRK-FILE
               OUTPUT PROCEDURE IS P-ETQ-SAIDA

           PERFORM P-ETQ-SAIDA-MANIFESTO
           MOVE WS-ETQ-QTD-FAIXAS TO WS-ETQ-EDIT-QTD
           STRING "FAIXAS DE CEP:                " DELIMITED BY SIZE
                  WS-ETQ-EDIT-QTD                  DELIMITED BY SIZE
                  INTO WS-ETQ-LINHA
           PERFORM P-ETQ-SAIDA-MANIFESTO
           MOVE WS-ETQ-QTD-POSTADAS TO WS-ETQ-EDIT-QTD
           STRING "TOTAL DE OBJETOS:             " DELIMITED BY SIZE
                  WS-ETQ-EDIT-QTD                  DELIMITED BY SIZE
                  INTO WS-ETQ-LINHA
           PERFORM P-ETQ-SAIDA-MANIFESTO
           PERFORM P-ETQ-SAIDA-RETIDA
           MOVE WS-ETQ-QTD-RETIDAS TO WS-ETQ-EDIT-QTD
           STRING "TOTAL DE RETIDAS:             " DELIMITED BY SIZE
                  WS-ETQ-EDIT-QTD                  DELIMITED BY SIZE
                  INTO WS-ETQ-LINHA
           PERFORM P-ETQ-SAIDA-RETIDA
           CLOSE ETQ-PRN-FILE
           CLOSE ETQ-MAN-FILE
           CLOSE ETQ-RET-FILE
           MOVE 'S'              TO WS-SPL-PESSOAL
           MOVE 'ETIQUETAS.PRN'  TO WS-SPL-ARQUIVO
           MOVE 126              TO WS-SPL-TAM-REG
           PERFORM P-SPOOL-ARQUIVA
           MOVE 'MANIFESTO.PRN'  TO WS-SPL-ARQUIVO
           MOVE 80               TO WS-SPL-TAM-REG
           PERFORM P-SPOOL-ARQUIVA
           MOVE 'ETIQRETIDA.PRN' TO WS-SPL-ARQUIVO
           PERFORM P-SPOOL-ARQUIVA

           DISPLAY "ETIQUETAS (ETIQUETAS.PRN): " WS-ETQ-QTD-POSTADAS
                   "  MANIFESTO EM MANIFESTO.PRN"
           IF WS-ETQ-QTD-RETIDAS > 0 THEN
               DISPLAY "RETIDAS POR ENDERECO (ETIQRETIDA.PRN): "
                       WS-ETQ-QTD-RETIDAS
           END-IF.

       P-ETQ-SAIDA.
           MOVE 'N' TO WS-ETQ-EOF
           PERFORM UNTIL WS-ETQ-EOF = 'S'
               RETURN ETQ-SORT-FILE
                   AT END
                       MOVE 'S' TO WS-ETQ-EOF
                   NOT AT END
                       PERFORM P-ETQ-CONFERE
                       IF WS-ETQ-MOTIVO NOT = SPACES THEN
                           PERFORM P-ETQ-RETEM
                       ELSE
                           IF ETQ-SD-CEP(1:5) NOT = WS-ETQ-FAIXA THEN
                               PERFORM P-ETQ-FECHA-FAIXA
                               MOVE ETQ-SD-CEP(1:5) TO WS-ETQ-FAIXA
                           END-IF
                           ADD 1 TO WS-ETQ-QTD-FAIXA
                           ADD 1 TO WS-ETQ-QTD-POSTADAS
                           PERFORM P-ETQ-ETIQUETA
                       END-IF
               END-RETURN
           END-PERFORM
           PERFORM P-ETQ-FECHA-FAIXA
           PERFORM P-ETQ-IMPRIME-FOLHA.

       P-ETQ-CONFERE.
           MOVE SPACES TO WS-ETQ-MOTIVO
           IF ETQ-SD-CEP = SPACES OR ETQ-SD-RUA = SPACES OR
              ETQ-SD-CIDADE = SPACES OR ETQ-SD-UF = SPACES THEN
               MOVE "ENDERECO INCOMPLETO" TO WS-ETQ-MOTIVO
               EXIT PARAGRAPH
           END-IF
           MOVE ETQ-SD-CPF TO WS-ETQ-CPF-X
           PERFORM VARYING WS-ETQ-EXC-IDX FROM 1 BY 1
                   UNTIL WS-ETQ-EXC-IDX > WS-ETQ-QTD-EXC
               IF WS-ETQ-EXC-CPF(WS-ETQ-EXC-IDX) = WS-ETQ-CPF-X AND
                  WS-ETQ-EXC-CEP(WS-ETQ-EXC-IDX) = ETQ-SD-CEP AND
                  WS-ETQ-EXC-CIDADE(WS-ETQ-EXC-IDX) = ETQ-SD-CIDADE
                  AND WS-ETQ-EXC-UF(WS-ETQ-EXC-IDX) = ETQ-SD-UF THEN
                   MOVE "CEP DIVERGENTE (CEPSWEEP)" TO WS-ETQ-MOTIVO
                   MOVE WS-ETQ-QTD-EXC TO WS-ETQ-EXC-IDX
               END-IF
           END-PERFORM.

       P-ETQ-RETEM.
           ADD 1 TO WS-ETQ-QTD-RETIDAS
           MOVE ETQ-SD-CPF    TO WS-ETQ-LINHA(1:11)
           MOVE ETQ-SD-NOME   TO WS-ETQ-LINHA(13:30)
           MOVE ETQ-SD-CEP    TO WS-ETQ-LINHA(44:9)
           MOVE WS-ETQ-MOTIVO TO WS-ETQ-LINHA(54:27)
           PERFORM P-ETQ-SAIDA-RETIDA.

       P-ETQ-ETIQUETA.
      *    MONTA A ETIQUETA NA PROXIMA COLUNA DA FOLHA (42 POSICOES POR
      *    COLUNA: 40 DE TEXTO E 2 DE MARGEM).
           ADD 1 TO WS-ETQ-COL
           COMPUTE WS-ETQ-POS = (WS-ETQ-COL - 1) * 42 + 1
           MOVE ETQ-SD-NOME(1:40) TO WS-ETQ-FOLHA-LINHA(1)
                                     (WS-ETQ-POS:40)
           MOVE SPACES TO WS-ETQ-TEXTO
           STRING ETQ-SD-RUA    DELIMITED BY "  "
                  ", "          DELIMITED BY SIZE
                  ETQ-SD-NUMERO DELIMITED BY "  "
                  INTO WS-ETQ-TEXTO
           MOVE WS-ETQ-TEXTO TO WS-ETQ-FOLHA-LINHA(2)(WS-ETQ-POS:40)
           MOVE ETQ-SD-BAIRRO TO WS-ETQ-FOLHA-LINHA(3)(WS-ETQ-POS:40)
           MOVE SPACES TO WS-ETQ-TEXTO
           STRING ETQ-SD-CEP    DELIMITED BY SIZE
                  "  "          DELIMITED BY SIZE
                  ETQ-SD-CIDADE DELIMITED BY "  "
                  "/"           DELIMITED BY SIZE
                  ETQ-SD-UF     DELIMITED BY SIZE
                  INTO WS-ETQ-TEXTO
           MOVE WS-ETQ-TEXTO TO WS-ETQ-FOLHA-LINHA(4)(WS-ETQ-POS:40)
           IF WS-ETQ-COL = 3 THEN
               PERFORM P-ETQ-IMPRIME-FOLHA
           END-IF.

       P-ETQ-IMPRIME-FOLHA.
           IF WS-ETQ-COL = 0 THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ETQ-LIN FROM 1 BY 1 UNTIL WS-ETQ-LIN > 4
               MOVE WS-ETQ-FOLHA-LINHA(WS-ETQ-LIN) TO ETQ-PRN-LINE
               WRITE ETQ-PRN-LINE
           END-PERFORM
           MOVE SPACES TO ETQ-PRN-LINE
           WRITE ETQ-PRN-LINE
           MOVE SPACES TO WS-ETQ-FOLHA
           MOVE 0 TO WS-ETQ-COL.

       P-ETQ-FECHA-FAIXA.
           IF WS-ETQ-QTD-FAIXA = 0 THEN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ETQ-QTD-FAIXAS
           MOVE WS-ETQ-QTD-FAIXA TO WS-ETQ-EDIT-QTD
           STRING WS-ETQ-FAIXA   DELIMITED BY SIZE
                  "-000 A "      DELIMITED BY SIZE
                  WS-ETQ-FAIXA   DELIMITED BY SIZE
                  "-999        " DELIMITED BY SIZE
                  WS-ETQ-EDIT-QTD DELIMITED BY SIZE
                  INTO WS-ETQ-LINHA
           PERFORM P-ETQ-SAIDA-MANIFESTO
           MOVE 0 TO WS-ETQ-QTD-FAIXA.

       P-ETQ-SAIDA-MANIFESTO.
           MOVE WS-ETQ-LINHA TO ETQ-MAN-LINE
           WRITE ETQ-MAN-LINE
           MOVE SPACES TO WS-ETQ-LINHA.

       P-ETQ-SAIDA-RETIDA.
           MOVE WS-ETQ-LINHA TO ETQ-RET-LINE
           WRITE ETQ-RET-LINE
           MOVE SPACES TO WS-ETQ-LINHA.

       P-ETQ-CARREGA-EXC.
      *    SO INTERESSAM AS DIVERGENCIAS DE REGISTRO (A CHAVE E O CPF).
           MOVE 0 TO WS-ETQ-QTD-EXC
           OPEN INPUT ETQ-EXC-FILE
           IF WS-ETQ-EXC-STATUS EQUAL 35 THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-ETQ-EOF
           PERFORM UNTIL WS-ETQ-EOF = 'S'
               READ ETQ-EXC-FILE
                   AT END
                       MOVE 'S' TO WS-ETQ-EOF
                   NOT AT END
                       IF ETQ-EXC-ARQUIVO = "REGISTRO" THEN
                           IF WS-ETQ-QTD-EXC < 5000 THEN
                               ADD 1 TO WS-ETQ-QTD-EXC
                               MOVE ETQ-EXC-CHAVE
                                 TO WS-ETQ-EXC-CPF(WS-ETQ-QTD-EXC)
                               MOVE ETQ-EXC-CEP
                                 TO WS-ETQ-EXC-CEP(WS-ETQ-QTD-EXC)
                               MOVE ETQ-EXC-CIDADE-GRAVADA
                                 TO WS-ETQ-EXC-CIDADE(WS-ETQ-QTD-EXC)
                               MOVE ETQ-EXC-UF-GRAVADA
                                 TO WS-ETQ-EXC-UF(WS-ETQ-QTD-EXC)
                           ELSE
                               DISPLAY "CEPSWEEP.EXC COM MAIS DE 5000 "
                                       "DIVERGENCIAS - AS DEMAIS NAO "
                                       "FORAM CONFERIDAS"
                               MOVE 'S' TO WS-ETQ-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ETQ-EXC-FILE.

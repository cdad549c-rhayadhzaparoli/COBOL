      ******************************************************************
      * MULTA.cpy
      * MULTA POR ALISTAMENTO FORA DO PRAZO. QUEM SE ALISTA DEPOIS DO
      * PRAZO DO SEU ANO DE NASCIMENTO (ATE WS-MLT-PRAZO-MMDD DO ANO
      * EM QUE COMPLETA 18 ANOS) DEVE A MULTA LEGAL; A CARTEIRA SO E
      * EMITIDA DEPOIS DA MULTA PAGA (MULTA-SITUACAO EM PRSDATA).
      * O PROGRAMA CHAMADOR DECLARA OS SELECT/FD DE MULTA-CTL-FILE
      * (MULTA.CTL, MESMO LAYOUT DE MULTA-CTL-REC NO CTLMNT) E DE
      * MULTA-GUIA-FILE (MULTA.PRN, LINHA MULTA-GUIA-LINE X(80)).
      * P-MULTA-CALCULA: PREENCHA WS-MLT-DT-NASC E WS-MLT-DT-ALIST;
      * DEVOLVE WS-MLT-DEVIDA, WS-MLT-VALOR E WS-MLT-DT-VENC (A DATA DE
      * NASCIMENTO ZERADA DOS REGISTROS MIGRADOS NUNCA GERA MULTA).
      * P-MULTA-GUIA: PREENCHA TAMBEM WS-MLT-CPF E WS-MLT-NOME; A GUIA
      * COM O CODIGO DE BARRAS E A LINHA DIGITAVEL SAI EM MULTA.PRN.
      * CADA IMPRESSAO VIRA UM JOB DO ARQUIVO DE IMPRESSAO (SPOOL.cpy):
      * O CHAMADOR DECLARA TAMBEM O SELECT/FD DE SPOOL-IDX-FILE E
      * SPOOL-TAM-FILE, COPIA WSSPOOL E SPOOL E PREENCHE
      * WS-SPL-PROGRAMA E WS-SPL-OPERADOR.
      ******************************************************************
       P-MULTA-CALCULA.
           PERFORM P-MULTA-PARAMETROS
           MOVE 'N' TO WS-MLT-DEVIDA
           MOVE 0   TO WS-MLT-VALOR
           MOVE 0   TO WS-MLT-DT-VENC
           IF WS-MLT-DT-NASC = 0 OR WS-MLT-DT-ALIST = 0 THEN
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MLT-DT-LIMITE =
                   (WS-MLT-ANO-NASC + 18) * 10000
                   + WS-MLT-PRAZO-MMDD
           IF WS-MLT-DT-ALIST > WS-MLT-DT-LIMITE THEN
               MOVE 'S' TO WS-MLT-DEVIDA
               MOVE WS-MLT-VALOR-BASE TO WS-MLT-VALOR
               COMPUTE WS-MLT-DT-VENC = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(WS-MLT-DT-ALIST)
                        + WS-MLT-DIAS-VENC)
           END-IF.

       P-MULTA-PARAMETROS.
           OPEN INPUT MULTA-CTL-FILE
           IF WS-MLT-CTL-STATUS NOT EQUAL 35 THEN
               READ MULTA-CTL-FILE
                   NOT AT END
                       IF MCTL-PRAZO-MMDD > 0 THEN
                           MOVE MCTL-PRAZO-MMDD TO WS-MLT-PRAZO-MMDD
                       END-IF
                       IF MCTL-VALOR > 0 THEN
                           MOVE MCTL-VALOR TO WS-MLT-VALOR-BASE
                       END-IF
                       IF MCTL-DIAS-VENC > 0 THEN
                           MOVE MCTL-DIAS-VENC TO WS-MLT-DIAS-VENC
                       END-IF
                       MOVE MCTL-CONVENIO TO WS-MLT-CONVENIO
               END-READ
               CLOSE MULTA-CTL-FILE
           END-IF.

       P-MULTA-GUIA.
           PERFORM P-MULTA-PARAMETROS
           MOVE WS-MLT-VALOR    TO WS-MLT-BAR-VALOR
           MOVE WS-MLT-CONVENIO TO WS-MLT-BAR-CONVENIO
           MOVE WS-MLT-CPF      TO WS-MLT-BAR-CPF
           MOVE WS-MLT-DT-VENC  TO WS-MLT-BAR-VENC
           MOVE 0               TO WS-MLT-BAR-LIVRE
      *    DIGITO GERAL: MODULO 10 DAS OUTRAS 43 POSICOES.
           MOVE SPACES TO WS-MLT-M10-CAMPO
           STRING WS-MLT-BARRAS-X(1:3)  DELIMITED BY SIZE
                  WS-MLT-BARRAS-X(5:40) DELIMITED BY SIZE
                  INTO WS-MLT-M10-CAMPO
           MOVE 43 TO WS-MLT-M10-TAM
           PERFORM P-MULTA-MOD10
           MOVE WS-MLT-M10-DV TO WS-MLT-BAR-DV
           PERFORM VARYING WS-MLT-LIN-IDX FROM 1 BY 1
                   UNTIL WS-MLT-LIN-IDX > 4
               MOVE WS-MLT-BLOCO(WS-MLT-LIN-IDX)
                 TO WS-MLT-LIN-BLOCO(WS-MLT-LIN-IDX)
               MOVE WS-MLT-BLOCO(WS-MLT-LIN-IDX) TO WS-MLT-M10-CAMPO
               MOVE 11 TO WS-MLT-M10-TAM
               PERFORM P-MULTA-MOD10
               MOVE WS-MLT-M10-DV TO WS-MLT-LIN-DV(WS-MLT-LIN-IDX)
           END-PERFORM

           MOVE 'MULTA.PRN' TO WS-SPL-ARQUIVO
           MOVE 80          TO WS-SPL-TAM-REG
           MOVE 'S'         TO WS-SPL-PESSOAL
           PERFORM P-SPOOL-INICIA
           OPEN EXTEND MULTA-GUIA-FILE
           IF WS-MLT-GUIA-STATUS EQUAL 35 THEN
               OPEN OUTPUT MULTA-GUIA-FILE
           END-IF
           MOVE "---- GUIA DE PAGAMENTO - MULTA DE ALISTAMENTO ----"
             TO MULTA-GUIA-LINE
           WRITE MULTA-GUIA-LINE
           MOVE SPACES TO MULTA-GUIA-LINE
           STRING "NOME: "    DELIMITED BY SIZE
                  WS-MLT-NOME DELIMITED BY SIZE
                  INTO MULTA-GUIA-LINE
           WRITE MULTA-GUIA-LINE
           MOVE SPACES TO MULTA-GUIA-LINE
           STRING "CPF: "    DELIMITED BY SIZE
                  WS-MLT-CPF DELIMITED BY SIZE
                  INTO MULTA-GUIA-LINE
           WRITE MULTA-GUIA-LINE
           MOVE WS-MLT-VALOR TO WS-MLT-VALOR-ED
           MOVE SPACES TO MULTA-GUIA-LINE
           STRING "VALOR: R$ "    DELIMITED BY SIZE
                  WS-MLT-VALOR-ED DELIMITED BY SIZE
                  INTO MULTA-GUIA-LINE
           WRITE MULTA-GUIA-LINE
           MOVE WS-MLT-DT-VENC(7:2) TO WS-MLT-DT-ED-DD
           MOVE WS-MLT-DT-VENC(5:2) TO WS-MLT-DT-ED-MM
           MOVE WS-MLT-DT-VENC(1:4) TO WS-MLT-DT-ED-AA
           MOVE SPACES TO MULTA-GUIA-LINE
           STRING "VENCIMENTO: " DELIMITED BY SIZE
                  WS-MLT-DT-ED   DELIMITED BY SIZE
                  INTO MULTA-GUIA-LINE
           WRITE MULTA-GUIA-LINE
           MOVE SPACES TO MULTA-GUIA-LINE
           STRING "LINHA DIGITAVEL: " DELIMITED BY SIZE
                  WS-MLT-LINHA        DELIMITED BY SIZE
                  INTO MULTA-GUIA-LINE
           WRITE MULTA-GUIA-LINE
           MOVE SPACES TO MULTA-GUIA-LINE
           STRING "CODIGO DE BARRAS: " DELIMITED BY SIZE
                  WS-MLT-BARRAS-X      DELIMITED BY SIZE
                  INTO MULTA-GUIA-LINE
           WRITE MULTA-GUIA-LINE
           MOVE "A CARTEIRA SO SERA EMITIDA APOS O PAGAMENTO DA MULTA"
             TO MULTA-GUIA-LINE
           WRITE MULTA-GUIA-LINE
           MOVE SPACES TO MULTA-GUIA-LINE
           WRITE MULTA-GUIA-LINE
           CLOSE MULTA-GUIA-FILE
           PERFORM P-SPOOL-ARQUIVA.

       P-MULTA-MOD10.
      *    MODULO 10 FEBRABAN: DA DIREITA PARA A ESQUERDA, PESOS 2 E 1
      *    ALTERNADOS, SOMANDO OS ALGARISMOS DE CADA PRODUTO; O DIGITO
      *    E O QUE FALTA PARA A PROXIMA DEZENA (ZERO SE JA FECHA).
           MOVE 0 TO WS-MLT-M10-SOMA
           MOVE 2 TO WS-MLT-M10-PESO
           PERFORM VARYING WS-MLT-M10-IDX FROM WS-MLT-M10-TAM BY -1
                   UNTIL WS-MLT-M10-IDX < 1
               MOVE WS-MLT-M10-CAMPO(WS-MLT-M10-IDX:1)
                 TO WS-MLT-M10-DIG
               COMPUTE WS-MLT-M10-PROD =
                       WS-MLT-M10-DIG * WS-MLT-M10-PESO
               IF WS-MLT-M10-PROD > 9 THEN
                   SUBTRACT 9 FROM WS-MLT-M10-PROD
               END-IF
               ADD WS-MLT-M10-PROD TO WS-MLT-M10-SOMA
               IF WS-MLT-M10-PESO = 2 THEN
                   MOVE 1 TO WS-MLT-M10-PESO
               ELSE
                   MOVE 2 TO WS-MLT-M10-PESO
               END-IF
           END-PERFORM
           COMPUTE WS-MLT-M10-DV =
                   10 - FUNCTION MOD(WS-MLT-M10-SOMA, 10)
           IF FUNCTION MOD(WS-MLT-M10-SOMA, 10) = 0 THEN
               MOVE 0 TO WS-MLT-M10-DV
           END-IF.

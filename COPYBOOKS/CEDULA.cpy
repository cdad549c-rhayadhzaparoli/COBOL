      ******************************************************************
      * CEDULA.cpy
      * IMPRESSAO DO CONTRATO DE FINANCIAMENTO (CEDULA DE CREDITO) EM
      * CONTRATO.PRN, PARA O CLIENTE E OS AVALISTAS ASSINAREM: O
      * EMITENTE COM O ENDERECO ESTRUTURADO DE CLIENTE, OS TERMOS,
      * TARIFAS E CET DE CONTRATO.CTL, A TABELA DE PARCELAS COMPLETA
      * DE PRESTACOES E AS LINHAS DE ASSINATURA DO EMITENTE E DE CADA
      * AVALISTA DE AVALISTA.CTL. COMPARTILHADO POR CONTRATOMNT
      * (VINCULO), OCCRS (GERACAO DA TABELA), RENEGOCIA (TERMO DE
      * RENEGOCIACAO DO SUCESSOR) E CONTRIMPR (REIMPRESSAO).
      * O PROGRAMA CHAMADOR DECLARA OS SELECT/FD DE CONTR-FILE
      * (CONTRDATA, STATUS WS-CONTR-STATUS), CLIENTE (CLIDATA, STATUS
      * WS-CLI-STATUS, COPY CLIPATH), PREST-FILE (PRESTDATA, STATUS
      * WS-PREST-STATUS), AVAL-FILE (MESMO LAYOUT DE AVAL-REC NO
      * CONTRATOMNT, STATUS WS-AVAL-STATUS) E CONTR-PRN-FILE
      * (CONTR-PRN-LINE X(80), STATUS WS-CEDPRN-STATUS), COM OS
      * QUATRO PRIMEIROS FECHADOS; PREENCHE WS-CED-NUM-CONT E
      * WS-CED-TIPO (E WS-CED-CONT-ANTIGO NO TERMO DE RENEGOCIACAO) E
      * FAZ PERFORM P-CEDULA-IMPRIME. WS-CED-OK VOLTA 'S' QUANDO O
      * CONTRATO FOI IMPRESSO.
      * CONTRATO AINDA SEM TABELA (VINCULADO, MAS SEM PASSAR PELO
      * OCCRS) SAI SEM AS PARCELAS, COM O AVISO DE QUE A TABELA SAI
      * NA GERACAO PELO OCCRS.
      * O SEGURO PRESTAMISTA (ADESAO NO CONTRATOMNT) SAI NOS TERMOS,
      * COM A TAXA MENSAL SOBRE O SALDO DEVEDOR, E O PREMIO DE CADA
      * PARCELA (PREST-VL-SEGURO) NA COLUNA "SEGURO" DA TABELA.
      * CADA IMPRESSAO VIRA UM JOB DO ARQUIVO DE IMPRESSAO (SPOOL.cpy):
      * O CHAMADOR DECLARA TAMBEM O SELECT/FD DE SPOOL-IDX-FILE E
      * SPOOL-TAM-FILE, COPIA WSSPOOL E SPOOL E PREENCHE
      * WS-SPL-PROGRAMA E WS-SPL-OPERADOR.
      ******************************************************************
       P-CEDULA-IMPRIME.
           MOVE 'N' TO WS-CED-OK
           OPEN INPUT CONTR-FILE
           IF WS-CONTR-STATUS EQUAL 35 THEN
               DISPLAY "CONTRATO.CTL AINDA NAO FOI CRIADO"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CED-NUM-CONT TO CONTR-NUM-CONT
           READ CONTR-FILE
               INVALID KEY
                   DISPLAY "CONTRATO " WS-CED-NUM-CONT
                           " NAO VINCULADO EM CONTRATO.CTL"
                   CLOSE CONTR-FILE
                   EXIT PARAGRAPH
           END-READ

           MOVE 'N' TO WS-CED-ACHOU-CLI
           ACCEPT WS-CLIENTE-PATH FROM ENVIRONMENT "CLIENTE_PATH"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           OPEN INPUT CLIENTE
           IF WS-CLI-STATUS NOT EQUAL 35 THEN
               MOVE CONTR-COD-CLIENTE TO COD-CLIENTE
               READ CLIENTE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-CED-ACHOU-CLI
               END-READ
           END-IF

           MOVE 'CONTRATO.PRN' TO WS-SPL-ARQUIVO
           MOVE 80             TO WS-SPL-TAM-REG
           MOVE 'S'            TO WS-SPL-PESSOAL
           PERFORM P-SPOOL-INICIA
           OPEN EXTEND CONTR-PRN-FILE
           IF WS-CEDPRN-STATUS EQUAL 35 THEN
               OPEN OUTPUT CONTR-PRN-FILE
           END-IF
           PERFORM P-CEDULA-CABECALHO
           PERFORM P-CEDULA-EMITENTE
           PERFORM P-CEDULA-TERMOS
           PERFORM P-CEDULA-PARCELAS
           PERFORM P-CEDULA-ASSINATURAS
           CLOSE CONTR-PRN-FILE
           PERFORM P-SPOOL-ARQUIVA

           IF WS-CLI-STATUS NOT EQUAL 35 THEN
               CLOSE CLIENTE
           END-IF
           CLOSE CONTR-FILE
           MOVE 'S' TO WS-CED-OK
           DISPLAY "CONTRATO " WS-CED-NUM-CONT
                   " IMPRESSO EM CONTRATO.PRN".

       P-CEDULA-CABECALHO.
           EVALUATE WS-CED-TIPO
               WHEN 'G'
                   MOVE "---- TERMO DE RENEGOCIACAO DE DIVIDA ----"
                     TO CONTR-PRN-LINE
               WHEN 'R'
                   MOVE "---- CEDULA DE CREDITO BANCARIO (2A VIA) ----"
                     TO CONTR-PRN-LINE
               WHEN OTHER
                   MOVE "---- CEDULA DE CREDITO BANCARIO ----"
                     TO CONTR-PRN-LINE
           END-EVALUATE
           WRITE CONTR-PRN-LINE
           MOVE CONTR-DT-VINCULO(7:2) TO WS-CED-DATA-DD
           MOVE CONTR-DT-VINCULO(5:2) TO WS-CED-DATA-MM
           MOVE CONTR-DT-VINCULO(1:4) TO WS-CED-DATA-AA
           MOVE SPACES TO CONTR-PRN-LINE
           STRING "CONTRATO: "       DELIMITED BY SIZE
                  CONTR-NUM-CONT     DELIMITED BY SIZE
                  "  DATA DO CONTRATO: " DELIMITED BY SIZE
                  WS-CED-DATA-ED     DELIMITED BY SIZE
                  INTO CONTR-PRN-LINE
           WRITE CONTR-PRN-LINE
           IF WS-CED-TIPO = 'G' THEN
               MOVE SPACES TO CONTR-PRN-LINE
               STRING "CONTRATO SUCESSOR DO CONTRATO " DELIMITED BY SIZE
                      WS-CED-CONT-ANTIGO DELIMITED BY SIZE
                      ", CUJO SALDO DEVEDOR E MULTA" DELIMITED BY SIZE
                      INTO CONTR-PRN-LINE
               WRITE CONTR-PRN-LINE
               MOVE "FORAM RENEGOCIADOS NOS TERMOS ABAIXO."
                 TO CONTR-PRN-LINE
               WRITE CONTR-PRN-LINE
           END-IF
           MOVE SPACES TO CONTR-PRN-LINE
           WRITE CONTR-PRN-LINE.

       P-CEDULA-EMITENTE.
           MOVE SPACES TO CONTR-PRN-LINE
           IF WS-CED-ACHOU-CLI NOT = 'S' THEN
               STRING "EMITENTE: "       DELIMITED BY SIZE
                      CONTR-COD-CLIENTE  DELIMITED BY SIZE
                      " - CLIENTE NAO ENCONTRADO NO CADASTRO"
                                         DELIMITED BY SIZE
                      INTO CONTR-PRN-LINE
               WRITE CONTR-PRN-LINE
               MOVE SPACES TO CONTR-PRN-LINE
               WRITE CONTR-PRN-LINE
               EXIT PARAGRAPH
           END-IF
           STRING "EMITENTE: "       DELIMITED BY SIZE
                  COD-CLIENTE        DELIMITED BY SIZE
                  " - "              DELIMITED BY SIZE
                  NM-CLIENTE         DELIMITED BY SIZE
                  INTO CONTR-PRN-LINE
           WRITE CONTR-PRN-LINE
           MOVE SPACES TO CONTR-PRN-LINE
           STRING "CPF: "            DELIMITED BY SIZE
                  CPF-CLIENTE        DELIMITED BY SIZE
                  "  TELEFONE: "     DELIMITED BY SIZE
                  TEL-CLIENTE        DELIMITED BY SIZE
                  INTO CONTR-PRN-LINE
           WRITE CONTR-PRN-LINE
      *    MESMA MONTAGEM DO ENDERECO DA CARTA DE COBRANCA (CARTACOB).
           MOVE SPACES TO CONTR-PRN-LINE
           STRING "ENDERECO: "       DELIMITED BY SIZE
                  RUA-CLIENTE        DELIMITED BY "  "
                  ", "               DELIMITED BY SIZE
                  NUMERO-CLIENTE     DELIMITED BY "  "
                  INTO CONTR-PRN-LINE
           WRITE CONTR-PRN-LINE
           MOVE SPACES TO CONTR-PRN-LINE
           STRING "          "       DELIMITED BY SIZE
                  BAIRRO-CLIENTE     DELIMITED BY SIZE
                  INTO CONTR-PRN-LINE
           WRITE CONTR-PRN-LINE
           MOVE SPACES TO CONTR-PRN-LINE
           STRING "          "       DELIMITED BY SIZE
                  CIDADE-CLIENTE     DELIMITED BY "  "
                  " - "              DELIMITED BY SIZE
                  UF-CLIENTE         DELIMITED BY SIZE
                  "  CEP "           DELIMITED BY SIZE
                  CEP-CLIENTE        DELIMITED BY SIZE
                  INTO CONTR-PRN-LINE
           WRITE CONTR-PRN-LINE
           MOVE SPACES TO CONTR-PRN-LINE
           WRITE CONTR-PRN-LINE.

       P-CEDULA-TERMOS.
           MOVE CONTR-VALOR-PRINC TO WS-CED-VALOR-ED
           MOVE SPACES TO CONTR-PRN-LINE
           STRING "VALOR PRINCIPAL.......: " DELIMITED BY SIZE
                  WS-CED-VALOR-ED    DELIMITED BY SIZE
                  INTO CONTR-PRN-LINE
           WRITE CONTR-PRN-LINE
           COMPUTE WS-CED-PERCENTUAL ROUNDED = CONTR-TAXA-JUROS * 100
           MOVE WS-CED-PERCENTUAL TO WS-CED-PCT-ED
           MOVE SPACES TO CONTR-PRN-LINE
           STRING "TAXA DE JUROS.........: " DELIMITED BY SIZE
                  WS-CED-PCT-ED      DELIMITED BY SIZE
                  "% AO MES"         DELIMITED BY SIZE
                  INTO CONTR-PRN-LINE
           WRITE CONTR-PRN-LINE
           MOVE SPACES TO CONTR-PRN-LINE
           IF CONTR-METODO-AMORT = 'P' THEN
               MOVE "SISTEMA DE AMORTIZACAO: PRICE (PARCELA FIXA)"
                 TO CONTR-PRN-LINE
           ELSE
               MOVE "SISTEMA DE AMORTIZACAO: SAC (AMORTIZACAO FIXA)"
                 TO CONTR-PRN-LINE
           END-IF
           WRITE CONTR-PRN-LINE
           MOVE CONTR-NUM-PREST TO WS-CED-PRAZO-ED
           MOVE SPACES TO CONTR-PRN-LINE
           STRING "PRAZO.................: " DELIMITED BY SIZE
                  WS-CED-PRAZO-ED    DELIMITED BY SIZE
                  " PARCELAS MENSAIS" DELIMITED BY SIZE
                  INTO CONTR-PRN-LINE
           WRITE CONTR-PRN-LINE
           MOVE CONTR-VL-TAC TO WS-CED-VALOR-ED
           MOVE SPACES TO CONTR-PRN-LINE
           STRING "TARIFA DE CADASTRO....: " DELIMITED BY SIZE
                  WS-CED-VALOR-ED    DELIMITED BY SIZE
                  INTO CONTR-PRN-LINE
           WRITE CONTR-PRN-LINE
           MOVE CONTR-VL-IOF TO WS-CED-VALOR-ED
           MOVE SPACES TO CONTR-PRN-LINE
           STRING "IOF...................: " DELIMITED BY SIZE
                  WS-CED-VALOR-ED    DELIMITED BY SIZE
                  INTO CONTR-PRN-LINE
           WRITE CONTR-PRN-LINE
           MOVE CONTR-VL-SEGURO TO WS-CED-VALOR-ED
           MOVE SPACES TO CONTR-PRN-LINE
           STRING "SEGURO................: " DELIMITED BY SIZE
                  WS-CED-VALOR-ED    DELIMITED BY SIZE
                  INTO CONTR-PRN-LINE
           WRITE CONTR-PRN-LINE
           MOVE SPACES TO CONTR-PRN-LINE
           IF CONTR-SEGURO-PREST = 'S' THEN
               COMPUTE WS-CED-PCT-SEG ROUNDED =
                       CONTR-TAXA-PRESTAMISTA * 100
               MOVE WS-CED-PCT-SEG TO WS-CED-PCT-SEG-ED
               STRING "SEGURO PRESTAMISTA....: SIM - " DELIMITED BY SIZE
                      WS-CED-PCT-SEG-ED  DELIMITED BY SIZE
                      "% AO MES SOBRE O SALDO DEVEDOR" DELIMITED BY SIZE
                      INTO CONTR-PRN-LINE
           ELSE
               MOVE "SEGURO PRESTAMISTA....: NAO CONTRATADO"
                 TO CONTR-PRN-LINE
           END-IF
           WRITE CONTR-PRN-LINE
           COMPUTE WS-CED-LIBERADO = CONTR-VALOR-PRINC - CONTR-VL-TAC
                   - CONTR-VL-IOF - CONTR-VL-SEGURO
           MOVE WS-CED-LIBERADO TO WS-CED-VALOR-ED
           MOVE SPACES TO CONTR-PRN-LINE
           STRING "VALOR LIBERADO........: " DELIMITED BY SIZE
                  WS-CED-VALOR-ED    DELIMITED BY SIZE
                  INTO CONTR-PRN-LINE
           WRITE CONTR-PRN-LINE
           COMPUTE WS-CED-PERCENTUAL ROUNDED = CONTR-CET-MENSAL * 100
           MOVE WS-CED-PERCENTUAL TO WS-CED-PCT-ED
           COMPUTE WS-CED-PERCENTUAL ROUNDED = CONTR-CET-ANUAL * 100
           MOVE WS-CED-PERCENTUAL TO WS-CED-PCT-ANO-ED
           MOVE SPACES TO CONTR-PRN-LINE
           STRING "CUSTO EFETIVO TOTAL...: " DELIMITED BY SIZE
                  WS-CED-PCT-ED      DELIMITED BY SIZE
                  "% AO MES / "      DELIMITED BY SIZE
                  WS-CED-PCT-ANO-ED  DELIMITED BY SIZE
                  "% AO ANO"         DELIMITED BY SIZE
                  INTO CONTR-PRN-LINE
           WRITE CONTR-PRN-LINE
           MOVE SPACES TO CONTR-PRN-LINE
           WRITE CONTR-PRN-LINE.

       P-CEDULA-PARCELAS.
           MOVE 0 TO WS-CED-QTD-PARC
           MOVE 0 TO WS-CED-TOTAL
           MOVE 'N' TO WS-CED-EOF
           OPEN INPUT PREST-FILE
           IF WS-PREST-STATUS EQUAL 35 THEN
               MOVE 'S' TO WS-CED-EOF
           ELSE
               MOVE CONTR-NUM-CONT TO PREST-NUM-CONT
               MOVE 0 TO PREST-NUM-PARC
               START PREST-FILE KEY IS NOT LESS THAN PREST-KEY
                   INVALID KEY
                       MOVE 'S' TO WS-CED-EOF
               END-START
           END-IF
           PERFORM UNTIL WS-CED-EOF = 'S'
               READ PREST-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-CED-EOF
                   NOT AT END
                       IF PREST-NUM-CONT NOT = CONTR-NUM-CONT THEN
                           MOVE 'S' TO WS-CED-EOF
                       ELSE
                           IF PREST-SITUACAO NOT = 'E' THEN
                               PERFORM P-CEDULA-LINHA-PARCELA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PREST-STATUS NOT EQUAL 35 THEN
               CLOSE PREST-FILE
           END-IF

           IF WS-CED-QTD-PARC = 0 THEN
               MOVE "TABELA DE PARCELAS AINDA NAO GERADA - SERA EMITIDA"
                 TO CONTR-PRN-LINE
               WRITE CONTR-PRN-LINE
               MOVE "JUNTO COM A GERACAO DA TABELA PELO OCCRS."
                 TO CONTR-PRN-LINE
               WRITE CONTR-PRN-LINE
           ELSE
               MOVE WS-CED-TOTAL TO WS-CED-VALOR-ED
               MOVE SPACES TO CONTR-PRN-LINE
               STRING "TOTAL DAS PARCELAS....: " DELIMITED BY SIZE
                      WS-CED-VALOR-ED    DELIMITED BY SIZE
                      INTO CONTR-PRN-LINE
               WRITE CONTR-PRN-LINE
           END-IF
           MOVE SPACES TO CONTR-PRN-LINE
           WRITE CONTR-PRN-LINE.

       P-CEDULA-LINHA-PARCELA.
           IF WS-CED-QTD-PARC = 0 THEN
               WRITE CONTR-PRN-LINE FROM WS-CED-CAB-PARC
           END-IF
           ADD 1 TO WS-CED-QTD-PARC
           ADD PREST-VALOR TO WS-CED-TOTAL
           MOVE PREST-VENCIMENTO(7:2) TO WS-CED-DATA-DD
           MOVE PREST-VENCIMENTO(5:2) TO WS-CED-DATA-MM
           MOVE PREST-VENCIMENTO(1:4) TO WS-CED-DATA-AA
           MOVE PREST-NUM-PARC        TO WS-CED-DET-NUM
           MOVE WS-CED-DATA-ED        TO WS-CED-DET-VENC
           MOVE PREST-VALOR           TO WS-CED-DET-VALOR
           MOVE PREST-VL-AMORT        TO WS-CED-DET-AMORT
           MOVE PREST-VL-JUROS        TO WS-CED-DET-JUROS
           MOVE PREST-VL-SEGURO       TO WS-CED-DET-SEGURO
           WRITE CONTR-PRN-LINE FROM WS-CED-DET-PARC.

       P-CEDULA-ASSINATURAS.
           MOVE "E POR ESTAREM DE ACORDO, ASSINAM O EMITENTE E OS"
             TO CONTR-PRN-LINE
           WRITE CONTR-PRN-LINE
           MOVE "AVALISTAS, QUE RESPONDEM SOLIDARIAMENTE PELA DIVIDA."
             TO CONTR-PRN-LINE
           WRITE CONTR-PRN-LINE
           MOVE SPACES TO CONTR-PRN-LINE
           WRITE CONTR-PRN-LINE
           WRITE CONTR-PRN-LINE
           MOVE WS-CED-TRACO TO CONTR-PRN-LINE
           WRITE CONTR-PRN-LINE
           MOVE SPACES TO CONTR-PRN-LINE
           IF WS-CED-ACHOU-CLI = 'S' THEN
               STRING "EMITENTE: "   DELIMITED BY SIZE
                      NM-CLIENTE     DELIMITED BY SIZE
                      INTO CONTR-PRN-LINE
           ELSE
               MOVE "EMITENTE" TO CONTR-PRN-LINE
           END-IF
           WRITE CONTR-PRN-LINE

      *    NO TERMO DE RENEGOCIACAO OS AVALISTAS DO CONTRATO ANTIGO
      *    CONTINUAM RESPONDENDO PELA DIVIDA RENEGOCIADA.
           MOVE 0 TO WS-CED-QTD-AVAL
           MOVE 'N' TO WS-CED-EOF
           OPEN INPUT AVAL-FILE
           IF WS-AVAL-STATUS EQUAL 35 THEN
               MOVE 'S' TO WS-CED-EOF
           END-IF
           PERFORM UNTIL WS-CED-EOF = 'S'
               READ AVAL-FILE
                   AT END
                       MOVE 'S' TO WS-CED-EOF
                   NOT AT END
                       IF AVAL-NUM-CONT = CONTR-NUM-CONT OR
                          (WS-CED-TIPO = 'G' AND
                           AVAL-NUM-CONT = WS-CED-CONT-ANTIGO) THEN
                           PERFORM P-CEDULA-LINHA-AVALISTA
                       END-IF
               END-READ
           END-PERFORM
           IF WS-AVAL-STATUS NOT EQUAL 35 THEN
               CLOSE AVAL-FILE
           END-IF
           IF WS-CED-QTD-AVAL = 0 THEN
               MOVE SPACES TO CONTR-PRN-LINE
               WRITE CONTR-PRN-LINE
               MOVE "CONTRATO SEM AVALISTA" TO CONTR-PRN-LINE
               WRITE CONTR-PRN-LINE
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CED-DT-EMISSAO
           MOVE WS-CED-DT-EMISSAO(7:2) TO WS-CED-DATA-DD
           MOVE WS-CED-DT-EMISSAO(5:2) TO WS-CED-DATA-MM
           MOVE WS-CED-DT-EMISSAO(1:4) TO WS-CED-DATA-AA
           MOVE SPACES TO CONTR-PRN-LINE
           WRITE CONTR-PRN-LINE
           STRING "EMITIDO EM "      DELIMITED BY SIZE
                  WS-CED-DATA-ED     DELIMITED BY SIZE
                  INTO CONTR-PRN-LINE
           WRITE CONTR-PRN-LINE
           MOVE SPACES TO CONTR-PRN-LINE
           WRITE CONTR-PRN-LINE.

       P-CEDULA-LINHA-AVALISTA.
           ADD 1 TO WS-CED-QTD-AVAL
           MOVE SPACES TO CONTR-PRN-LINE
           WRITE CONTR-PRN-LINE
           WRITE CONTR-PRN-LINE
           MOVE WS-CED-TRACO TO CONTR-PRN-LINE
           WRITE CONTR-PRN-LINE
           MOVE SPACES TO CONTR-PRN-LINE
           STRING "AVALISTA: "       DELIMITED BY SIZE
                  AVAL-NOME          DELIMITED BY SIZE
                  INTO CONTR-PRN-LINE
           WRITE CONTR-PRN-LINE
           MOVE SPACES TO CONTR-PRN-LINE
           STRING "CPF: "            DELIMITED BY SIZE
                  AVAL-CPF           DELIMITED BY SIZE
                  "  TELEFONE: "     DELIMITED BY SIZE
                  AVAL-TEL           DELIMITED BY SIZE
                  INTO CONTR-PRN-LINE
           WRITE CONTR-PRN-LINE
           MOVE SPACES TO CONTR-PRN-LINE
           STRING "ENDERECO: "       DELIMITED BY SIZE
                  AVAL-ENDERECO      DELIMITED BY SIZE
                  INTO CONTR-PRN-LINE
           WRITE CONTR-PRN-LINE.

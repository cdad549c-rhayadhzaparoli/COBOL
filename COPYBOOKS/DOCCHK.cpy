      ******************************************************************
      * DOCCHK.cpy
      * CONFERENCIA DOS DOCUMENTOS EXIGIDOS DO CONSCRITO - METADE DAS
      * REEMISSOES DE CARTEIRA ERA DE CARTEIRA QUE SAIU ANTES DA
      * CERTIDAO OU DO COMPROVANTE DE RESIDENCIA. O PROGRAMA CHAMADOR
      * DECLARA O SELECT/FD DE DOCTIPO-FILE (DOCTIPO.CTL, COPY
      * DOCTIPODATA, STATUS WS-DOCT-STATUS) E DE DOCAPRES-FILE
      * (DOCAPRES.DAT, COPY DOCAPRDATA, STATUS WS-DOCA-STATUS).
      * P-DOC-CHECKLIST: MOVER O CPF PARA WS-DOC-CPF, A DATA DE
      * NASCIMENTO PARA WS-DOC-DT-NASC (ZERO = DESCONHECIDA, TRATADO
      * COMO MAIOR DE IDADE) E A DATA DO ALISTAMENTO PARA WS-DOC-DT-REF.
      * DEVOLVE EM WS-DOC-TAB O QUE CADA TIPO EXIGE E O QUE FOI
      * APRESENTADO, EM WS-DOC-QTD-FALTA/WS-DOC-FALTA-LISTA OS CODIGOS
      * AINDA DEVIDOS E WS-DOC-CHECKLIST-OK QUANDO NADA FALTA.
      * P-DOC-REGISTRA: ACRESCENTA A DOCAPRES.DAT O DOCUMENTO
      * WS-DOC-COD-REG DO CPF WS-DOC-CPF, NA DATA WS-DOC-DT-REG, PELO
      * OPERADOR WS-DOC-OPERADOR.
      * QUEM JA TEM AS ENTREGAS EM MAOS (LOTE QUE CLASSIFICA
      * DOCAPRES.DAT POR CPF) FAZ P-DOC-PREPARA, P-DOC-MARCA-APRESENTADO
      * PARA CADA ENTREGA E P-DOC-APURA, SEM RELER O ARQUIVO.
      ******************************************************************
       P-DOC-CHECKLIST.
           PERFORM P-DOC-PREPARA
           OPEN INPUT DOCAPRES-FILE
           IF WS-DOCA-STATUS NOT EQUAL 35 THEN
               MOVE 'N' TO WS-DOC-EOF
               PERFORM UNTIL WS-DOC-EOF = 'S'
                   READ DOCAPRES-FILE
                       AT END
                           MOVE 'S' TO WS-DOC-EOF
                       NOT AT END
                           IF DOCA-CPF = WS-DOC-CPF THEN
                               MOVE DOCA-CODIGO   TO WS-DOC-COD-LIDO
                               MOVE DOCA-DT-APRES TO WS-DOC-DT-LIDA
                               PERFORM P-DOC-MARCA-APRESENTADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DOCAPRES-FILE
           END-IF
           PERFORM P-DOC-APURA.

       P-DOC-PREPARA.
      *    O QUE CADA TIPO EXIGE DESTE CONSCRITO, AINDA SEM ENTREGAS.
           IF WS-DOC-CARREGADO NOT = 'S' THEN
               PERFORM P-DOC-CARREGA-TIPOS
           END-IF
           COMPUTE WS-DOC-DT-18 = WS-DOC-DT-NASC + 180000
           PERFORM VARYING WS-DOC-IDX FROM 1 BY 1
                   UNTIL WS-DOC-IDX > WS-DOC-QTD-TIPOS
               MOVE 'N' TO WS-DOC-APRESENTADO(WS-DOC-IDX)
               MOVE 0   TO WS-DOC-DT-APRES(WS-DOC-IDX)
               MOVE 'N' TO WS-DOC-EXIGIDO(WS-DOC-IDX)
               IF WS-DOC-ATIVO(WS-DOC-IDX) NOT = 'N' THEN
                   EVALUATE WS-DOC-REGRA(WS-DOC-IDX)
                       WHEN 'T'
                           MOVE 'S' TO WS-DOC-EXIGIDO(WS-DOC-IDX)
                       WHEN 'M'
                           IF WS-DOC-DT-NASC = 0 OR
                              WS-DOC-DT-REF NOT < WS-DOC-DT-18 THEN
                               MOVE 'S' TO WS-DOC-EXIGIDO(WS-DOC-IDX)
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM.

       P-DOC-APURA.
      *    CONTA E LISTA OS DOCUMENTOS EXIGIDOS AINDA NAO ENTREGUES.
           MOVE 0      TO WS-DOC-QTD-FALTA
           MOVE SPACES TO WS-DOC-FALTA-LISTA
           MOVE 1      TO WS-DOC-PTR
           PERFORM VARYING WS-DOC-IDX FROM 1 BY 1
                   UNTIL WS-DOC-IDX > WS-DOC-QTD-TIPOS
               IF WS-DOC-EXIGIDO(WS-DOC-IDX) = 'S' AND
                  WS-DOC-APRESENTADO(WS-DOC-IDX) NOT = 'S' THEN
                   ADD 1 TO WS-DOC-QTD-FALTA
                   STRING WS-DOC-COD(WS-DOC-IDX) DELIMITED BY SIZE
                          " "                    DELIMITED BY SIZE
                          INTO WS-DOC-FALTA-LISTA
                          WITH POINTER WS-DOC-PTR
                   END-STRING
               END-IF
           END-PERFORM
           IF WS-DOC-QTD-FALTA = 0 THEN
               MOVE 'S' TO WS-DOC-COMPLETO
           ELSE
               MOVE 'N' TO WS-DOC-COMPLETO
           END-IF.

       P-DOC-MARCA-APRESENTADO.
      *    MARCA A ENTREGA WS-DOC-COD-LIDO/WS-DOC-DT-LIDA NA TABELA.
           PERFORM VARYING WS-DOC-IDX FROM 1 BY 1
                   UNTIL WS-DOC-IDX > WS-DOC-QTD-TIPOS
               IF WS-DOC-COD(WS-DOC-IDX) = WS-DOC-COD-LIDO THEN
                   MOVE 'S' TO WS-DOC-APRESENTADO(WS-DOC-IDX)
                   MOVE WS-DOC-DT-LIDA TO WS-DOC-DT-APRES(WS-DOC-IDX)
               END-IF
           END-PERFORM.

       P-DOC-CARREGA-TIPOS.
      *    SEM DOCTIPO.CTL VALE A LISTA PADRAO DE WS-DOC-PADRAO.
           MOVE 0 TO WS-DOC-QTD-TIPOS
           OPEN INPUT DOCTIPO-FILE
           IF WS-DOCT-STATUS EQUAL 35 THEN
               PERFORM VARYING WS-DOC-IDX FROM 1 BY 1
                       UNTIL WS-DOC-IDX > 4
                   ADD 1 TO WS-DOC-QTD-TIPOS
                   MOVE WS-DOC-PAD-COD(WS-DOC-IDX)
                     TO WS-DOC-COD(WS-DOC-QTD-TIPOS)
                   MOVE WS-DOC-PAD-DESC(WS-DOC-IDX)
                     TO WS-DOC-DESC(WS-DOC-QTD-TIPOS)
                   MOVE WS-DOC-PAD-REGRA(WS-DOC-IDX)
                     TO WS-DOC-REGRA(WS-DOC-QTD-TIPOS)
                   MOVE 'S' TO WS-DOC-ATIVO(WS-DOC-QTD-TIPOS)
               END-PERFORM
           ELSE
               MOVE 'N' TO WS-DOC-EOF
               PERFORM UNTIL WS-DOC-EOF = 'S'
                   READ DOCTIPO-FILE
                       AT END
                           MOVE 'S' TO WS-DOC-EOF
                       NOT AT END
                           IF WS-DOC-QTD-TIPOS < 20 THEN
                               ADD 1 TO WS-DOC-QTD-TIPOS
                               MOVE DOCT-CODIGO
                                 TO WS-DOC-COD(WS-DOC-QTD-TIPOS)
                               MOVE DOCT-DESCRICAO
                                 TO WS-DOC-DESC(WS-DOC-QTD-TIPOS)
                               MOVE DOCT-REGRA
                                 TO WS-DOC-REGRA(WS-DOC-QTD-TIPOS)
                               MOVE DOCT-ATIVO
                                 TO WS-DOC-ATIVO(WS-DOC-QTD-TIPOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DOCTIPO-FILE
           END-IF
           MOVE 'S' TO WS-DOC-CARREGADO.

       P-DOC-REGISTRA.
           MOVE WS-DOC-CPF            TO DOCA-CPF
           MOVE WS-DOC-COD-REG        TO DOCA-CODIGO
           MOVE WS-DOC-DT-REG         TO DOCA-DT-APRES
           MOVE WS-DOC-OPERADOR       TO DOCA-OPERADOR
           MOVE FUNCTION CURRENT-DATE TO DOCA-TIMESTAMP
           OPEN EXTEND DOCAPRES-FILE
           IF WS-DOCA-STATUS EQUAL 35 THEN
               OPEN OUTPUT DOCAPRES-FILE
           END-IF
           WRITE DOCA-REC
           CLOSE DOCAPRES-FILE.

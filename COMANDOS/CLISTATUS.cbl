      *          PARCELA EM ABERTO. O CLIMAIN EXIBE A SITUACAO E O
      *          COBRCSV/LEITURA-ARQ FILTRAM POR ELA.
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - CONTRATO.CTL PASSOU A SER INDEXADO COM CHAVE
      *                  ALTERNATIVA POR CONTR-COD-CLIENTE: O LOTE
      *                  PERCORRE O CLIENTE E LE SO OS CONTRATOS DELE E
      *                  AS PARCELAS DE CADA CONTRATO PELA CHAVE, SEM A
      *                  TABELA DE 500 VINCULOS NEM A TABELA DE FLAGS
      *                  POR CODIGO.
      *     15/10/2026 - O CLIENTE FALECIDO (SIT-CLIENTE 'F', MARCADO
      *                  PELO OBITOCASC) MANTEM A SITUACAO E E CONTADO A
      *                  PARTE NO RESUMO.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLISTATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTR-FILE ASSIGN TO 'CONTRATO.CTL'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CONTR-NUM-CONT
           ALTERNATE RECORD KEY IS CONTR-COD-CLIENTE WITH DUPLICATES
           FILE STATUS IS WS-CONTR-STATUS.

           SELECT PREST-FILE ASSIGN TO 'PRESTACOES'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PREST-KEY
           ALTERNATE RECORD KEY IS PREST-VENCIMENTO WITH DUPLICATES
           ALTERNATE RECORD KEY IS PREST-SIT-VENC WITH DUPLICATES
           FILE STATUS IS WS-PREST-STATUS.

           SELECT CLIENTE ASSIGN TO WS-CLIENTE-PATH
       01 WS-QTD-ATIVOS      PIC 9(05) VALUE 0.
       01 WS-QTD-INADIMPL    PIC 9(05) VALUE 0.
       01 WS-QTD-INATIVOS    PIC 9(05) VALUE 0.
       01 WS-QTD-FALECIDOS   PIC 9(05) VALUE 0.
       01 WS-SIT-NOVA        PIC X(01) VALUE SPACE.
       01 WS-CURR-DATE.
         05 WS-CURR-YY PIC 9(04) VALUE 0.
         05 WS-CURR-DD PIC 99 VALUE 0.
       01 WS-DT-HOJE         PIC 9(08) VALUE 0.

       01 WS-EOF-CONTR       PIC X     VALUE 'N'.
       01 WS-EOF-PREST       PIC X     VALUE 'N'.
       01 WS-CONTR-ABERTO    PIC X     VALUE 'N'.
       01 WS-PREST-ABERTO    PIC X     VALUE 'N'.

      *    FLAGS ACUMULADAS PARA O CLIENTE DA VEZ.
       01 WS-CLI-TEM-ABERTA  PIC X(01) VALUE 'N'.
       01 WS-CLI-TEM-VENCIDA PIC X(01) VALUE 'N'.

       COPY CLIPATH.
       COPY WSFILELOCK.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           DISPLAY "******** CLASSIFICACAO DA SITUACAO DO CLIENTE ****"
           ACCEPT WS-CLIENTE-PATH FROM ENVIRONMENT "CLIENTE_PATH"
               ON EXCEPTION CONTINUE
               STOP RUN
           END-IF

           PERFORM P100-ABRE-ARQUIVOS
           PERFORM P400-CARIMBA-CLIENTES
           IF WS-CONTR-ABERTO = 'S' THEN
               CLOSE CONTR-FILE
           END-IF
           IF WS-PREST-ABERTO = 'S' THEN
               CLOSE PREST-FILE
           END-IF

           DISPLAY " "
           DISPLAY "---- RESUMO DA CLASSIFICACAO ----"
           DISPLAY "ATIVOS:       " WS-QTD-ATIVOS
           DISPLAY "INADIMPLENTES:" WS-QTD-INADIMPL
           DISPLAY "INATIVOS:     " WS-QTD-INATIVOS
           DISPLAY "FALECIDOS:    " WS-QTD-FALECIDOS
           PERFORM P-DESTRAVA-ARQUIVO
           STOP RUN.

       P100-ABRE-ARQUIVOS.
           OPEN INPUT CONTR-FILE
           IF WS-CONTR-STATUS NOT EQUAL 35 THEN
               MOVE 'S' TO WS-CONTR-ABERTO
           END-IF
           OPEN INPUT PREST-FILE
           IF WS-PREST-STATUS EQUAL 35 THEN
               DISPLAY "PRESTACOES AINDA NAO FOI CRIADO"
           ELSE
               MOVE 'S' TO WS-PREST-ABERTO
           END-IF.

       P200-CONTRATOS-DO-CLIENTE.
      *    PERCORRE OS CONTRATOS DO CLIENTE PELA CHAVE ALTERNATIVA
      *    CONTR-COD-CLIENTE.
           MOVE 'N' TO WS-CLI-TEM-ABERTA
           MOVE 'N' TO WS-CLI-TEM-VENCIDA
           IF WS-CONTR-ABERTO NOT = 'S' OR WS-PREST-ABERTO NOT = 'S'
               THEN
               EXIT PARAGRAPH
           END-IF
           MOVE COD-CLIENTE TO CONTR-COD-CLIENTE
           MOVE 'N' TO WS-EOF-CONTR
           START CONTR-FILE KEY IS EQUAL TO CONTR-COD-CLIENTE
               INVALID KEY
                   MOVE 'S' TO WS-EOF-CONTR
           END-START
           PERFORM UNTIL WS-EOF-CONTR = 'S'
               READ CONTR-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-EOF-CONTR
                   NOT AT END
                       IF CONTR-COD-CLIENTE NOT = COD-CLIENTE THEN
                           MOVE 'S' TO WS-EOF-CONTR
                       ELSE
                           PERFORM P300-PARCELAS-DO-CONTRATO
                       END-IF
               END-READ
           END-PERFORM.

       P300-PARCELAS-DO-CONTRATO.
           MOVE CONTR-NUM-CONT TO PREST-NUM-CONT
           MOVE 1              TO PREST-NUM-PARC
           MOVE 'N'            TO WS-EOF-PREST
           START PREST-FILE KEY IS NOT LESS THAN PREST-KEY
               INVALID KEY
                   MOVE 'S' TO WS-EOF-PREST
           END-START
           PERFORM UNTIL WS-EOF-PREST = 'S'
               READ PREST-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-EOF-PREST
                   NOT AT END
                       IF PREST-NUM-CONT NOT = CONTR-NUM-CONT THEN
                           MOVE 'S' TO WS-EOF-PREST
                       ELSE
                           IF PREST-ABERTA OR PREST-PARCIAL THEN
                               MOVE 'S' TO WS-CLI-TEM-ABERTA
                               IF PREST-VENCIMENTO < WS-DT-HOJE THEN
                                   MOVE 'S' TO WS-CLI-TEM-VENCIDA
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       P400-CARIMBA-CLIENTES.
           OPEN I-O CLIENTE
           IF COD-CLIENTE = 0 THEN
               EXIT PARAGRAPH
           END-IF
      *    O CLIENTE FALECIDO (MARCADO PELO OBITOCASC) MANTEM A
      *    SITUACAO 'F' - NAO E RECLASSIFICADO PELAS PARCELAS.
           IF SIT-CLIENTE = 'F' THEN
               ADD 1 TO WS-QTD-FALECIDOS
               EXIT PARAGRAPH
           END-IF
           PERFORM P200-CONTRATOS-DO-CLIENTE
           EVALUATE TRUE
               WHEN WS-CLI-TEM-VENCIDA = 'S'
                   MOVE 'D' TO WS-SIT-NOVA
                   ADD 1 TO WS-QTD-INADIMPL
               WHEN WS-CLI-TEM-ABERTA = 'S'
                   MOVE 'A' TO WS-SIT-NOVA
                   ADD 1 TO WS-QTD-ATIVOS
               WHEN OTHER
           END-REWRITE.

       COPY FILELOCK.
       COPY TREINO.
       END PROGRAM CLISTATUS.

      *          PARA O ALERTVIEW MOSTRAR ANTES DO BALCAO ABRIR. RODA
      *          COMO ETAPA DE LOTENOITE.CTL.
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - CONTRATO.CTL PASSOU A SER INDEXADO (VER
      *                  CONTRMIG2) E ENTRA NA VERIFICACAO, COM A
      *                  CONFERENCIA DE ORDEM DE CONTR-NUM-CONT.
      *     15/10/2026 - A CONFERENCIA DE ORDEM DE COD-CLIENTE USA O
      *                  CODIGO DE 7 DIGITOS (VER CLIMIG5).
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFIDX.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CPF
           ALTERNATE RECORD KEY IS MAT-COMUM WITH DUPLICATES
           ALTERNATE RECORD KEY IS UNIDADE WITH DUPLICATES
           ALTERNATE RECORD KEY IS DT-ALISTAMENTO WITH DUPLICATES
           FILE STATUS IS WS-REG-STATUS.

           SELECT CLIENTE ASSIGN TO WS-CLIENTE-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PREST-KEY
           ALTERNATE RECORD KEY IS PREST-VENCIMENTO WITH DUPLICATES
           ALTERNATE RECORD KEY IS PREST-SIT-VENC WITH DUPLICATES
           FILE STATUS IS WS-PREST-STATUS.

           SELECT CONTR-FILE ASSIGN TO 'CONTRATO.CTL'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CONTR-NUM-CONT
           ALTERNATE RECORD KEY IS CONTR-COD-CLIENTE WITH DUPLICATES
           FILE STATUS IS WS-CONTR-STATUS.

           SELECT CLI-CNT-FILE ASSIGN TO 'CLIENTE.CNT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
       FD PREST-FILE.
       COPY PRESTDATA.

       FD CONTR-FILE.
       COPY CONTRDATA.

       FD CLI-CNT-FILE.
       COPY CLICOUNT.

       01 WS-REG-STATUS      PIC 99.
       01 WS-CLI-STATUS      PIC 99.
       01 WS-PREST-STATUS    PIC 99.
       01 WS-CONTR-STATUS    PIC 99.
       01 WS-CNT-STATUS      PIC 99.
       01 WS-MAT-STATUS      PIC 99.
       01 WS-ALT-STATUS      PIC 99.
       01 WS-QTD-MAT-VIVAS   PIC 9(07) VALUE 0.
       01 WS-QTD-CLI         PIC 9(07) VALUE 0.
       01 WS-QTD-PREST       PIC 9(07) VALUE 0.
       01 WS-QTD-CONTR       PIC 9(07) VALUE 0.
       01 WS-CONT-ANTERIOR   PIC 9(05) VALUE 0.
       01 WS-CPF-ANTERIOR    PIC 9(11) VALUE 0.
       01 WS-COD-ANTERIOR    PIC 9(07) VALUE 0.
       01 WS-CHAVE-ANTERIOR.
         05 WS-CHV-CONT      PIC 9(05) VALUE 0.
         05 WS-CHV-PARC      PIC 9(03) VALUE 0.

       COPY CLIPATH.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           DISPLAY "******** VERIFICACAO DE INTEGRIDADE DOS INDICES "
                   "********"
           ACCEPT WS-CLIENTE-PATH FROM ENVIRONMENT "CLIENTE_PATH"
           PERFORM P100-VERIFICA-REGISTRO
           PERFORM P200-VERIFICA-CLIENTE
           PERFORM P300-VERIFICA-PRESTACOES
           PERFORM P350-VERIFICA-CONTRATOS
           PERFORM P400-CONFERE-CONTADORES

           DISPLAY " "
           DISPLAY "REGISTRO:   " WS-QTD-REG " REGISTROS"
           DISPLAY "CLIENTE:    " WS-QTD-CLI " REGISTROS"
           DISPLAY "PRESTACOES: " WS-QTD-PREST " PARCELAS"
           DISPLAY "CONTRATOS:  " WS-QTD-CONTR " VINCULOS"
           IF WS-FALHOU = 'S' THEN
               DISPLAY "RESULTADO: FALHA - VER PENDENCIAS NO ALERTVIEW"
           ELSE
           END-PERFORM
           CLOSE PREST-FILE.

       P350-VERIFICA-CONTRATOS.
           OPEN INPUT CONTR-FILE
           IF WS-CONTR-STATUS EQUAL 35 THEN
               DISPLAY "CONTRATO.CTL AINDA NAO FOI CRIADO - PULADO"
               EXIT PARAGRAPH
           END-IF
           IF WS-CONTR-STATUS NOT = 0 THEN
               MOVE "CONTRATO.CTL NAO ABRE P/INDICE" TO WS-MOTIVO
               PERFORM P800-FALHA
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CONT-ANTERIOR
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'S'
               READ CONTR-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF WS-CONTR-STATUS NOT = 0 THEN
                           MOVE "ERRO DE LEITURA EM CONTRATOS"
                             TO WS-MOTIVO
                           PERFORM P800-FALHA
                           MOVE 'S' TO WS-EOF
                       ELSE
                           ADD 1 TO WS-QTD-CONTR
                           IF CONTR-NUM-CONT < WS-CONT-ANTERIOR THEN
                               MOVE "CHAVE FORA DE ORDEM (CONTRATO)"
                                 TO WS-MOTIVO
                               PERFORM P800-FALHA
                           END-IF
                           MOVE CONTR-NUM-CONT TO WS-CONT-ANTERIOR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTR-FILE.

       P400-CONFERE-CONTADORES.
      *    CLIENTE CONTRA CLIENTE.CNT (MESMA CONFERENCIA DO
      *    LEITURA-ARQ) E REGISTRO CONTRA O CONTADOR DE MATRICULA.CTL:
           WRITE LOTE-ALT-REC
           CLOSE LOTE-ALT-FILE.

       COPY TREINO.

       END PROGRAM VERIFIDX.

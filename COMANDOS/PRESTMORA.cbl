      *                  PRESTJRN/DATAMOV), PARA O FECHAMENTO E A
      *                  CONCILIACAO DIARIA CAIREM NO DIA DE NEGOCIO
      *                  CERTO; DIARIO ANTIGO MIGRA PELO JRNMIG.
      *     15/10/2026 - PRESTACOES E LIDO PELA CHAVE ALTERNATIVA
      *                  PREST-SIT-VENC, SO NAS SITUACOES 'A' E 'R'
      *                  (P150), EM VEZ DE VARRER TAMBEM ANOS DE
      *                  PARCELAS PAGAS.
      *     15/10/2026 - LAYOUT DE PRESTACOES.JRN EXTRAIDO PARA JRNDATA;
      *                  A LINHA DO DIARIO PASSA A LEVAR O ELO DA CADEIA
      *                  DE CONFERENCIA (JRN-ELO, ANCORA EM
      *                  PRESTACOES.JRN.ANC - VER CADEIA.cpy).
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRESTMORA.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PREST-KEY
           ALTERNATE RECORD KEY IS PREST-VENCIMENTO WITH DUPLICATES
           ALTERNATE RECORD KEY IS PREST-SIT-VENC WITH DUPLICATES
           FILE STATUS IS WS-PREST-STATUS.

           SELECT PREST-JRN-FILE ASSIGN TO 'PRESTACOES.JRN'
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-JRN-STATUS.

           SELECT ANC-FILE ASSIGN TO WS-ANC-PATH
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ANC-STATUS.

           SELECT DATAMOV-FILE ASSIGN TO 'DATAMOV.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
       COPY PRESTDATA.

       FD PREST-JRN-FILE.
       COPY JRNDATA.

       FD ANC-FILE.
       COPY ANCDATA.

       FD DATAMOV-FILE.
       01 DATAMOV-REC.
       WORKING-STORAGE SECTION.
       01  WS-PREST-STATUS   PIC 99.
       01  WS-EOF            PIC X     VALUE 'N'.
       01  WS-SIT-BUSCA      PIC X(01) VALUE SPACE.
       COPY WSPRESTJRN.
       COPY WSCADEIA.
       COPY WSDATAMOV.
       COPY WSFILELOCK.

       01  WS-MULTA-FIXA     PIC 9(07)V99 VALUE 0.
       01  WS-MULTA-MORA     PIC 9(07)V99 VALUE 0.
       01  WS-QTD-RECALC     PIC 9(05) VALUE 0.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           DISPLAY "******** RECALCULO DE MULTA POR ATRASO ********"

           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE
           IF WS-PREST-STATUS EQUAL 35 THEN
               DISPLAY "PRESTACOES AINDA NAO FOI CRIADO"
           ELSE
               MOVE 'A' TO WS-SIT-BUSCA
               PERFORM P150-LE-SITUACAO
               MOVE 'R' TO WS-SIT-BUSCA
               PERFORM P150-LE-SITUACAO
               CLOSE PREST-FILE

               DISPLAY "PARCELAS RECALCULADAS: " WS-QTD-RECALC
           PERFORM P-DESTRAVA-ARQUIVO
           STOP RUN.

       P150-LE-SITUACAO.
      *    TODAS AS PARCELAS DA SITUACAO WS-SIT-BUSCA, PELA CHAVE
      *    ALTERNATIVA PREST-SIT-VENC (SITUACAO + VENCIMENTO). A
      *    REGRAVACAO NAO MUDA A SITUACAO NEM O VENCIMENTO, ENTAO A
      *    LEITURA SEQUENCIAL PELA CHAVE NAO SE PERDE.
           MOVE WS-SIT-BUSCA TO PREST-SITUACAO
           MOVE 0            TO PREST-VENCIMENTO
           MOVE 'N'          TO WS-EOF
           START PREST-FILE KEY IS NOT LESS THAN PREST-SIT-VENC
               INVALID KEY
                   MOVE 'S' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'S'
               READ PREST-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF PREST-SITUACAO NOT = WS-SIT-BUSCA THEN
                           MOVE 'S' TO WS-EOF
                       ELSE
                           PERFORM P200-RECALCULA-MULTA
                       END-IF
               END-READ
           END-PERFORM.

       P200-RECALCULA-MULTA.
           COMPUTE WS-VENC-INT =
                   FUNCTION INTEGER-OF-DATE(PREST-VENCIMENTO)
           END-IF.

       COPY PRESTJRN.
       COPY CADEIA.
       COPY DATAMOV.
       COPY FILELOCK.
       COPY TREINO.
       END PROGRAM PRESTMORA.

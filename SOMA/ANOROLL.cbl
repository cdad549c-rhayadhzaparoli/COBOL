      *          NAO E TOCADO, ENTAO O GRDHIST CONTINUA LENDO O
      *          HISTORICO INTEIRO.
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - O FECHAMENTO ENCERRA OS CONTRATOS DE
      *                  MENSALIDADE DO ANO (VER MENSALID): AS PARCELAS
      *                  EM ABERTO QUE AINDA NAO VENCERAM SAO CANCELADAS
      *                  (SITUACAO 'C', COM LINHA NO DIARIO DE
      *                  PARCELAS), O VENCIDO CONTINUA NA COBRANCA, O
      *                  VINCULO DO ANO FICA 'E' E O ANO NOVO JA NASCE
      *                  COM O MESMO PAGADOR PARA CADA ALUNO. O
      *                  CONTRATO DO ANO NOVO E GERADO PELO MENSALID
      *                  DEPOIS DA ENTURMACAO, POIS O VALOR DEPENDE DA
      *                  TURMA NOVA. PASSA A EXIGIR LOGON E A TRAVA DE
      *                  PRESTACOES.
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
       PROGRAM-ID. ANOROLL.
           RECORD KEY IS ALUM-ID
           FILE STATUS IS WS-ALUM-STATUS.

           SELECT MENS-FILE ASSIGN TO 'MENSALID.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MENS-CHAVE
           FILE STATUS IS WS-MENS-STATUS.

           SELECT PREST-FILE ASSIGN TO 'PRESTACOES'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PREST-KEY
           ALTERNATE RECORD KEY IS PREST-VENCIMENTO WITH DUPLICATES
           ALTERNATE RECORD KEY IS PREST-SIT-VENC WITH DUPLICATES
           FILE STATUS IS WS-PREST-STATUS.

           SELECT PREST-JRN-FILE ASSIGN TO 'PRESTACOES.JRN'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-JRN-STATUS.

           SELECT ANC-FILE ASSIGN TO WS-ANC-PATH
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ANC-STATUS.

           SELECT DATAMOV-FILE ASSIGN TO 'DATAMOV.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-DATAMOV-STATUS.

           SELECT LOCK-FILE ASSIGN TO WS-LOCK-PATH
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LOCK-STATUS.

           SELECT USER-CTL-FILE ASSIGN TO 'USERS.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LOGON-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NOTA-FILE.
       FD  ALUM-FILE.
       COPY ALUMDATA.

       FD  MENS-FILE.
       COPY MENSDATA.

       FD  PREST-FILE.
       COPY PRESTDATA.

       FD  PREST-JRN-FILE.
       COPY JRNDATA.

       FD  ANC-FILE.
       COPY ANCDATA.

       FD  DATAMOV-FILE.
       01  DATAMOV-REC.
           05  DTM-DATA-NEGOCIO   PIC 9(08).
           05  DTM-ULTIMA-FECHADA PIC 9(08).

       FD  LOCK-FILE.
       01  LOCK-REC.
           05  LOCK-TIMESTAMP  PIC X(20).
           05  LOCK-OPERADOR   PIC X(10).
           05  LOCK-PROGRAMA   PIC X(20).

       FD  USER-CTL-FILE.
       COPY USERCTL.

       WORKING-STORAGE SECTION.
       01  WS-NOTA-STATUS      PIC 99.
       01  WS-NOTA-ARQ-STATUS  PIC 99.
       01  WS-QTD-NOTAS-ARQ    PIC 9(05) VALUE 0.
       01  WS-QTD-RECUP-ARQ    PIC 9(05) VALUE 0.
       01  WS-QTD-ALUNOS-INIC  PIC 9(05) VALUE 0.
       01  WS-MENS-STATUS      PIC 99.
       01  WS-PREST-STATUS     PIC 99.
       01  WS-PREST-EOF        PIC X     VALUE 'N'.
       01  WS-QTD-MENS-ENC     PIC 9(05) VALUE 0.
       01  WS-QTD-PARC-CANC    PIC 9(05) VALUE 0.
       01  WS-QTD-MENS-ABERTOS PIC 9(05) VALUE 0.

      *    PAGADORES DO ANO ENCERRADO, REGRAVADOS NO ANO NOVO DEPOIS
      *    DA VARREDURA (SEM GRAVAR NO MEIO DA LEITURA SEQUENCIAL).
       01  WS-QTD-PAG          PIC 9(04) VALUE 0.
       01  WS-PX               PIC 9(04) VALUE 0.
       01  WS-TAB-PAG.
           05  WS-PAG-ITEM OCCURS 1000 TIMES.
               10  WS-PAG-ALU-ID   PIC 9(05).
               10  WS-PAG-COD-CLI  PIC 9(07).
               10  WS-PAG-RESP-SEQ PIC 9(02).

       COPY WSPRESTJRN.
       COPY WSCADEIA.
       COPY WSDATAMOV.
       COPY WSFILELOCK.
       COPY WSLOGON.
       COPY WSSENHASH.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           DISPLAY "******** ENCERRAMENTO DO ANO LETIVO ********"
           PERFORM P-SIGN-ON
           DISPLAY "ANO QUE ESTA SENDO ENCERRADO (AAAA)"
           ACCEPT WS-ANO-ENCERRADO
           DISPLAY "ANO LETIVO NOVO (AAAA)"
               GO TO P999-STOP
           END-IF

      *    AS MENSALIDADES DO ANO MEXEM EM PRESTACOES: SEM A TRAVA,
      *    NADA E ENCERRADO.
           MOVE "PRESTACOES.LCK" TO WS-LOCK-PATH
           MOVE "ANOROLL"        TO WS-LOCK-PROGRAMA
           MOVE WS-OPERADOR-ID   TO WS-LOCK-OPERADOR
           PERFORM P-TRAVA-ARQUIVO
           IF WS-LOCK-OK NOT = 'S' THEN
               GO TO P999-STOP
           END-IF
           PERFORM P-DATA-NEGOCIO
           MOVE WS-DT-NEGOCIO TO WS-JRN-DT-NEGOCIO

           PERFORM P100-ARQUIVA-NOTAS
           PERFORM P200-ARQUIVA-RECUPERACAO
           PERFORM P300-INICIALIZA-MESTRE
           PERFORM P400-ENCERRA-MENSALIDADES

           DISPLAY "---- RESUMO DO ENCERRAMENTO ----"
           DISPLAY "BOLETINS ARQUIVADOS:    " WS-QTD-NOTAS-ARQ
           DISPLAY "RECUPERACOES ARQUIVADAS:" WS-QTD-RECUP-ARQ
           DISPLAY "ALUNOS INICIALIZADOS:   " WS-QTD-ALUNOS-INIC
           DISPLAY "MENSALIDADES ENCERRADAS:" WS-QTD-MENS-ENC
           DISPLAY "PARCELAS CANCELADAS:    " WS-QTD-PARC-CANC
           DISPLAY "PAGADORES NO ANO NOVO:  " WS-QTD-MENS-ABERTOS
           DISPLAY "RE-ENTURME OS ALUNOS DO ANO NOVO PELO ALUMMNT"
           IF WS-QTD-MENS-ABERTOS > 0 THEN
               DISPLAY "DEPOIS GERE OS CONTRATOS DE MENSALIDADE DO ANO "
                       "NOVO PELO MENSALID"
           END-IF
           GO TO P999-STOP.

       P100-ARQUIVA-NOTAS.
           CLOSE ALUM-FILE
           MOVE 'N' TO WS-EOF.

       P400-ENCERRA-MENSALIDADES.
      *    CADA VINCULO ATIVO DO ANO ENCERRADO: CANCELA AS PARCELAS DO
      *    CONTRATO QUE AINDA NAO VENCERAM, MARCA O VINCULO COMO
      *    ENCERRADO E GUARDA O PAGADOR PARA O ANO NOVO.
           OPEN I-O MENS-FILE
           IF WS-MENS-STATUS EQUAL 35 THEN
               EXIT PARAGRAPH
           END-IF
           OPEN I-O PREST-FILE
           IF WS-PREST-STATUS EQUAL 35 THEN
               DISPLAY "PRESTACOES AINDA NAO FOI CRIADO"
               CLOSE MENS-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE "ANOROLL"      TO WS-JRN-PROGRAMA
           MOVE WS-OPERADOR-ID TO WS-JRN-OPERADOR
           MOVE WS-ANO-ENCERRADO TO MENS-ANO
           MOVE 0                TO MENS-ALU-ID
           MOVE 'N'              TO WS-EOF
           START MENS-FILE KEY IS NOT LESS THAN MENS-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'S'
               READ MENS-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF MENS-ANO NOT = WS-ANO-ENCERRADO THEN
                           MOVE 'S' TO WS-EOF
                       ELSE
                           IF MENS-ATIVO THEN
                               PERFORM P410-ENCERRA-VINCULO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PREST-FILE
           MOVE 'N' TO WS-EOF

           PERFORM P430-ABRE-ANO-NOVO
               VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > WS-QTD-PAG
           CLOSE MENS-FILE.

       P410-ENCERRA-VINCULO.
           IF MENS-NUM-CONT > 0 THEN
               PERFORM P420-CANCELA-A-VENCER
           END-IF
           IF WS-QTD-PAG < 1000 THEN
               ADD 1 TO WS-QTD-PAG
               MOVE MENS-ALU-ID      TO WS-PAG-ALU-ID(WS-QTD-PAG)
               MOVE MENS-COD-CLIENTE TO WS-PAG-COD-CLI(WS-QTD-PAG)
               MOVE MENS-RESP-SEQ    TO WS-PAG-RESP-SEQ(WS-QTD-PAG)
           END-IF
           MOVE 'E'           TO MENS-SITUACAO
           MOVE WS-DT-NEGOCIO TO MENS-DT-ENCERRA
           REWRITE MENS-REC
           ADD 1 TO WS-QTD-MENS-ENC.

       P420-CANCELA-A-VENCER.
      *    PARCELA VENCIDA E NAO PAGA CONTINUA NA COBRANCA (REMESSA,
      *    AGING, CARTA); SO A QUE AINDA IA VENCER E CANCELADA.
           MOVE MENS-NUM-CONT TO PREST-NUM-CONT
           MOVE 1             TO PREST-NUM-PARC
           MOVE 'N'           TO WS-PREST-EOF
           START PREST-FILE KEY IS NOT LESS THAN PREST-KEY
               INVALID KEY
                   MOVE 'S' TO WS-PREST-EOF
           END-START
           PERFORM UNTIL WS-PREST-EOF = 'S'
               READ PREST-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-PREST-EOF
                   NOT AT END
                       IF PREST-NUM-CONT NOT = MENS-NUM-CONT THEN
                           MOVE 'S' TO WS-PREST-EOF
                       ELSE
                           IF PREST-ABERTA AND
                              PREST-VENCIMENTO > WS-DT-NEGOCIO THEN
                               MOVE "SITUACAO"     TO WS-JRN-CAMPO
                               MOVE PREST-SITUACAO TO WS-JRN-ANTES
                               MOVE 'C'            TO WS-JRN-DEPOIS
                               PERFORM P-JRN-PARCELA
                               MOVE 'C' TO PREST-SITUACAO
                               REWRITE PREST-REC
                               ADD 1 TO WS-QTD-PARC-CANC
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       P430-ABRE-ANO-NOVO.
      *    O ALUNO ENTRA NO ANO NOVO COM O MESMO PAGADOR E SEM
      *    CONTRATO; VINCULO JA FEITO NO ANO NOVO E MANTIDO.
           MOVE WS-ANO-NOVO              TO MENS-ANO
           MOVE WS-PAG-ALU-ID(WS-PX)     TO MENS-ALU-ID
           MOVE WS-PAG-COD-CLI(WS-PX)    TO MENS-COD-CLIENTE
           MOVE WS-PAG-RESP-SEQ(WS-PX)   TO MENS-RESP-SEQ
           MOVE SPACES                   TO MENS-TURMA
           MOVE 0                        TO MENS-NUM-CONT
                                            MENS-VL-MENSAL
                                            MENS-PCT-DESC
                                            MENS-VL-LIQUIDO
                                            MENS-DT-ENCERRA
           MOVE WS-DT-NEGOCIO            TO MENS-DT-VINCULO
           MOVE 'A'                      TO MENS-SITUACAO
           WRITE MENS-REC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-MENS-ABERTOS
           END-WRITE.

       P999-STOP.
           IF WS-LOCK-OK = 'S' THEN
               PERFORM P-DESTRAVA-ARQUIVO
           END-IF
           DISPLAY "FINALIZANDO O PROGRAMA..."
           STOP RUN.

       COPY LOGON.
       COPY SENHASH.
       COPY PRESTJRN.
       COPY CADEIA.
       COPY DATAMOV.
       COPY FILELOCK.
       COPY TREINO.
       END PROGRAM ANOROLL.

      *          EXPURGO LIBERA O REGARCH PARA RODAR. A RECUSA TAMBEM
      *          FICA REGISTRADA, COM APROVADOR E DATA.
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - A FILA PASSA A RECEBER TAMBEM O ESTORNO DE
      *                  PAGAMENTO DE PARCELA (VER ESTORNO): A
      *                  APROVACAO LIBERA O ESTORNO PARA EXECUTAR, COMO
      *                  NO EXPURGO; O PEDIDO MOSTRA CONTRATO/PARCELA
      *                  EM VEZ DE CPF.
      *     15/10/2026 - A FILA PASSA A RECEBER TAMBEM A ANONIMIZACAO
      *                  ANUAL POR FIM DE RETENCAO (VER ANONIMIZA): A
      *                  APROVACAO LIBERA O ANONIMIZA, COMO NO EXPURGO.
      *     15/10/2026 - LAYOUT DE ALISTAMENTO.CAN EXTRAIDO PARA
      *                  CANCDATA; A LINHA DO CANCELAMENTO APROVADO
      *                  PASSA A LEVAR O ELO DA CADEIA DE CONFERENCIA
      *                  (CANC-ELO, ANCORA EM ALISTAMENTO.CAN.ANC - VER
      *                  CADEIA.cpy).
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APROVMNT.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CPF
           ALTERNATE RECORD KEY IS MAT-COMUM WITH DUPLICATES
           ALTERNATE RECORD KEY IS UNIDADE WITH DUPLICATES
           ALTERNATE RECORD KEY IS DT-ALISTAMENTO WITH DUPLICATES
           FILE STATUS IS WS-STATUS.

           SELECT CANC-LOG-FILE ASSIGN TO 'ALISTAMENTO.CAN'
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CANC-STATUS.

           SELECT ANC-FILE ASSIGN TO WS-ANC-PATH
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ANC-STATUS.

           SELECT LOCK-FILE ASSIGN TO WS-LOCK-PATH
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
       COPY PRSDATA.

       FD CANC-LOG-FILE.
       COPY CANCDATA.

       FD ANC-FILE.
       COPY ANCDATA.

       FD LOCK-FILE.
       01 LOCK-REC.
         05 WS-APRV-G-SOLICITANTE PIC X(10).
         05 WS-APRV-G-ACAO        PIC X(10).
         05 WS-APRV-G-CPF         PIC 9(11).
         05 WS-APRV-G-PARCELA REDEFINES WS-APRV-G-CPF.
           10 WS-APRV-G-NUM-CONT  PIC 9(05).
           10 WS-APRV-G-NUM-PARC  PIC 9(03).
           10 FILLER              PIC 9(03).
         05 WS-APRV-G-MOTIVO      PIC X(80).

       COPY WSPRSDATA.
       COPY WSFILELOCK.
       COPY WSLOGON.
       COPY WSSENHASH.
       COPY WSCADEIA.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           DISPLAY "******** FILA DE APROVACAO (DUPLO CONTROLE) "
                   "********"
           PERFORM P-SIGN-ON
                   NOT AT END
                       IF APRV-SITUACAO = SPACE THEN
                           ADD 1 TO WS-QTD-PENDENTES
                           IF APRV-ACAO = "ESTORNO" THEN
                               DISPLAY "PEDIDO " APRV-ID
                                   "  ACAO: " APRV-ACAO
                                   "  CONTRATO: " APRV-NUM-CONT
                                   "  PARCELA: " APRV-NUM-PARC
                                   "  SOLICITANTE: " APRV-SOLICITANTE
                           ELSE
                               DISPLAY "PEDIDO " APRV-ID
                                   "  ACAO: " APRV-ACAO
                                   "  CPF: " APRV-CPF
                                   "  SOLICITANTE: " APRV-SOLICITANTE
                           END-IF
                           DISPLAY "  EM " APRV-TIMESTAMP
                                   "  MOTIVO: " APRV-MOTIVO
                       END-IF
           END-IF

           DISPLAY "PEDIDO " WS-APRV-G-ID " - ACAO: " WS-APRV-G-ACAO
           IF WS-APRV-G-ACAO = "ESTORNO" THEN
               DISPLAY "CONTRATO: " WS-APRV-G-NUM-CONT
                       "  PARCELA: " WS-APRV-G-NUM-PARC
           ELSE
               DISPLAY "CPF: " WS-APRV-G-CPF
           END-IF
           DISPLAY "MOTIVO: " WS-APRV-G-MOTIVO
           PERFORM WITH TEST AFTER
                   UNTIL WS-DECISAO = 'A' OR WS-DECISAO = 'R'
                   MOVE 'R' TO WS-SIT-NOVA
               END-IF
           ELSE
      *        EXPURGO, ESTORNO E ANONIMIZACAO APROVADOS FICAM EM 'A'
      *        ATE O REGARCH/ESTORNO/ANONIMIZA EXECUTAR E BAIXAR PARA
      *        'E'.
               MOVE 'A' TO WS-SIT-NOVA
               EVALUATE WS-APRV-G-ACAO
                   WHEN "ESTORNO"
                       DISPLAY "ESTORNO APROVADO - RODE O ESTORNO PARA "
                               "EXECUTAR"
                   WHEN "ANONIMIZA"
                       DISPLAY "ANONIMIZACAO APROVADA - RODE O "
                               "ANONIMIZA PARA EXECUTAR"
                   WHEN OTHER
                       DISPLAY "EXPURGO APROVADO - RODE O REGARCH PARA "
                               "EXECUTAR"
               END-EVALUATE
           END-IF
           PERFORM P700-REGRAVA-FILA
           GO TO P999-STOP.
           IF WS-CANC-STATUS EQUAL 35 THEN
               OPEN OUTPUT CANC-LOG-FILE
           END-IF
           MOVE 'ALISTAMENTO.CAN.ANC'  TO WS-ANC-PATH
           MOVE CANC-LOG-REC           TO WS-CAD-LINHA
           MOVE 180                    TO WS-CAD-TAM
           PERFORM P-CADEIA-ENCADEIA
           MOVE WS-CAD-ELO             TO CANC-ELO
           WRITE CANC-LOG-REC
           IF WS-CANC-STATUS EQUAL 0 THEN
               PERFORM P-CADEIA-GRAVA-ANCORA
           END-IF
           CLOSE CANC-LOG-FILE

           DELETE REG-FILE
       COPY FILELOCK.
       COPY LOGON.
       COPY SENHASH.
       COPY CADEIA.
       COPY TREINO.
       END PROGRAM APROVMNT.

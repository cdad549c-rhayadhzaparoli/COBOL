      *          TRAILER 'T' COM QUANTIDADE E VALOR TOTAL. O RETORNO
      *          DO BANCO E PROCESSADO PELO BANCORET.
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - CONTRATO.CTL PASSOU A SER INDEXADO POR
      *                  CONTR-NUM-CONT: O CLIENTE DE CADA PARCELA E
      *                  LIDO PELA CHAVE, SEM A TABELA DE 500 VINCULOS
      *                  QUE DEIXAVA CONTRATO NOVO SEM NOME/CPF.
      *     15/10/2026 - PARCELA DE CONTRATO EM SINISTRO DO SEGURO
      *                  PRESTAMISTA (ABERTO OU INDENIZADO) NAO ENTRA
      *                  NA REMESSA - FICA CONTADA A PARTE (P250).
      *     15/10/2026 - PRESTACOES E LIDO PELA CHAVE ALTERNATIVA
      *                  PREST-VENCIMENTO, SO NA JANELA DO CICLO (HOJE
      *                  ATE O VENCIMENTO LIMITE), EM VEZ DE VARRER
      *                  TODAS AS PARCELAS JA GERADAS. A REMESSA SAI EM
      *                  ORDEM DE VENCIMENTO.
      *     15/10/2026 - O DETALHE 'D' PASSA A TRAZER O CODIGO DO
      *                  CLIENTE (REM-D-COD-CLIENTE, 7 DIGITOS, VER
      *                  CLIMIG5) NAS 7 PRIMEIRAS POSICOES DO ANTIGO
      *                  FILLER DEPOIS DO NOME. O REGISTRO CONTINUA COM
      *                  91 POSICOES E OS DEMAIS CAMPOS NAO MUDAM DE
      *                  LUGAR - LAYOUT NOVO COMUNICADO AO BANCO.
      *     15/10/2026 - PARCELA DE CONTRATO DE TITULAR FALECIDO
      *                  (CONTR-SIT-OBITO, MARCADO PELO OBITOCASC) FICA
      *                  FORA DA COBRANCA - O CONTRATO ESTA COM O
      *                  SUPERVISOR DE COBRANCA - E E CONTADA A PARTE NO
      *                  RESUMO.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO; INTERFACE EXTERNA SUPRIMIDA NO
      *                  MODO TREINAMENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCOREM.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PREST-KEY
           ALTERNATE RECORD KEY IS PREST-VENCIMENTO WITH DUPLICATES
           ALTERNATE RECORD KEY IS PREST-SIT-VENC WITH DUPLICATES
           FILE STATUS IS WS-PREST-STATUS.

           SELECT CONTR-FILE ASSIGN TO 'CONTRATO.CTL'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CONTR-NUM-CONT
           ALTERNATE RECORD KEY IS CONTR-COD-CLIENTE WITH DUPLICATES
           FILE STATUS IS WS-CONTR-STATUS.

           SELECT CLIENTE ASSIGN TO WS-CLIENTE-PATH
         05 REM-D-VALOR       PIC 9(09)V99.
         05 REM-D-CPF         PIC 9(11).
         05 REM-D-NOME        PIC X(40).
         05 REM-D-COD-CLIENTE PIC 9(07).
         05 FILLER            PIC X(05).
       01 REM-REC-TRAILER REDEFINES REM-REC.
         05 FILLER            PIC X(01).
         05 REM-T-QTD         PIC 9(05).
       01 WS-VL-TOTAL        PIC 9(11)V99 VALUE 0.
       01 WS-SALDO-PARCELA   PIC 9(07)V99 VALUE 0.
       01 WS-REMESSA-NUM     PIC 9(05)  VALUE 0.
       01 WS-EM-SINISTRO     PIC X      VALUE 'N'.
       01 WS-QTD-SINISTRO    PIC 9(05)  VALUE 0.
       01 WS-TIT-FALECIDO    PIC X      VALUE 'N'.
       01 WS-QTD-FALECIDO    PIC 9(05)  VALUE 0.
       01 WS-CURR-DATE.
         05 WS-CURR-YY PIC 9(04) VALUE 0.
         05 WS-CURR-MM PIC 99 VALUE 0.
         05 WS-CURR-DD PIC 99 VALUE 0.
       01 WS-DT-HOJE         PIC 9(08)  VALUE 0.

       01 WS-CONTR-ABERTO    PIC X      VALUE 'N'.
       01 WS-ACHOU           PIC X      VALUE 'N'.
       01 WS-COD-CLI-ACHADO  PIC 9(07)  VALUE 0.

       COPY CLIPATH.
       COPY WSDATACHK.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           MOVE "BANCO.REM" TO WS-TREINO-INTERFACE
           PERFORM P-TREINO-SUPRIME
           DISPLAY "******** REMESSA DE COBRANCA BANCARIA ********"
           ACCEPT WS-CLIENTE-PATH FROM ENVIRONMENT "CLIENTE_PATH"
               ON EXCEPTION CONTINUE
               PERFORM P-VALIDA-DATA
           END-PERFORM

           PERFORM P100-ABRE-CONTRATOS
           PERFORM P150-PROXIMA-REMESSA

           OPEN INPUT PREST-FILE
           MOVE WS-DT-HOJE     TO REM-H-DATA
           WRITE REM-REC

           MOVE WS-DT-HOJE TO PREST-VENCIMENTO
           START PREST-FILE KEY IS NOT LESS THAN PREST-VENCIMENTO
               INVALID KEY
                   MOVE 'S' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'S'
               READ PREST-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF PREST-VENCIMENTO > WS-DT-LIMITE THEN
                           MOVE 'S' TO WS-EOF
                       ELSE
                           IF PREST-ABERTA OR PREST-PARCIAL THEN
                               PERFORM P300-GRAVA-DETALHE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REM-FILE
           CLOSE CLIENTE
           CLOSE PREST-FILE
           IF WS-CONTR-ABERTO = 'S' THEN
               CLOSE CONTR-FILE
           END-IF

           DISPLAY "REMESSA " WS-REMESSA-NUM " GRAVADA EM BANCO.REM"
           DISPLAY "PARCELAS NA REMESSA: " WS-QTD-PARCELAS
           DISPLAY "PARCELAS EM SINISTRO (FORA DA COBRANCA): "
                   WS-QTD-SINISTRO
           DISPLAY "PARCELAS DE TITULAR FALECIDO (COM O SUPERVISOR): "
                   WS-QTD-FALECIDO
           GO TO P999-STOP.

       P100-ABRE-CONTRATOS.
      *    CONTRATO.CTL FICA ABERTO DURANTE A REMESSA PARA ACHAR O
      *    CLIENTE DE CADA PARCELA PELA CHAVE (P400).
           OPEN INPUT CONTR-FILE
           IF WS-CONTR-STATUS NOT EQUAL 35 THEN
               MOVE 'S' TO WS-CONTR-ABERTO
           END-IF.

       P150-PROXIMA-REMESSA.
      *    NUMERO SEQUENCIAL DA REMESSA, NO MESMO PADRAO DE CONTADOR
           REWRITE REMNUM-CTL-REC
           CLOSE REMNUM-CTL-FILE.

       P250-CONFERE-SINISTRO.
      *    CONTRATO COM SINISTRO DO SEGURO PRESTAMISTA ABERTO OU JA
      *    INDENIZADO (VER BLOQMNT/SEGPREST) E COBRADO DA SEGURADORA,
      *    NAO DO ESPOLIO DO TITULAR. CONTRATO DE TITULAR FALECIDO
      *    SEM SINISTRO (VER OBITOCASC) FICA COM O SUPERVISOR DE
      *    COBRANCA, FORA DA COBRANCA AUTOMATICA.
           MOVE 'N' TO WS-EM-SINISTRO
           MOVE 'N' TO WS-TIT-FALECIDO
           IF WS-CONTR-ABERTO NOT = 'S' THEN
               EXIT PARAGRAPH
           END-IF
           MOVE PREST-NUM-CONT TO CONTR-NUM-CONT
           READ CONTR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CONTR-SINISTRO-ABERTO OR CONTR-SINISTRO-PAGO
                       THEN
                       MOVE 'S' TO WS-EM-SINISTRO
                   ELSE
                       IF CONTR-TITULAR-FALECIDO THEN
                           MOVE 'S' TO WS-TIT-FALECIDO
                       END-IF
                   END-IF
           END-READ.

       P300-GRAVA-DETALHE.
           PERFORM P250-CONFERE-SINISTRO
           IF WS-EM-SINISTRO = 'S' THEN
               ADD 1 TO WS-QTD-SINISTRO
               EXIT PARAGRAPH
           END-IF
           IF WS-TIT-FALECIDO = 'S' THEN
               ADD 1 TO WS-QTD-FALECIDO
               EXIT PARAGRAPH
           END-IF
           PERFORM P400-LOCALIZA-CLIENTE
           COMPUTE WS-SALDO-PARCELA = PREST-VALOR - PREST-VL-PAGO

           MOVE WS-SALDO-PARCELA TO REM-D-VALOR
           MOVE CPF-CLIENTE      TO REM-D-CPF
           MOVE NM-CLIENTE       TO REM-D-NOME
           MOVE WS-COD-CLI-ACHADO TO REM-D-COD-CLIENTE
           WRITE REM-REC

           ADD 1 TO WS-QTD-PARCELAS
       P400-LOCALIZA-CLIENTE.
           MOVE SPACES TO NM-CLIENTE
           MOVE 0      TO CPF-CLIENTE
           MOVE 0      TO WS-COD-CLI-ACHADO
           MOVE 'N'    TO WS-ACHOU
           IF WS-CONTR-ABERTO = 'S' THEN
               MOVE PREST-NUM-CONT TO CONTR-NUM-CONT
               READ CONTR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CONTR-COD-CLIENTE TO WS-COD-CLI-ACHADO
                       MOVE 'S' TO WS-ACHOU
               END-READ
           END-IF
           IF WS-ACHOU = 'S' THEN
               MOVE WS-COD-CLI-ACHADO TO COD-CLIENTE
               READ CLIENTE
           STOP RUN.

       COPY DATACHK.
       COPY TREINO.
       END PROGRAM BANCOREM.

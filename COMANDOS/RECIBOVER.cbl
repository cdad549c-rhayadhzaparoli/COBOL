      ******************************************************************
      * Author: RHAYADH ZAPAROLI
      * Date: 15/10/2026
      * Purpose: CONSULTA DO REGISTRO DE RECIBOS DE PAGAMENTO EMITIDOS
      *          NO BALCAO (RECIBO.REG, VER RECIBO) - RESPONDE A
      *          PERGUNTA "O RECIBO NUMERO N E VERDADEIRO?" PELO NUMERO
      *          DO RECIBO, LISTA OS RECIBOS DE UM CONTRATO E EMITE A
      *          2A VIA DE UM RECIBO EM RECIBO.PRN, COM O MESMO NUMERO
      *          DO ORIGINAL. MESMO ESPIRITO DO CARTVERIF PARA AS
      *          CARTEIRAS.
      * MODIFICATION-LOG.
      *     15/10/2026 - O CODIGO DO CLIENTE EM RECIBO.REG
      *                  (RREG-COD-CLI) PASSOU A TER 7 DIGITOS, COMO
      *                  COD-CLIENTE (VER CLIMIG5 E CODCLIMIG).
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      *     15/10/2026 - CADA IMPRESSAO EM RECIBO.PRN PASSA A SER
      *                  ARQUIVADA COMO JOB NUMERADO NO ARQUIVO DE
      *                  IMPRESSAO (SPOOL.IDX, VER SPOOL.cpy), COM
      *                  OPERADOR, DATA/HORA, PAGINAS E REGISTROS - UMA
      *                  NOVA RODADA NAO APAGA MAIS A ANTERIOR; CONSULTA
      *                  E REIMPRESSAO PELO SPOOLVER.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECIBOVER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECNUM-CTL-FILE ASSIGN TO 'RECIBONUM.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RECNUM-STATUS.

           SELECT RECIBO-REG-FILE ASSIGN TO 'RECIBO.REG'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RECREG-STATUS.

           SELECT RECIBO-PRN-FILE ASSIGN TO 'RECIBO.PRN'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RECPRN-STATUS.

           SELECT USER-CTL-FILE ASSIGN TO 'USERS.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LOGON-STATUS.

           SELECT SPOOL-IDX-FILE ASSIGN TO 'SPOOL.IDX'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SPL-STATUS.

           SELECT SPOOL-TAM-FILE ASSIGN TO WS-SPL-TAM-PATH
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SPL-TAM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RECNUM-CTL-FILE.
       01 RECNUM-CTL-REC.
         05 RECNUM-ULTIMO     PIC 9(07).

       FD RECIBO-REG-FILE.
       01 RECIBO-REG-REC.
         05 RREG-NUMERO       PIC 9(07).
         05 RREG-TIMESTAMP    PIC X(20).
         05 RREG-OPERADOR     PIC X(10).
         05 RREG-PROGRAMA     PIC X(12).
         05 RREG-TIPO         PIC X(01).
         05 RREG-DT-NEGOCIO   PIC 9(08).
         05 RREG-NUM-CONT     PIC 9(05).
         05 RREG-PARC-INI     PIC 9(03).
         05 RREG-PARC-FIM     PIC 9(03).
         05 RREG-QTD-PARC     PIC 9(03).
         05 RREG-COD-CLI      PIC 9(07).
         05 RREG-NM-CLI       PIC X(40).
         05 RREG-VL-PAGO      PIC 9(09)V99.
         05 RREG-VL-MULTA     PIC 9(09)V99.
         05 RREG-VL-SALDO     PIC 9(09)V99.

       FD RECIBO-PRN-FILE.
       01 RECIBO-LINE         PIC X(60).

       FD USER-CTL-FILE.
       COPY USERCTL.

       FD SPOOL-IDX-FILE.
       COPY SPOOLDATA.

       FD SPOOL-TAM-FILE.
       COPY SPOOLTAM.

       WORKING-STORAGE SECTION.
       01 WS-OPCAO           PIC 9(01) VALUE 0.
       01 WS-EOF             PIC X     VALUE 'N'.
       01 WS-NUM-BUSCA       PIC 9(07) VALUE 0.
       01 WS-CONT-BUSCA      PIC 9(05) VALUE 0.
       01 WS-ACHOU           PIC X     VALUE 'N'.
       01 WS-QTD-RECIBOS     PIC 9(05) VALUE 0.
       01 WS-QTD-REIMPR      PIC 9(03) VALUE 0.
       01 WS-REG-SALVO       PIC X(160) VALUE SPACES.
       COPY WSRECIBO.
       COPY WSLOGON.
       COPY WSSENHASH.
       COPY WSTREINO.
       COPY WSSPOOL.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           MOVE 'RECIBOVER' TO WS-SPL-PROGRAMA
           DISPLAY "******** VERIFICACAO DE RECIBOS DE PAGAMENTO "
                   "********"
           DISPLAY "1 PARA VERIFICAR POR NUMERO DO RECIBO"
           DISPLAY "2 PARA LISTAR OS RECIBOS DE UM CONTRATO"
           DISPLAY "3 PARA EMITIR 2A VIA DE UM RECIBO"
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 1 GO TO P100-POR-NUMERO
               WHEN 2 GO TO P200-POR-CONTRATO
               WHEN 3 GO TO P300-SEGUNDA-VIA
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
                   GO TO P999-STOP
           END-EVALUATE.

       P100-POR-NUMERO.
           DISPLAY "NUMERO DO RECIBO"
           ACCEPT WS-NUM-BUSCA

           PERFORM P500-LOCALIZA-ORIGINAL
           IF WS-RECREG-STATUS EQUAL 35 THEN
               GO TO P999-STOP
           END-IF

           IF WS-ACHOU = 'S' THEN
               DISPLAY "RECIBO AUTENTICO"
               DISPLAY "EMITIDO EM: " RREG-TIMESTAMP
               DISPLAY "DATA DO MOVIMENTO: " RREG-DT-NEGOCIO
               DISPLAY "CONTRATO: " RREG-NUM-CONT
                       "  PARCELAS: " RREG-PARC-INI " A " RREG-PARC-FIM
               DISPLAY "CLIENTE: " RREG-NM-CLI
               DISPLAY "VALOR PAGO: " RREG-VL-PAGO
                       "  MULTA: " RREG-VL-MULTA
               DISPLAY "OPERADOR: " RREG-OPERADOR
                       "  PROGRAMA: " RREG-PROGRAMA
               IF WS-QTD-REIMPR > 0 THEN
                   DISPLAY "SEGUNDAS VIAS EMITIDAS: " WS-QTD-REIMPR
               END-IF
           ELSE
               DISPLAY "RECIBO NAO CONSTA DO REGISTRO DE EMISSOES"
           END-IF
           GO TO P999-STOP.

       P200-POR-CONTRATO.
           DISPLAY "CONTRATO A CONSULTAR"
           ACCEPT WS-CONT-BUSCA

           OPEN INPUT RECIBO-REG-FILE
           IF WS-RECREG-STATUS EQUAL 35 THEN
               DISPLAY "NENHUM RECIBO REGISTRADO ATE HOJE"
               GO TO P999-STOP
           END-IF

           PERFORM UNTIL WS-EOF = 'S'
               READ RECIBO-REG-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF RREG-NUM-CONT = WS-CONT-BUSCA THEN
                           IF RREG-TIPO = 'O' THEN
                               ADD 1 TO WS-QTD-RECIBOS
                           ELSE
                               ADD 1 TO WS-QTD-REIMPR
                           END-IF
                           DISPLAY "RECIBO " RREG-NUMERO
                                   "  MOV " RREG-DT-NEGOCIO
                                   "  PARC " RREG-PARC-INI
                                   "-" RREG-PARC-FIM
                                   "  PAGO " RREG-VL-PAGO
                                   "  TIPO " RREG-TIPO
                                   "  OPERADOR " RREG-OPERADOR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RECIBO-REG-FILE

           IF WS-QTD-RECIBOS = 0 THEN
               DISPLAY "NENHUM RECIBO REGISTRADO PARA ESTE CONTRATO"
           ELSE
               DISPLAY "TOTAL DE RECIBOS: " WS-QTD-RECIBOS
                       "  SEGUNDAS VIAS: " WS-QTD-REIMPR
           END-IF
           GO TO P999-STOP.

       P300-SEGUNDA-VIA.
      *    A 2A VIA CARREGA O OPERADOR QUE A PEDIU - EXIGE LOGON.
           PERFORM P-SIGN-ON
           MOVE WS-OPERADOR-ID TO WS-SPL-OPERADOR
           DISPLAY "NUMERO DO RECIBO"
           ACCEPT WS-NUM-BUSCA

           PERFORM P500-LOCALIZA-ORIGINAL
           IF WS-RECREG-STATUS EQUAL 35 THEN
               GO TO P999-STOP
           END-IF
           IF WS-ACHOU NOT = 'S' THEN
               DISPLAY "RECIBO NAO CONSTA DO REGISTRO DE EMISSOES"
               GO TO P999-STOP
           END-IF

      *    MESMO NUMERO E MESMOS VALORES DO ORIGINAL; O REGISTRO GANHA
      *    UMA LINHA TIPO 'R' COM O OPERADOR DA 2A VIA.
           MOVE RREG-NUMERO      TO WS-RECIBO-NUMERO
           MOVE RREG-PROGRAMA    TO WS-RECIBO-PROGRAMA
           MOVE RREG-DT-NEGOCIO  TO WS-RECIBO-DT-NEGOCIO
           MOVE RREG-NUM-CONT    TO WS-RECIBO-NUM-CONT
           MOVE RREG-PARC-INI    TO WS-RECIBO-PARC-INI
           MOVE RREG-PARC-FIM    TO WS-RECIBO-PARC-FIM
           MOVE RREG-QTD-PARC    TO WS-RECIBO-QTD-PARC
           MOVE RREG-COD-CLI     TO WS-RECIBO-COD-CLI
           MOVE RREG-NM-CLI      TO WS-RECIBO-NM-CLI
           MOVE RREG-VL-PAGO     TO WS-RECIBO-VL-PAGO
           MOVE RREG-VL-MULTA    TO WS-RECIBO-VL-MULTA
           MOVE RREG-VL-SALDO    TO WS-RECIBO-VL-SALDO
           MOVE WS-OPERADOR-ID   TO WS-RECIBO-OPERADOR
           MOVE 'R'              TO WS-RECIBO-TIPO
           PERFORM P-RECIBO-REGISTRA
           PERFORM P-RECIBO-IMPRIME
           DISPLAY "2A VIA DO RECIBO " WS-RECIBO-NUMERO
                   " EMITIDA EM RECIBO.PRN"
           GO TO P999-STOP.

       P500-LOCALIZA-ORIGINAL.
      *    PROCURA A EMISSAO ORIGINAL (TIPO 'O') DO RECIBO WS-NUM-BUSCA
      *    E CONTA AS SEGUNDAS VIAS JA EMITIDAS PARA ELE. O REGISTRO
      *    ORIGINAL FICA EM RECIBO-REG-REC AO FINAL.
           MOVE 'N' TO WS-ACHOU
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-QTD-REIMPR
           OPEN INPUT RECIBO-REG-FILE
           IF WS-RECREG-STATUS EQUAL 35 THEN
               DISPLAY "NENHUM RECIBO REGISTRADO ATE HOJE"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = 'S'
               READ RECIBO-REG-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF RREG-NUMERO = WS-NUM-BUSCA THEN
                           IF RREG-TIPO = 'O' THEN
                               MOVE 'S' TO WS-ACHOU
                               MOVE RECIBO-REG-REC TO WS-REG-SALVO
                           ELSE
                               ADD 1 TO WS-QTD-REIMPR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RECIBO-REG-FILE
           IF WS-ACHOU = 'S' THEN
               MOVE WS-REG-SALVO TO RECIBO-REG-REC
           END-IF.

       P999-STOP.
           DISPLAY "FINALIZANDO O PROGRAMA..."
           STOP RUN.

       COPY LOGON.
       COPY SENHASH.
       COPY RECIBO.
       COPY SPOOL.
       COPY TREINO.
       END PROGRAM RECIBOVER.

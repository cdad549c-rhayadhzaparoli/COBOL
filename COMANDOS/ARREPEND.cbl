      ******************************************************************
      * Author: RHAYADH ZAPAROLI
      * Date: 15/10/2026
      * Purpose: CANCELAMENTO DE CONTRATO POR DIREITO DE ARREPENDIMENTO
      *          - O CLIENTE TEM 7 DIAS DA CONTRATACAO
      *          (CONTR-DT-VINCULO) PARA DESISTIR DO FINANCIAMENTO, E
      *          ATE AQUI ISSO ERA FEITO COM RENEGOCIA/PERDA, DEIXANDO
      *          O CONTRATO NAS ESTATISTICAS DE INADIMPLENCIA. AQUI O
      *          CONTRATO DENTRO DO PRAZO E SEM NENHUMA PARCELA PAGA E
      *          CANCELADO: O CLIENTE DEVOLVE O PRINCIPAL MAIS OS JUROS
      *          PRO RATA DOS DIAS EM QUE FICOU COM O DINHEIRO, MENOS
      *          AS TARIFAS RETIDAS NA LIBERACAO (RESTITUIDAS); TODAS
      *          AS PARCELAS VAO PARA A SITUACAO 'C' (CANCELADA, VER
      *          PRESTDATA), FORA DO AGING, DA CARTEIRA, DO FLUXO DE
      *          CAIXA E DA CONTABILIDADE. TUDO VAI AO DIARIO
      *          PRESTACOES.JRN E A ARREPEND.LOG, O VALOR DEVOLVIDO
      *          GANHA RECIBO NUMERADO E O TERMO DE CANCELAMENTO SAI EM
      *          ARREPEND.PRN PARA O CLIENTE ASSINAR.
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - O CODIGO DO CLIENTE EM ARREPEND.LOG
      *                  (ARL-COD-CLIENTE) E EM RECIBO.REG
      *                  (RREG-COD-CLI) PASSOU A TER 7 DIGITOS, COMO
      *                  COD-CLIENTE (VER CLIMIG5 E CODCLIMIG).
      *     15/10/2026 - LAYOUT DE PRESTACOES.JRN EXTRAIDO PARA JRNDATA;
      *                  A LINHA DO DIARIO PASSA A LEVAR O ELO DA CADEIA
      *                  DE CONFERENCIA (JRN-ELO, ANCORA EM
      *                  PRESTACOES.JRN.ANC - VER CADEIA.cpy).
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      *     15/10/2026 - LINHA DO PRESTACOES.JRN LEVA O POSTO DE
      *                  ATENDIMENTO DO OPERADOR (JRN-POSTO).
      *     15/10/2026 - CADA IMPRESSAO EM ARREPEND.PRN E RECIBO.PRN
      *                  PASSA A SER ARQUIVADA COMO JOB NUMERADO NO
      *                  ARQUIVO DE IMPRESSAO (SPOOL.IDX, VER
      *                  SPOOL.cpy), COM OPERADOR, DATA/HORA, PAGINAS E
      *                  REGISTROS - UMA NOVA RODADA NAO APAGA MAIS A
      *                  ANTERIOR; CONSULTA E REIMPRESSAO PELO SPOOLVER.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARREPEND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-CTL-FILE ASSIGN TO 'USERS.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LOGON-STATUS.

           SELECT PREST-FILE ASSIGN TO 'PRESTACOES'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
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
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COD-CLIENTE
           ALTERNATE RECORD KEY IS CPF-CLIENTE WITH DUPLICATES
           FILE STATUS IS WS-CLI-STATUS.

           SELECT RENEG-LOG-FILE ASSIGN TO 'RENEGOC.LOG'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RENEG-STATUS.

           SELECT ARREP-LOG-FILE ASSIGN TO 'ARREPEND.LOG'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ARREP-LOG-STATUS.

           SELECT ARREP-PRN-FILE ASSIGN TO 'ARREPEND.PRN'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ARREP-PRN-STATUS.

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
       FD USER-CTL-FILE.
       COPY USERCTL.

       FD PREST-FILE.
       COPY PRESTDATA.

       FD CONTR-FILE.
       COPY CONTRDATA.

       FD CLIENTE.
       COPY CLIDATA.

      *    MESMO LAYOUT DE RENEG-LOG-REC NO RENEGOCIA.
       FD RENEG-LOG-FILE.
       01 RENEG-LOG-REC.
         05 RNG-TIMESTAMP     PIC X(20).
         05 RNG-OPERADOR      PIC X(10).
         05 RNG-CONT-ANTIGO   PIC 9(05).
         05 RNG-CONT-NOVO     PIC 9(05).
         05 RNG-SALDO         PIC 9(09)V99.
         05 RNG-MULTA         PIC 9(09)V99.
         05 RNG-QTD-ENCERRADAS PIC 9(03).

       FD ARREP-LOG-FILE.
       01 ARREP-LOG-REC.
         05 ARL-TIMESTAMP     PIC X(20).
         05 ARL-OPERADOR      PIC X(10).
         05 ARL-NUM-CONT      PIC 9(05).
         05 ARL-COD-CLIENTE   PIC 9(07).
         05 ARL-DT-VINCULO    PIC 9(08).
         05 ARL-DT-NEGOCIO    PIC 9(08).
         05 ARL-DIAS          PIC 9(02).
         05 ARL-QTD-PARCELAS  PIC 9(03).
         05 ARL-VL-PRINCIPAL  PIC 9(07)V99.
         05 ARL-VL-JUROS      PIC 9(07)V99.
         05 ARL-VL-TARIFAS    PIC 9(07)V99.
         05 ARL-VL-DEVOLVIDO  PIC 9(07)V99.
         05 ARL-RECIBO        PIC 9(07).

       FD ARREP-PRN-FILE.
       01 ARREP-PRN-LINE      PIC X(80).

       FD PREST-JRN-FILE.
       COPY JRNDATA.

       FD ANC-FILE.
       COPY ANCDATA.

       FD DATAMOV-FILE.
       01 DATAMOV-REC.
         05 DTM-DATA-NEGOCIO   PIC 9(08).
         05 DTM-ULTIMA-FECHADA PIC 9(08).

       FD LOCK-FILE.
       01 LOCK-REC.
         05 LOCK-TIMESTAMP    PIC X(20).
         05 LOCK-OPERADOR     PIC X(10).
         05 LOCK-PROGRAMA     PIC X(20).

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

       FD SPOOL-IDX-FILE.
       COPY SPOOLDATA.

       FD SPOOL-TAM-FILE.
       COPY SPOOLTAM.

       WORKING-STORAGE SECTION.
       01 WS-PREST-STATUS     PIC 99.
       01 WS-CONTR-STATUS     PIC 99.
       01 WS-CLI-STATUS       PIC 99.
       01 WS-RENEG-STATUS     PIC 99.
       01 WS-ARREP-LOG-STATUS PIC 99.
       01 WS-ARREP-PRN-STATUS PIC 99.
       01 WS-EOF              PIC X     VALUE 'N'.
       01 WS-NUM-CONT         PIC 9(05) VALUE 0.
       01 WS-CONFIRMA         PIC X     VALUE 'N'.
       01 WS-ACHOU-CLI        PIC X(01) VALUE 'N'.
       01 WS-CONTR-ABERTO     PIC X(01) VALUE 'N'.
       01 WS-CLI-ABERTO       PIC X(01) VALUE 'N'.
       01 WS-SUCESSOR         PIC X(01) VALUE 'N'.
      *    PRAZO LEGAL DO ARREPENDIMENTO, EM DIAS CORRIDOS DA
      *    CONTRATACAO.
       01 WS-PRAZO-ARREP      PIC 9(02) VALUE 7.
       01 WS-DIAS-USO         PIC S9(07) VALUE 0.
       01 WS-QTD-PARCELAS     PIC 9(03) VALUE 0.
       01 WS-QTD-BLOQUEIO     PIC 9(03) VALUE 0.
       01 WS-VL-PRINCIPAL     PIC 9(07)V99 VALUE 0.
       01 WS-VL-JUROS         PIC 9(07)V99 VALUE 0.
       01 WS-VL-TARIFAS       PIC 9(07)V99 VALUE 0.
       01 WS-VL-DEVOLVIDO     PIC 9(07)V99 VALUE 0.
       01 WS-VALOR-ED         PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-DIAS-ED          PIC Z9.
       01 WS-QTD-ED           PIC ZZ9.
       01 WS-DATA-ED.
         05 WS-DATA-DD        PIC 9(02).
         05 FILLER            PIC X(01) VALUE '/'.
         05 WS-DATA-MM        PIC 9(02).
         05 FILLER            PIC X(01) VALUE '/'.
         05 WS-DATA-AA        PIC 9(04).
       01 WS-TRACO            PIC X(50) VALUE ALL '_'.

       COPY WSLOGON.
       COPY WSSENHASH.
       COPY WSPRESTJRN.
       COPY WSCADEIA.
       COPY WSDATAMOV.
       COPY WSFILELOCK.
       COPY WSRECIBO.
       COPY CLIPATH.
       COPY WSTREINO.
       COPY WSSPOOL.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           MOVE 'ARREPEND' TO WS-SPL-PROGRAMA
           DISPLAY "******** CANCELAMENTO POR ARREPENDIMENTO ********"
           PERFORM P-SIGN-ON
           MOVE WS-OPERADOR-ID TO WS-SPL-OPERADOR
           MOVE "PRESTACOES.LCK" TO WS-LOCK-PATH
           MOVE "ARREPEND" TO WS-LOCK-PROGRAMA
           MOVE WS-OPERADOR-ID TO WS-LOCK-OPERADOR
           PERFORM P-TRAVA-ARQUIVO
           IF WS-LOCK-OK NOT = 'S' THEN
               GO TO P999-STOP
           END-IF

      *    A DATA OFICIAL DE MOVIMENTO VAI EM CADA LINHA DO DIARIO
      *    (JRN-DT-NEGOCIO) E E A DATA DO CANCELAMENTO PARA O PRAZO
      *    E OS JUROS PRO RATA.
           PERFORM P-DATA-NEGOCIO
           MOVE WS-DT-NEGOCIO TO WS-JRN-DT-NEGOCIO
           MOVE "ARREPEND"     TO WS-JRN-PROGRAMA
           MOVE WS-OPERADOR-ID TO WS-JRN-OPERADOR
           MOVE WS-OPERADOR-POSTO TO WS-JRN-POSTO

           DISPLAY "NUMERO DO CONTRATO A CANCELAR"
           ACCEPT WS-NUM-CONT
           PERFORM P100-LE-CONTRATO
           PERFORM P150-CONFERE-SUCESSOR
           IF WS-SUCESSOR = 'S' THEN
               DISPLAY "CONTRATO SUCESSOR DE RENEGOCIACAO - NAO HA "
                       "DIREITO DE ARREPENDIMENTO"
               GO TO P999-STOP
           END-IF

           OPEN I-O PREST-FILE
           IF WS-PREST-STATUS EQUAL 35 THEN
               DISPLAY "PRESTACOES AINDA NAO FOI CRIADO"
               GO TO P999-STOP
           END-IF
           PERFORM P200-CONFERE-PARCELAS
           IF WS-QTD-PARCELAS = 0 THEN
               DISPLAY "CONTRATO SEM TABELA DE PARCELAS EM PRESTACOES"
               CLOSE PREST-FILE
               GO TO P999-STOP
           END-IF
           IF WS-QTD-BLOQUEIO > 0 THEN
               DISPLAY "CONTRATO COM " WS-QTD-BLOQUEIO " PARCELA(S) "
                       "PAGA(S) OU JA ENCERRADA(S) - CANCELAMENTO "
                       "RECUSADO"
               CLOSE PREST-FILE
               GO TO P999-STOP
           END-IF

           PERFORM P300-APURA-DEVOLUCAO
           DISPLAY " "
           DISPLAY "---- CANCELAMENTO DO CONTRATO " WS-NUM-CONT " ----"
           DISPLAY "DIAS DESDE A CONTRATACAO:...: " WS-DIAS-USO
           DISPLAY "PARCELAS A CANCELAR:........: " WS-QTD-PARCELAS
           DISPLAY "PRINCIPAL A DEVOLVER:.......: " WS-VL-PRINCIPAL
           DISPLAY "JUROS PRO RATA:.............: " WS-VL-JUROS
           DISPLAY "TARIFAS RESTITUIDAS:........: " WS-VL-TARIFAS
           DISPLAY "VALOR A DEVOLVER PELO CLIENTE: " WS-VL-DEVOLVIDO
           DISPLAY "CONFIRMA O CANCELAMENTO DO CONTRATO "
                   WS-NUM-CONT " (S/N)?"
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = 'S' AND WS-CONFIRMA NOT = 's' THEN
               DISPLAY "CANCELAMENTO ABORTADO"
               CLOSE PREST-FILE
               GO TO P999-STOP
           END-IF

           PERFORM P400-CANCELA-PARCELAS
           PERFORM P450-JRN-DEVOLUCAO
           CLOSE PREST-FILE
           PERFORM P700-EMITE-RECIBO
           PERFORM P800-LOG-ARREPENDIMENTO
           PERFORM P900-IMPRIME-TERMO

           DISPLAY "CONTRATO " WS-NUM-CONT " CANCELADO - PARCELAS "
                   "CANCELADAS: " WS-QTD-PARCELAS
           GO TO P999-STOP.

       P100-LE-CONTRATO.
      *    O CONTRATO TEM DE ESTAR VINCULADO, NAO ARQUIVADO, SEM
      *    SINISTRO E DENTRO DOS 7 DIAS DA CONTRATACAO. CONTRATO.CTL
      *    FICA ABERTO ATE O FIM (O TERMO E O RECIBO USAM O REGISTRO).
           OPEN INPUT CONTR-FILE
           IF WS-CONTR-STATUS EQUAL 35 THEN
               DISPLAY "CONTRATO.CTL AINDA NAO FOI CRIADO"
               GO TO P999-STOP
           END-IF
           MOVE 'S' TO WS-CONTR-ABERTO
           MOVE WS-NUM-CONT TO CONTR-NUM-CONT
           READ CONTR-FILE
               INVALID KEY
                   DISPLAY "CONTRATO NAO VINCULADO EM CONTRATO.CTL"
                   GO TO P999-STOP
           END-READ

           IF CONTR-ARQUIVADO THEN
               DISPLAY "CONTRATO ARQUIVADO - NAO PODE SER CANCELADO"
               GO TO P999-STOP
           END-IF
           IF CONTR-SINISTRO-ABERTO OR CONTR-SINISTRO-PAGO THEN
               DISPLAY "CONTRATO COM SINISTRO DO SEGURO PRESTAMISTA "
                       "- NAO PODE SER CANCELADO"
               GO TO P999-STOP
           END-IF
           IF CONTR-DT-VINCULO IS NOT NUMERIC OR
              CONTR-DT-VINCULO = 0 THEN
               DISPLAY "CONTRATO SEM DATA DE CONTRATACAO"
               GO TO P999-STOP
           END-IF
           COMPUTE WS-DIAS-USO =
                   FUNCTION INTEGER-OF-DATE(WS-DT-NEGOCIO) -
                   FUNCTION INTEGER-OF-DATE(CONTR-DT-VINCULO)
           IF WS-DIAS-USO < 0 OR WS-DIAS-USO > WS-PRAZO-ARREP THEN
               DISPLAY "CONTRATO DE " CONTR-DT-VINCULO " FORA DO "
                       "PRAZO DE " WS-PRAZO-ARREP " DIAS DO "
                       "ARREPENDIMENTO"
               GO TO P999-STOP
           END-IF.

       P150-CONFERE-SUCESSOR.
      *    O SUCESSOR DA RENEGOCIACAO NAO E CREDITO NOVO: CANCELA-LO
      *    APAGARIA A DIVIDA DO CONTRATO ANTIGO. O ELO FICA EM
      *    RENEGOC.LOG (VER RENEGOCIA).
           MOVE 'N' TO WS-SUCESSOR
           MOVE 'N' TO WS-EOF
           OPEN INPUT RENEG-LOG-FILE
           IF WS-RENEG-STATUS EQUAL 35 THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'S'
               READ RENEG-LOG-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF RNG-CONT-NOVO = WS-NUM-CONT THEN
                           MOVE 'S' TO WS-SUCESSOR
                           MOVE 'S' TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RENEG-LOG-FILE.

       P200-CONFERE-PARCELAS.
      *    TODAS AS PARCELAS TEM DE ESTAR ABERTAS E SEM NENHUM VALOR
      *    PAGO - QUALQUER PAGAMENTO (OU PARCELA JA ENCERRADA POR
      *    OUTRO MOTIVO) IMPEDE O CANCELAMENTO.
           MOVE 0 TO WS-QTD-PARCELAS
           MOVE 0 TO WS-QTD-BLOQUEIO
           MOVE WS-NUM-CONT TO PREST-NUM-CONT
           MOVE 1           TO PREST-NUM-PARC
           MOVE 'N'         TO WS-EOF
           START PREST-FILE KEY IS NOT LESS THAN PREST-KEY
               INVALID KEY
                   MOVE 'S' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'S'
               READ PREST-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF PREST-NUM-CONT NOT = WS-NUM-CONT THEN
                           MOVE 'S' TO WS-EOF
                       ELSE
                           ADD 1 TO WS-QTD-PARCELAS
                           IF NOT PREST-ABERTA OR
                              PREST-VL-PAGO NOT = 0 THEN
                               ADD 1 TO WS-QTD-BLOQUEIO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       P300-APURA-DEVOLUCAO.
      *    O CLIENTE DEVOLVE O PRINCIPAL E PAGA OS JUROS DO CONTRATO
      *    SO PELOS DIAS EM QUE FICOU COM O DINHEIRO (TAXA MENSAL
      *    SOBRE 30 DIAS); AS TARIFAS RETIDAS NA LIBERACAO (TAC, IOF
      *    E SEGURO, VER CETCALC) SAO RESTITUIDAS, ABATENDO A
      *    DEVOLUCAO.
           MOVE CONTR-VALOR-PRINC TO WS-VL-PRINCIPAL
           COMPUTE WS-VL-JUROS ROUNDED =
                   CONTR-VALOR-PRINC * CONTR-TAXA-JUROS
                   * WS-DIAS-USO / 30
           COMPUTE WS-VL-TARIFAS =
                   CONTR-VL-TAC + CONTR-VL-IOF + CONTR-VL-SEGURO
           IF WS-VL-TARIFAS > WS-VL-PRINCIPAL + WS-VL-JUROS THEN
               MOVE 0 TO WS-VL-DEVOLVIDO
           ELSE
               COMPUTE WS-VL-DEVOLVIDO =
                       WS-VL-PRINCIPAL + WS-VL-JUROS - WS-VL-TARIFAS
           END-IF.

       P400-CANCELA-PARCELAS.
           MOVE WS-NUM-CONT TO PREST-NUM-CONT
           MOVE 1           TO PREST-NUM-PARC
           MOVE 'N'         TO WS-EOF
           START PREST-FILE KEY IS NOT LESS THAN PREST-KEY
               INVALID KEY
                   MOVE 'S' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'S'
               READ PREST-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF PREST-NUM-CONT NOT = WS-NUM-CONT THEN
                           MOVE 'S' TO WS-EOF
                       ELSE
                           MOVE "SITUACAO"     TO WS-JRN-CAMPO
                           MOVE PREST-SITUACAO TO WS-JRN-ANTES
                           MOVE 'C'            TO WS-JRN-DEPOIS
                           PERFORM P-JRN-PARCELA
                           MOVE 'C' TO PREST-SITUACAO
                           REWRITE PREST-REC
                               INVALID KEY
                                   DISPLAY "NAO FOI POSSIVEL CANCELAR "
                                           "A PARCELA " PREST-NUM-PARC
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM.

       P450-JRN-DEVOLUCAO.
      *    OS VALORES DA DEVOLUCAO NAO PERTENCEM A NENHUMA PARCELA:
      *    VAO AO DIARIO NA PARCELA 000 DO CONTRATO, COM O VALOR EM
      *    "DEPOIS" (COMO A ENTRADA DO RENEGOCIA) - PRINCIPAL E JUROS
      *    RECEBIDOS DO CLIENTE E TARIFAS RESTITUIDAS A ELE.
           MOVE WS-NUM-CONT TO PREST-NUM-CONT
           MOVE 0           TO PREST-NUM-PARC
           MOVE 0               TO WS-JRN-VALOR-ED
           MOVE WS-JRN-VALOR-ED TO WS-JRN-ANTES
           MOVE "ARREP-PRINC"   TO WS-JRN-CAMPO
           MOVE WS-VL-PRINCIPAL TO WS-JRN-VALOR-ED
           MOVE WS-JRN-VALOR-ED TO WS-JRN-DEPOIS
           PERFORM P-JRN-PARCELA
           MOVE "ARREP-JUROS"   TO WS-JRN-CAMPO
           MOVE WS-VL-JUROS     TO WS-JRN-VALOR-ED
           MOVE WS-JRN-VALOR-ED TO WS-JRN-DEPOIS
           PERFORM P-JRN-PARCELA
           IF WS-VL-TARIFAS > 0 THEN
               MOVE "ARREP-TARIFA"  TO WS-JRN-CAMPO
               MOVE WS-VL-TARIFAS   TO WS-JRN-VALOR-ED
               MOVE WS-JRN-VALOR-ED TO WS-JRN-DEPOIS
               PERFORM P-JRN-PARCELA
           END-IF.

       P700-EMITE-RECIBO.
      *    RECIBO NUMERADO DO VALOR DEVOLVIDO PELO CLIENTE (VER
      *    RECIBO); NAO E PAGAMENTO DE PARCELA, ENTAO A FAIXA DE
      *    PARCELAS FICA ZERADA, COMO NA ENTRADA DO RENEGOCIA.
           MOVE 'N' TO WS-ACHOU-CLI
           ACCEPT WS-CLIENTE-PATH FROM ENVIRONMENT "CLIENTE_PATH"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           OPEN INPUT CLIENTE
           IF WS-CLI-STATUS NOT = 35 THEN
               MOVE 'S' TO WS-CLI-ABERTO
               MOVE CONTR-COD-CLIENTE TO COD-CLIENTE
               READ CLIENTE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-ACHOU-CLI
               END-READ
           END-IF

           MOVE "ARREPEND"        TO WS-RECIBO-PROGRAMA
           MOVE WS-OPERADOR-ID    TO WS-RECIBO-OPERADOR
           MOVE WS-DT-NEGOCIO     TO WS-RECIBO-DT-NEGOCIO
           MOVE WS-NUM-CONT       TO WS-RECIBO-NUM-CONT
           MOVE 0                 TO WS-RECIBO-PARC-INI
           MOVE 0                 TO WS-RECIBO-PARC-FIM
           MOVE 0                 TO WS-RECIBO-QTD-PARC
           MOVE CONTR-COD-CLIENTE TO WS-RECIBO-COD-CLI
           IF WS-ACHOU-CLI = 'S' THEN
               MOVE NM-CLIENTE    TO WS-RECIBO-NM-CLI
           ELSE
               MOVE SPACES        TO WS-RECIBO-NM-CLI
           END-IF
           MOVE WS-VL-DEVOLVIDO   TO WS-RECIBO-VL-PAGO
           MOVE 0                 TO WS-RECIBO-VL-MULTA
           MOVE 0                 TO WS-RECIBO-VL-SALDO
           PERFORM P-RECIBO-EMITE
           DISPLAY "RECIBO " WS-RECIBO-NUMERO " EMITIDO EM RECIBO.PRN".

       P800-LOG-ARREPENDIMENTO.
           MOVE FUNCTION CURRENT-DATE TO ARL-TIMESTAMP
           MOVE WS-OPERADOR-ID        TO ARL-OPERADOR
           MOVE WS-NUM-CONT           TO ARL-NUM-CONT
           MOVE CONTR-COD-CLIENTE     TO ARL-COD-CLIENTE
           MOVE CONTR-DT-VINCULO      TO ARL-DT-VINCULO
           MOVE WS-DT-NEGOCIO         TO ARL-DT-NEGOCIO
           MOVE WS-DIAS-USO           TO ARL-DIAS
           MOVE WS-QTD-PARCELAS       TO ARL-QTD-PARCELAS
           MOVE WS-VL-PRINCIPAL       TO ARL-VL-PRINCIPAL
           MOVE WS-VL-JUROS           TO ARL-VL-JUROS
           MOVE WS-VL-TARIFAS         TO ARL-VL-TARIFAS
           MOVE WS-VL-DEVOLVIDO       TO ARL-VL-DEVOLVIDO
           MOVE WS-RECIBO-NUMERO      TO ARL-RECIBO
           OPEN EXTEND ARREP-LOG-FILE
           IF WS-ARREP-LOG-STATUS EQUAL 35 THEN
               OPEN OUTPUT ARREP-LOG-FILE
           END-IF
           WRITE ARREP-LOG-REC
           CLOSE ARREP-LOG-FILE.

       P900-IMPRIME-TERMO.
      *    TERMO DE CANCELAMENTO EM ARREPEND.PRN, PARA O CLIENTE E O
      *    OPERADOR ASSINAREM.
           MOVE 'ARREPEND.PRN' TO WS-SPL-ARQUIVO
           MOVE 80             TO WS-SPL-TAM-REG
           MOVE 'S'            TO WS-SPL-PESSOAL
           PERFORM P-SPOOL-INICIA
           OPEN EXTEND ARREP-PRN-FILE
           IF WS-ARREP-PRN-STATUS EQUAL 35 THEN
               OPEN OUTPUT ARREP-PRN-FILE
           END-IF
           MOVE SPACES TO ARREP-PRN-LINE
           STRING "---- TERMO DE CANCELAMENTO POR DIREITO DE "
                                       DELIMITED BY SIZE
                  "ARREPENDIMENTO ----" DELIMITED BY SIZE
                  INTO ARREP-PRN-LINE
           WRITE ARREP-PRN-LINE
           MOVE CONTR-DT-VINCULO(7:2) TO WS-DATA-DD
           MOVE CONTR-DT-VINCULO(5:2) TO WS-DATA-MM
           MOVE CONTR-DT-VINCULO(1:4) TO WS-DATA-AA
           MOVE SPACES TO ARREP-PRN-LINE
           STRING "CONTRATO: "           DELIMITED BY SIZE
                  WS-NUM-CONT            DELIMITED BY SIZE
                  "  DATA DO CONTRATO: " DELIMITED BY SIZE
                  WS-DATA-ED             DELIMITED BY SIZE
                  INTO ARREP-PRN-LINE
           WRITE ARREP-PRN-LINE
           MOVE WS-DT-NEGOCIO(7:2) TO WS-DATA-DD
           MOVE WS-DT-NEGOCIO(5:2) TO WS-DATA-MM
           MOVE WS-DT-NEGOCIO(1:4) TO WS-DATA-AA
           MOVE WS-DIAS-USO TO WS-DIAS-ED
           MOVE SPACES TO ARREP-PRN-LINE
           STRING "DATA DO CANCELAMENTO: " DELIMITED BY SIZE
                  WS-DATA-ED               DELIMITED BY SIZE
                  "  DIAS DECORRIDOS: "    DELIMITED BY SIZE
                  WS-DIAS-ED               DELIMITED BY SIZE
                  INTO ARREP-PRN-LINE
           WRITE ARREP-PRN-LINE
           MOVE SPACES TO ARREP-PRN-LINE
           IF WS-ACHOU-CLI = 'S' THEN
               STRING "EMITENTE: "       DELIMITED BY SIZE
                      COD-CLIENTE        DELIMITED BY SIZE
                      " - "              DELIMITED BY SIZE
                      NM-CLIENTE         DELIMITED BY SIZE
                      INTO ARREP-PRN-LINE
               WRITE ARREP-PRN-LINE
               MOVE SPACES TO ARREP-PRN-LINE
               STRING "CPF: "            DELIMITED BY SIZE
                      CPF-CLIENTE        DELIMITED BY SIZE
                      INTO ARREP-PRN-LINE
           ELSE
               STRING "EMITENTE: "       DELIMITED BY SIZE
                      CONTR-COD-CLIENTE  DELIMITED BY SIZE
                      " - CLIENTE NAO ENCONTRADO NO CADASTRO"
                                         DELIMITED BY SIZE
                      INTO ARREP-PRN-LINE
           END-IF
           WRITE ARREP-PRN-LINE
           MOVE SPACES TO ARREP-PRN-LINE
           WRITE ARREP-PRN-LINE

           MOVE "O EMITENTE EXERCE O DIREITO DE ARREPENDIMENTO DENTRO "
             TO ARREP-PRN-LINE
           WRITE ARREP-PRN-LINE
           MOVE WS-PRAZO-ARREP TO WS-DIAS-ED
           MOVE SPACES TO ARREP-PRN-LINE
           STRING "DO PRAZO LEGAL DE " DELIMITED BY SIZE
                  WS-DIAS-ED           DELIMITED BY SIZE
                  " DIAS DA CONTRATACAO. O CONTRATO FICA CANCELADO E"
                                       DELIMITED BY SIZE
                  INTO ARREP-PRN-LINE
           WRITE ARREP-PRN-LINE
           MOVE WS-QTD-PARCELAS TO WS-QTD-ED
           MOVE SPACES TO ARREP-PRN-LINE
           STRING "SUAS "              DELIMITED BY SIZE
                  WS-QTD-ED            DELIMITED BY SIZE
                  " PARCELAS FICAM SEM EFEITO, MEDIANTE A DEVOLUCAO "
                                       DELIMITED BY SIZE
                  "ABAIXO:"            DELIMITED BY SIZE
                  INTO ARREP-PRN-LINE
           WRITE ARREP-PRN-LINE
           MOVE SPACES TO ARREP-PRN-LINE
           WRITE ARREP-PRN-LINE

           MOVE WS-VL-PRINCIPAL TO WS-VALOR-ED
           MOVE SPACES TO ARREP-PRN-LINE
           STRING "PRINCIPAL LIBERADO:.............. " DELIMITED BY SIZE
                  WS-VALOR-ED DELIMITED BY SIZE
                  INTO ARREP-PRN-LINE
           WRITE ARREP-PRN-LINE
           MOVE WS-VL-JUROS TO WS-VALOR-ED
           MOVE SPACES TO ARREP-PRN-LINE
           STRING "(+) JUROS PRO RATA DOS DIAS:..... " DELIMITED BY SIZE
                  WS-VALOR-ED DELIMITED BY SIZE
                  INTO ARREP-PRN-LINE
           WRITE ARREP-PRN-LINE
           MOVE WS-VL-TARIFAS TO WS-VALOR-ED
           MOVE SPACES TO ARREP-PRN-LINE
           STRING "(-) TARIFAS RESTITUIDAS:......... " DELIMITED BY SIZE
                  WS-VALOR-ED DELIMITED BY SIZE
                  INTO ARREP-PRN-LINE
           WRITE ARREP-PRN-LINE
           MOVE WS-VL-DEVOLVIDO TO WS-VALOR-ED
           MOVE SPACES TO ARREP-PRN-LINE
           STRING "VALOR DEVOLVIDO PELO EMITENTE:... " DELIMITED BY SIZE
                  WS-VALOR-ED DELIMITED BY SIZE
                  INTO ARREP-PRN-LINE
           WRITE ARREP-PRN-LINE
           MOVE SPACES TO ARREP-PRN-LINE
           STRING "RECIBO NUMERO: "  DELIMITED BY SIZE
                  WS-RECIBO-NUMERO   DELIMITED BY SIZE
                  INTO ARREP-PRN-LINE
           WRITE ARREP-PRN-LINE
           MOVE SPACES TO ARREP-PRN-LINE
           WRITE ARREP-PRN-LINE
           WRITE ARREP-PRN-LINE

           MOVE WS-TRACO TO ARREP-PRN-LINE
           WRITE ARREP-PRN-LINE
           MOVE SPACES TO ARREP-PRN-LINE
           IF WS-ACHOU-CLI = 'S' THEN
               STRING "EMITENTE: "   DELIMITED BY SIZE
                      NM-CLIENTE     DELIMITED BY SIZE
                      INTO ARREP-PRN-LINE
           ELSE
               MOVE "EMITENTE" TO ARREP-PRN-LINE
           END-IF
           WRITE ARREP-PRN-LINE
           MOVE SPACES TO ARREP-PRN-LINE
           WRITE ARREP-PRN-LINE
           WRITE ARREP-PRN-LINE
           MOVE WS-TRACO TO ARREP-PRN-LINE
           WRITE ARREP-PRN-LINE
           MOVE SPACES TO ARREP-PRN-LINE
           STRING "OPERADOR: "     DELIMITED BY SIZE
                  WS-OPERADOR-ID   DELIMITED BY SIZE
                  INTO ARREP-PRN-LINE
           WRITE ARREP-PRN-LINE
           MOVE SPACES TO ARREP-PRN-LINE
           WRITE ARREP-PRN-LINE
           CLOSE ARREP-PRN-FILE
           PERFORM P-SPOOL-ARQUIVA
           DISPLAY "TERMO DE CANCELAMENTO IMPRESSO EM ARREPEND.PRN".

       P999-STOP.
           IF WS-CLI-ABERTO = 'S' THEN
               CLOSE CLIENTE
           END-IF
           IF WS-CONTR-ABERTO = 'S' THEN
               CLOSE CONTR-FILE
           END-IF
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
       COPY RECIBO.
       COPY SPOOL.
       COPY TREINO.
       END PROGRAM ARREPEND.

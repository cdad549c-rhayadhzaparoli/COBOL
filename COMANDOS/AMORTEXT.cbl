      ******************************************************************
      * Author: RHAYADH ZAPAROLI
      * Date: 15/10/2026
      * Purpose: AMORTIZACAO EXTRAORDINARIA DE CONTRATO EM PRESTACOES -
      *          A QUITACAO SO LIQUIDA O CONTRATO TODO E O PAGAMENTO
      *          PARCIAL DO OCCRS (P700) SO ABATE UMA PARCELA. AQUI O
      *          CLIENTE ENTREGA UM VALOR AVULSO QUE ABATE O SALDO
      *          DEVEDOR (SOMA DA AMORTIZACAO DAS PARCELAS EM ABERTO)
      *          E ESCOLHE ENTRE REDUZIR O PRAZO (AS ULTIMAS PARCELAS
      *          SAEM DA TABELA) OU REDUZIR O VALOR DA PARCELA (MESMO
      *          NUMERO DE PARCELAS). AS PARCELAS EM ABERTO SAO
      *          RECALCULADAS PELO METODO (SAC/PRICE) E PELA TAXA DO
      *          CONTRATO (MESMO CALCULO DO OCCRS/RENEGOCIA), MANTENDO
      *          OS VENCIMENTOS QUE JA TINHAM. CADA CAMPO ALTERADO VAI
      *          AO DIARIO PRESTACOES.JRN (VER PRESTJRN), O VALOR PAGO
      *          VAI NA LINHA "AMORT-EXTRA" (PARCELA 000) PARA O
      *          FECHAMENTO DE CAIXA, CONTRATO.CTL FICA COM O PRAZO E
      *          O PRINCIPAL NOVOS, O CLIENTE RECEBE RECIBO NUMERADO
      *          (VER RECIBO) E O COMPARATIVO ANTES/DEPOIS IMPRESSO EM
      *          AMORTEXT.PRN.
      * MODIFICATION-LOG.
      *     15/10/2026 - CONTRATO COM SEGURO PRESTAMISTA (VER OCCRS):
      *                  O PREMIO DE CADA PARCELA RECALCULADA E
      *                  REFEITO SOBRE O SALDO NOVO (PREST-VL-SEGURO,
      *                  QUE TAMBEM VAI AO DIARIO), E A PRESTACAO
      *                  PRICE MANTIDA NA REDUCAO DE PRAZO E A DE
      *                  HOJE SEM O PREMIO. CONTRATO COM SINISTRO EM
      *                  ANALISE OU INDENIZADO NAO E AMORTIZADO.
      *     15/10/2026 - A PARCELA ELIMINADA NA REDUCAO DE PRAZO
      *                  TAMBEM DEIXA O VENCIMENTO NO DIARIO, PARA QUE A
      *                  POSICAO EM DATA PASSADA (PRESTPOS) A REFACA
      *                  INTEIRA.
      *     15/10/2026 - O CODIGO DO CLIENTE DONO DO CONTRATO E O DE
      *                  RECIBO.REG (RREG-COD-CLI) PASSARAM A TER 7
      *                  DIGITOS, COMO COD-CLIENTE (VER CLIMIG5 E
      *                  CODCLIMIG).
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
      *     15/10/2026 - CADA IMPRESSAO EM AMORTEXT.PRN E RECIBO.PRN
      *                  PASSA A SER ARQUIVADA COMO JOB NUMERADO NO
      *                  ARQUIVO DE IMPRESSAO (SPOOL.IDX, VER
      *                  SPOOL.cpy), COM OPERADOR, DATA/HORA, PAGINAS E
      *                  REGISTROS - UMA NOVA RODADA NAO APAGA MAIS A
      *                  ANTERIOR; CONSULTA E REIMPRESSAO PELO SPOOLVER.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMORTEXT.
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

           SELECT AMORT-PRN-FILE ASSIGN TO 'AMORTEXT.PRN'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PRN-STATUS.

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

           SELECT LOCK-FILE ASSIGN TO WS-LOCK-PATH
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LOCK-STATUS.

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

       FD AMORT-PRN-FILE.
       01 AMORT-LINE          PIC X(80).

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

       FD LOCK-FILE.
       01 LOCK-REC.
         05 LOCK-TIMESTAMP    PIC X(20).
         05 LOCK-OPERADOR     PIC X(10).
         05 LOCK-PROGRAMA     PIC X(20).

       FD PREST-JRN-FILE.
       COPY JRNDATA.

       FD ANC-FILE.
       COPY ANCDATA.

       FD DATAMOV-FILE.
       01 DATAMOV-REC.
         05 DTM-DATA-NEGOCIO   PIC 9(08).
         05 DTM-ULTIMA-FECHADA PIC 9(08).

       FD SPOOL-IDX-FILE.
       COPY SPOOLDATA.

       FD SPOOL-TAM-FILE.
       COPY SPOOLTAM.

       WORKING-STORAGE SECTION.
       01 WS-PREST-STATUS    PIC 99.
       01 WS-CONTR-STATUS    PIC 99.
       01 WS-CLI-STATUS      PIC 99.
       01 WS-PRN-STATUS      PIC 99.
       01 WS-EOF             PIC X      VALUE 'N'.
       01 WS-CONFIRMA        PIC X      VALUE 'N'.
       01 WS-NUM-CONT        PIC 9(05)  VALUE 0.
       01 WS-COD-CLI-DONO    PIC 9(07)  VALUE 0.
       01 WS-NM-CLI-DONO     PIC X(40)  VALUE SPACES.
       01 WS-TAXA            PIC 9(1)V9(4) VALUE 0.
       01 WS-METODO          PIC X(01)  VALUE 'S'.
       01 WS-TAXA-PRESTAM    PIC 9(1)V9(6) VALUE 0.
       01 WS-SIT-SINISTRO    PIC X(01)  VALUE SPACE.
       01 WS-PREMIO-PARC     PIC 9(7)V99 VALUE 0.

      *    SITUACAO ATUAL DO CONTRATO EM PRESTACOES.
       01 WS-QTD-ABERTAS     PIC 9(03)  VALUE 0.
       01 WS-QTD-PAGAS       PIC 9(03)  VALUE 0.
       01 WS-QTD-VENCIDAS    PIC 9(03)  VALUE 0.
       01 WS-QTD-PARCIAIS    PIC 9(03)  VALUE 0.
       01 WS-QTD-ENCERRADAS  PIC 9(03)  VALUE 0.
       01 WS-TAB-ESTOURO     PIC X      VALUE 'N'.

      *    PARCELAS EM ABERTO, NA ORDEM DA TABELA: VALORES DE ANTES E
      *    OS RECALCULADOS. A PARCELA ALEM DO PRAZO NOVO SAI DA TABELA.
       01 WS-TAB-PARCELAS.
           05 WS-TAB-ITEM OCCURS 420 TIMES.
               10 WS-TAB-NUM-PARC    PIC 9(03).
               10 WS-TAB-VENC        PIC 9(08).
               10 WS-TAB-VALOR-ANT   PIC 9(7)V99.
               10 WS-TAB-AMORT-ANT   PIC 9(7)V99.
               10 WS-TAB-JUROS-ANT   PIC 9(7)V99.
               10 WS-TAB-SEGURO-ANT  PIC 9(7)V99.
               10 WS-TAB-VALOR-NOV   PIC 9(7)V99.
               10 WS-TAB-AMORT-NOV   PIC 9(7)V99.
               10 WS-TAB-JUROS-NOV   PIC 9(7)V99.
               10 WS-TAB-SEGURO-NOV  PIC 9(7)V99.

       01 WS-VL-EXTRA        PIC 9(7)V99 VALUE 0.
       01 WS-REDUCAO         PIC X(01)  VALUE SPACE.
       01 WS-SALDO-ANTES     PIC 9(7)V99 VALUE 0.
       01 WS-SALDO-DEPOIS    PIC 9(7)V99 VALUE 0.
       01 WS-NOVO-PRAZO      PIC 9(03)  VALUE 0.
       01 WS-TOT-JUROS-ANTES PIC 9(9)V99 VALUE 0.
       01 WS-TOT-JUROS-DEPOIS PIC 9(9)V99 VALUE 0.
       01 WS-TOT-PAGAR-ANTES PIC 9(9)V99 VALUE 0.
       01 WS-TOT-PAGAR-DEPOIS PIC 9(9)V99 VALUE 0.
       01 WS-ECONOMIA-JUROS  PIC 9(9)V99 VALUE 0.

      *    GERACAO DA TABELA NOVA - MESMAS AREAS DO OCCRS/RENEGOCIA.
       01 WS-IND             PIC 9(03)  VALUE 0.
       01 WS-SALDO           PIC 9(7)V99 VALUE 0.
       01 WS-AMORT-CONST     PIC 9(7)V99 VALUE 0.
       01 WS-PREST-CONST     PIC 9(7)V99 VALUE 0.
       01 WS-AMORT-PARC      PIC 9(7)V99 VALUE 0.
       01 WS-JUROS-PERIODO   PIC 9(7)V99 VALUE 0.
       01 WS-FATOR-PRICE     USAGE COMP-2.
       01 WS-SALDO-SIM       PIC S9(9)V99 VALUE 0.

       01 WS-EDIT-VALOR      PIC $,$$$,$$$.$$.
       01 WS-EDIT-DEPOIS     PIC $,$$$,$$$.$$.
       01 WS-DATA-AUX        PIC 9(08)  VALUE 0.
       01 WS-DATA-ED.
         05 WS-DATA-ED-DD    PIC 9(02).
         05 FILLER           PIC X(01) VALUE '/'.
         05 WS-DATA-ED-MM    PIC 9(02).
         05 FILLER           PIC X(01) VALUE '/'.
         05 WS-DATA-ED-AA    PIC 9(04).
       COPY CLIPATH.

       COPY WSLOGON.
       COPY WSSENHASH.
       COPY WSPRESTJRN.
       COPY WSCADEIA.
       COPY WSDATAMOV.
       COPY WSFILELOCK.
       COPY WSRECIBO.
       COPY WSTREINO.
       COPY WSSPOOL.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           MOVE 'AMORTEXT' TO WS-SPL-PROGRAMA
           DISPLAY "******** AMORTIZACAO EXTRAORDINARIA ********"
           PERFORM P-SIGN-ON
           MOVE WS-OPERADOR-ID TO WS-SPL-OPERADOR
           MOVE "PRESTACOES.LCK" TO WS-LOCK-PATH
           MOVE "AMORTEXT" TO WS-LOCK-PROGRAMA
           MOVE WS-OPERADOR-ID TO WS-LOCK-OPERADOR
           PERFORM P-TRAVA-ARQUIVO
           IF WS-LOCK-OK NOT = 'S' THEN
               GO TO P999-STOP
           END-IF

      *    A DATA OFICIAL DE MOVIMENTO VAI EM CADA LINHA DO DIARIO
      *    (JRN-DT-NEGOCIO) E DECIDE O QUE JA ESTA VENCIDO.
           PERFORM P-DATA-NEGOCIO
           MOVE WS-DT-NEGOCIO TO WS-JRN-DT-NEGOCIO

           DISPLAY "NUMERO DO CONTRATO: "
           ACCEPT WS-NUM-CONT
           PERFORM P100-LE-CONTRATO
           IF WS-COD-CLI-DONO = 0 THEN
               DISPLAY "CONTRATO NAO CADASTRADO EM CONTRATO.CTL"
               GO TO P999-STOP
           END-IF
           IF WS-SIT-SINISTRO = 'A' OR WS-SIT-SINISTRO = 'Q' THEN
               DISPLAY "CONTRATO COM SINISTRO DO SEGURO PRESTAMISTA "
                       "- NAO PODE SER AMORTIZADO"
               GO TO P999-STOP
           END-IF

           OPEN I-O PREST-FILE
           IF WS-PREST-STATUS EQUAL 35 THEN
               DISPLAY "PRESTACOES AINDA NAO FOI CRIADO"
               GO TO P999-STOP
           END-IF
           PERFORM P200-CARREGA-ABERTAS

      *    O ABATIMENTO VALE SO PARA CONTRATO EM DIA: PARCELA VENCIDA
      *    SE ACERTA NO OCCRS OU NA RENEGOCIACAO, E A PARCIAL PRECISA
      *    SER COMPLETADA ANTES, PARA O SALDO DEVEDOR SER SO A SOMA DA
      *    AMORTIZACAO DAS PARCELAS EM ABERTO.
           IF WS-TAB-ESTOURO = 'S' THEN
               DISPLAY "CONTRATO COM MAIS DE 420 PARCELAS EM ABERTO"
               CLOSE PREST-FILE
               GO TO P999-STOP
           END-IF
           IF WS-QTD-VENCIDAS > 0 THEN
               DISPLAY "CONTRATO COM " WS-QTD-VENCIDAS
                       " PARCELA(S) VENCIDA(S) - REGULARIZE ANTES"
               CLOSE PREST-FILE
               GO TO P999-STOP
           END-IF
           IF WS-QTD-PARCIAIS > 0 THEN
               DISPLAY "CONTRATO COM PARCELA EM PAGAMENTO PARCIAL - "
                       "COMPLETE O PAGAMENTO ANTES"
               CLOSE PREST-FILE
               GO TO P999-STOP
           END-IF
           IF WS-QTD-ENCERRADAS > 0 OR WS-QTD-ABERTAS = 0 THEN
               DISPLAY "CONTRATO SEM PARCELAS EM ABERTO PARA AMORTIZAR"
               CLOSE PREST-FILE
               GO TO P999-STOP
           END-IF

           DISPLAY "PARCELAS EM ABERTO:.......: " WS-QTD-ABERTAS
           MOVE WS-SALDO-ANTES TO WS-EDIT-VALOR
           DISPLAY "SALDO DEVEDOR (AMORT):....: " WS-EDIT-VALOR
           DISPLAY "VALOR DA AMORTIZACAO EXTRAORDINARIA"
           ACCEPT WS-VL-EXTRA
           IF WS-VL-EXTRA = 0 THEN
               DISPLAY "VALOR INVALIDO"
               CLOSE PREST-FILE
               GO TO P999-STOP
           END-IF
           IF WS-VL-EXTRA >= WS-SALDO-ANTES THEN
               DISPLAY "VALOR COBRE TODO O SALDO - USE A QUITACAO"
               CLOSE PREST-FILE
               GO TO P999-STOP
           END-IF
           COMPUTE WS-SALDO-DEPOIS = WS-SALDO-ANTES - WS-VL-EXTRA

           PERFORM WITH TEST AFTER
                   UNTIL WS-REDUCAO = 'P' OR WS-REDUCAO = 'V'
               DISPLAY "REDUZIR O PRAZO OU O VALOR DA PARCELA? "
                       "(P=PRAZO / V=VALOR)"
               ACCEPT WS-REDUCAO
               IF WS-REDUCAO NOT = 'P' AND WS-REDUCAO NOT = 'V' THEN
                   DISPLAY "OPCAO INVALIDA - DIGITE P OU V"
               END-IF
           END-PERFORM

           IF WS-REDUCAO = 'P' THEN
               PERFORM P300-NOVO-PRAZO
           ELSE
               MOVE WS-QTD-ABERTAS TO WS-NOVO-PRAZO
           END-IF
           PERFORM P400-RECALCULA-TABELA
           PERFORM P450-RESUMO

           DISPLAY "CONFIRMA A AMORTIZACAO EXTRAORDINARIA? (S/N)"
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = 'S' AND WS-CONFIRMA NOT = 's' THEN
               DISPLAY "AMORTIZACAO NAO CONFIRMADA."
               CLOSE PREST-FILE
               GO TO P999-STOP
           END-IF

           MOVE WS-OPERADOR-ID TO WS-JRN-OPERADOR
           MOVE WS-OPERADOR-POSTO TO WS-JRN-POSTO
           MOVE "AMORTEXT"     TO WS-JRN-PROGRAMA
           PERFORM P500-JRN-AMORT-EXTRA
           PERFORM P600-APLICA-PARCELA
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-QTD-ABERTAS
           CLOSE PREST-FILE
           PERFORM P700-ATUALIZA-CONTRATO
           PERFORM P800-EMITE-RECIBO
           PERFORM P850-IMPRIME-COMPARATIVO

           DISPLAY "AMORTIZACAO EXTRAORDINARIA CONCLUIDA - CONTRATO "
                   WS-NUM-CONT
           DISPLAY "COMPARATIVO ANTES/DEPOIS IMPRESSO EM AMORTEXT.PRN"
           GO TO P999-STOP.

       P100-LE-CONTRATO.
      *    TAXA E METODO DO RECALCULO SAO OS DO CONTRATO; METODO EM
      *    ESPACOS (CONTRATO ANTERIOR AO CAMPO) VALE COMO SAC.
           MOVE 0 TO WS-COD-CLI-DONO
           OPEN INPUT CONTR-FILE
           IF WS-CONTR-STATUS EQUAL 35 THEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NUM-CONT TO CONTR-NUM-CONT
           READ CONTR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CONTR-COD-CLIENTE TO WS-COD-CLI-DONO
                   MOVE CONTR-TAXA-JUROS  TO WS-TAXA
                   IF CONTR-METODO-AMORT = 'P' THEN
                       MOVE 'P' TO WS-METODO
                   ELSE
                       MOVE 'S' TO WS-METODO
                   END-IF
                   MOVE CONTR-SIT-SINISTRO TO WS-SIT-SINISTRO
                   IF CONTR-SEGURO-PREST = 'S' THEN
                       MOVE CONTR-TAXA-PRESTAMISTA TO WS-TAXA-PRESTAM
                   END-IF
           END-READ
           CLOSE CONTR-FILE
           IF WS-COD-CLI-DONO = 0 THEN
               EXIT PARAGRAPH
           END-IF

           ACCEPT WS-CLIENTE-PATH FROM ENVIRONMENT "CLIENTE_PATH"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           OPEN INPUT CLIENTE
           IF WS-CLI-STATUS NOT = 35 THEN
               MOVE WS-COD-CLI-DONO TO COD-CLIENTE
               READ CLIENTE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NM-CLIENTE TO WS-NM-CLI-DONO
               END-READ
               CLOSE CLIENTE
           END-IF.

       P200-CARREGA-ABERTAS.
      *    POSICIONA NA PRIMEIRA PARCELA DO CONTRATO E GUARDA AS EM
      *    ABERTO NA ORDEM DA TABELA (MESMO START DA QUITACAO).
           MOVE WS-NUM-CONT TO PREST-NUM-CONT
           MOVE 1 TO PREST-NUM-PARC
           MOVE 'N' TO WS-EOF
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
                           PERFORM P210-CLASSIFICA-PARCELA
                       END-IF
               END-READ
           END-PERFORM.

       P210-CLASSIFICA-PARCELA.
           EVALUATE TRUE
               WHEN PREST-PAGA
                   ADD 1 TO WS-QTD-PAGAS
               WHEN PREST-PARCIAL
                   ADD 1 TO WS-QTD-PARCIAIS
               WHEN PREST-RENEGOCIADA OR PREST-PERDA
                   ADD 1 TO WS-QTD-ENCERRADAS
               WHEN PREST-ABERTA
                   IF PREST-VENCIMENTO < WS-DT-NEGOCIO THEN
                       ADD 1 TO WS-QTD-VENCIDAS
                   END-IF
                   IF WS-QTD-ABERTAS = 420 THEN
                       MOVE 'S' TO WS-TAB-ESTOURO
                   ELSE
                       ADD 1 TO WS-QTD-ABERTAS
                       MOVE PREST-NUM-PARC
                         TO WS-TAB-NUM-PARC(WS-QTD-ABERTAS)
                       MOVE PREST-VENCIMENTO
                         TO WS-TAB-VENC(WS-QTD-ABERTAS)
                       MOVE PREST-VALOR
                         TO WS-TAB-VALOR-ANT(WS-QTD-ABERTAS)
                       MOVE PREST-VL-AMORT
                         TO WS-TAB-AMORT-ANT(WS-QTD-ABERTAS)
                       MOVE PREST-VL-JUROS
                         TO WS-TAB-JUROS-ANT(WS-QTD-ABERTAS)
                       MOVE PREST-VL-SEGURO
                         TO WS-TAB-SEGURO-ANT(WS-QTD-ABERTAS)
                       ADD PREST-VL-AMORT TO WS-SALDO-ANTES
                       ADD PREST-VL-JUROS TO WS-TOT-JUROS-ANTES
                       ADD PREST-VALOR    TO WS-TOT-PAGAR-ANTES
                   END-IF
           END-EVALUATE.

       P300-NOVO-PRAZO.
      *    REDUCAO DE PRAZO: A PARCELA CONTINUA DO TAMANHO DE HOJE E
      *    O SALDO NOVO E PAGO EM MENOS PARCELAS. NO SAC A AMORTIZACAO
      *    CONSTANTE E MANTIDA; NO PRICE A PRESTACAO ATUAL E MANTIDA E
      *    O SALDO E CORRIDO MES A MES ATE ZERAR. O PREMIO DO SEGURO
      *    PRESTAMISTA NAO E PRESTACAO: SAI DA PARCELA DE HOJE.
           MOVE 0 TO WS-NOVO-PRAZO
           MOVE WS-SALDO-DEPOIS TO WS-SALDO-SIM
           IF WS-METODO = 'P' THEN
               COMPUTE WS-PREST-CONST =
                       WS-TAB-VALOR-ANT(1) - WS-TAB-SEGURO-ANT(1)
               PERFORM UNTIL WS-SALDO-SIM <= 0
                          OR WS-NOVO-PRAZO = WS-QTD-ABERTAS
                   COMPUTE WS-JUROS-PERIODO ROUNDED =
                           WS-SALDO-SIM * WS-TAXA
                   COMPUTE WS-SALDO-SIM = WS-SALDO-SIM
                           - (WS-PREST-CONST - WS-JUROS-PERIODO)
                   ADD 1 TO WS-NOVO-PRAZO
               END-PERFORM
           ELSE
               COMPUTE WS-AMORT-CONST =
                       WS-SALDO-ANTES / WS-QTD-ABERTAS
               PERFORM UNTIL WS-SALDO-SIM <= 0
                          OR WS-NOVO-PRAZO = WS-QTD-ABERTAS
                   SUBTRACT WS-AMORT-CONST FROM WS-SALDO-SIM
                   ADD 1 TO WS-NOVO-PRAZO
               END-PERFORM
           END-IF
           IF WS-NOVO-PRAZO = 0 THEN
               MOVE 1 TO WS-NOVO-PRAZO
           END-IF.

       P400-RECALCULA-TABELA.
      *    MESMO CALCULO SAC/PRICE DE P600-GERA-TABELA-NOVA NO
      *    RENEGOCIA, SOBRE O SALDO NOVO E O PRAZO NOVO. A ULTIMA
      *    PARCELA FICA COM O SALDO QUE SOBROU NOS DOIS METODOS, PARA
      *    A AMORTIZACAO DA TABELA FECHAR COM O SALDO NOVO.
           MOVE WS-SALDO-DEPOIS TO WS-SALDO
           COMPUTE WS-AMORT-CONST = WS-SALDO-DEPOIS / WS-NOVO-PRAZO
           IF WS-METODO = 'P' THEN
               IF WS-TAXA = 0 THEN
                   MOVE WS-AMORT-CONST TO WS-PREST-CONST
               ELSE
                   COMPUTE WS-FATOR-PRICE =
                       (1 + WS-TAXA) ** WS-NOVO-PRAZO
                   COMPUTE WS-PREST-CONST ROUNDED =
                       WS-SALDO-DEPOIS * WS-TAXA *
                       WS-FATOR-PRICE / (WS-FATOR-PRICE - 1)
               END-IF
           END-IF
           MOVE 0 TO WS-TOT-JUROS-DEPOIS
           MOVE 0 TO WS-TOT-PAGAR-DEPOIS
           PERFORM P410-RECALCULA-PARCELA
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-QTD-ABERTAS
           IF WS-TOT-JUROS-ANTES > WS-TOT-JUROS-DEPOIS THEN
               COMPUTE WS-ECONOMIA-JUROS =
                       WS-TOT-JUROS-ANTES - WS-TOT-JUROS-DEPOIS
           ELSE
               MOVE 0 TO WS-ECONOMIA-JUROS
           END-IF.

       P410-RECALCULA-PARCELA.
           IF WS-IND > WS-NOVO-PRAZO THEN
               MOVE 0 TO WS-TAB-VALOR-NOV(WS-IND)
               MOVE 0 TO WS-TAB-AMORT-NOV(WS-IND)
               MOVE 0 TO WS-TAB-JUROS-NOV(WS-IND)
               MOVE 0 TO WS-TAB-SEGURO-NOV(WS-IND)
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-JUROS-PERIODO ROUNDED =
                   WS-SALDO * WS-TAXA
           IF WS-IND = WS-NOVO-PRAZO THEN
               MOVE WS-SALDO TO WS-AMORT-PARC
           ELSE
               IF WS-METODO = 'P' THEN
                   COMPUTE WS-AMORT-PARC =
                       WS-PREST-CONST - WS-JUROS-PERIODO
               ELSE
                   MOVE WS-AMORT-CONST TO WS-AMORT-PARC
               END-IF
           END-IF
           MOVE WS-AMORT-PARC    TO WS-TAB-AMORT-NOV(WS-IND)
           MOVE WS-JUROS-PERIODO TO WS-TAB-JUROS-NOV(WS-IND)
      *    PREMIO DO SEGURO PRESTAMISTA SOBRE O SALDO NOVO (ZERO SEM
      *    SEGURO), MESMO CALCULO DO OCCRS.
           COMPUTE WS-PREMIO-PARC ROUNDED =
                   WS-SALDO * WS-TAXA-PRESTAM
           MOVE WS-PREMIO-PARC   TO WS-TAB-SEGURO-NOV(WS-IND)
           COMPUTE WS-TAB-VALOR-NOV(WS-IND) =
                   WS-AMORT-PARC + WS-JUROS-PERIODO + WS-PREMIO-PARC
           ADD WS-JUROS-PERIODO TO WS-TOT-JUROS-DEPOIS
           ADD WS-TAB-VALOR-NOV(WS-IND) TO WS-TOT-PAGAR-DEPOIS
           COMPUTE WS-SALDO = WS-SALDO - WS-AMORT-PARC.

       P450-RESUMO.
           DISPLAY " "
           DISPLAY "---- AMORTIZACAO EXTRAORDINARIA - CONTRATO "
                   WS-NUM-CONT " ----"
           MOVE WS-VL-EXTRA TO WS-EDIT-VALOR
           DISPLAY "VALOR AMORTIZADO..........: " WS-EDIT-VALOR
           MOVE WS-SALDO-ANTES TO WS-EDIT-VALOR
           MOVE WS-SALDO-DEPOIS TO WS-EDIT-DEPOIS
           DISPLAY "SALDO DEVEDOR.....ANTES: " WS-EDIT-VALOR
                   "  DEPOIS: " WS-EDIT-DEPOIS
           DISPLAY "PARCELAS EM ABERTO ANTES: " WS-QTD-ABERTAS
                   "           DEPOIS: " WS-NOVO-PRAZO
           MOVE WS-TAB-VALOR-ANT(1) TO WS-EDIT-VALOR
           MOVE WS-TAB-VALOR-NOV(1) TO WS-EDIT-DEPOIS
           DISPLAY "PROXIMA PARCELA...ANTES: " WS-EDIT-VALOR
                   "  DEPOIS: " WS-EDIT-DEPOIS
           MOVE WS-TOT-JUROS-ANTES TO WS-EDIT-VALOR
           MOVE WS-TOT-JUROS-DEPOIS TO WS-EDIT-DEPOIS
           DISPLAY "JUROS FUTUROS.....ANTES: " WS-EDIT-VALOR
                   "  DEPOIS: " WS-EDIT-DEPOIS
           MOVE WS-ECONOMIA-JUROS TO WS-EDIT-VALOR
           DISPLAY "ECONOMIA DE JUROS.........: " WS-EDIT-VALOR.

       P500-JRN-AMORT-EXTRA.
      *    O VALOR PAGO NAO PERTENCE A NENHUMA PARCELA: VAI AO DIARIO
      *    NA PARCELA 000 DO CONTRATO, COM O VALOR EM "DEPOIS" (MESMO
      *    FORMATO DA "ENTRADA" DO RENEGOCIA, VER CAIXAJRN).
           MOVE WS-NUM-CONT     TO PREST-NUM-CONT
           MOVE 0               TO PREST-NUM-PARC
           MOVE "AMORT-EXTRA"   TO WS-JRN-CAMPO
           MOVE 0               TO WS-JRN-VALOR-ED
           MOVE WS-JRN-VALOR-ED TO WS-JRN-ANTES
           MOVE WS-VL-EXTRA     TO WS-JRN-VALOR-ED
           MOVE WS-JRN-VALOR-ED TO WS-JRN-DEPOIS
           PERFORM P-JRN-PARCELA.

       P600-APLICA-PARCELA.
           MOVE WS-NUM-CONT              TO PREST-NUM-CONT
           MOVE WS-TAB-NUM-PARC(WS-IND)  TO PREST-NUM-PARC
           READ PREST-FILE
               INVALID KEY
                   DISPLAY "PARCELA " WS-TAB-NUM-PARC(WS-IND)
                           " NAO ENCONTRADA EM PRESTACOES"
                   EXIT PARAGRAPH
           END-READ
           IF WS-IND > WS-NOVO-PRAZO THEN
               PERFORM P620-ELIMINA-PARCELA
               EXIT PARAGRAPH
           END-IF

           IF PREST-VALOR NOT = WS-TAB-VALOR-NOV(WS-IND) THEN
               MOVE "VALOR"         TO WS-JRN-CAMPO
               MOVE PREST-VALOR     TO WS-JRN-VALOR-ED
               MOVE WS-JRN-VALOR-ED TO WS-JRN-ANTES
               MOVE WS-TAB-VALOR-NOV(WS-IND) TO WS-JRN-VALOR-ED
               MOVE WS-JRN-VALOR-ED TO WS-JRN-DEPOIS
               PERFORM P-JRN-PARCELA
           END-IF
           IF PREST-VL-AMORT NOT = WS-TAB-AMORT-NOV(WS-IND) THEN
               MOVE "VL-AMORT"      TO WS-JRN-CAMPO
               MOVE PREST-VL-AMORT  TO WS-JRN-VALOR-ED
               MOVE WS-JRN-VALOR-ED TO WS-JRN-ANTES
               MOVE WS-TAB-AMORT-NOV(WS-IND) TO WS-JRN-VALOR-ED
               MOVE WS-JRN-VALOR-ED TO WS-JRN-DEPOIS
               PERFORM P-JRN-PARCELA
           END-IF
           IF PREST-VL-JUROS NOT = WS-TAB-JUROS-NOV(WS-IND) THEN
               MOVE "VL-JUROS"      TO WS-JRN-CAMPO
               MOVE PREST-VL-JUROS  TO WS-JRN-VALOR-ED
               MOVE WS-JRN-VALOR-ED TO WS-JRN-ANTES
               MOVE WS-TAB-JUROS-NOV(WS-IND) TO WS-JRN-VALOR-ED
               MOVE WS-JRN-VALOR-ED TO WS-JRN-DEPOIS
               PERFORM P-JRN-PARCELA
           END-IF
           IF PREST-VL-SEGURO NOT = WS-TAB-SEGURO-NOV(WS-IND) THEN
               MOVE "VL-SEGURO"     TO WS-JRN-CAMPO
               MOVE PREST-VL-SEGURO TO WS-JRN-VALOR-ED
               MOVE WS-JRN-VALOR-ED TO WS-JRN-ANTES
               MOVE WS-TAB-SEGURO-NOV(WS-IND) TO WS-JRN-VALOR-ED
               MOVE WS-JRN-VALOR-ED TO WS-JRN-DEPOIS
               PERFORM P-JRN-PARCELA
           END-IF
           MOVE WS-TAB-VALOR-NOV(WS-IND) TO PREST-VALOR
           MOVE WS-TAB-AMORT-NOV(WS-IND) TO PREST-VL-AMORT
           MOVE WS-TAB-JUROS-NOV(WS-IND) TO PREST-VL-JUROS
           MOVE WS-TAB-SEGURO-NOV(WS-IND) TO PREST-VL-SEGURO
           REWRITE PREST-REC.

       P620-ELIMINA-PARCELA.
      *    PARCELA ALEM DO PRAZO NOVO SAI DE PRESTACOES. A SAIDA VAI
      *    AO DIARIO COMO SITUACAO 'A' -> 'E' (ELIMINADA), PARA A
      *    CONTAGEM DE ABERTAS DO CTRLDIA FECHAR, E O VALOR E O
      *    VENCIMENTO QUE ELA TINHA FICAM NAS LINHAS "VALOR" E
      *    "VENCIMENTO".
           MOVE "VALOR"         TO WS-JRN-CAMPO
           MOVE PREST-VALOR     TO WS-JRN-VALOR-ED
           MOVE WS-JRN-VALOR-ED TO WS-JRN-ANTES
           MOVE 0               TO WS-JRN-VALOR-ED
           MOVE WS-JRN-VALOR-ED TO WS-JRN-DEPOIS
           PERFORM P-JRN-PARCELA
           MOVE "VENCIMENTO"     TO WS-JRN-CAMPO
           MOVE PREST-VENCIMENTO TO WS-JRN-ANTES
           MOVE ZEROS            TO WS-JRN-DEPOIS
           PERFORM P-JRN-PARCELA
           MOVE "SITUACAO"      TO WS-JRN-CAMPO
           MOVE PREST-SITUACAO  TO WS-JRN-ANTES
           MOVE 'E'             TO WS-JRN-DEPOIS
           PERFORM P-JRN-PARCELA
           DELETE PREST-FILE RECORD
               INVALID KEY
                   DISPLAY "PARCELA " PREST-NUM-PARC
                           " NAO EXCLUIDA DE PRESTACOES"
           END-DELETE.

       P700-ATUALIZA-CONTRATO.
      *    O PRAZO DO CONTRATO PASSA A SER O DA TABELA QUE FICOU
      *    (PAGAS MAIS AS EM ABERTO) E O PRINCIPAL DEIXA DE CONTAR O
      *    VALOR AMORTIZADO - A SOMA DA AMORTIZACAO DAS PARCELAS
      *    CONTINUA BATENDO COM CONTR-VALOR-PRINC.
           OPEN I-O CONTR-FILE
           IF WS-CONTR-STATUS EQUAL 35 THEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NUM-CONT TO CONTR-NUM-CONT
           READ CONTR-FILE
               INVALID KEY
                   DISPLAY "CONTRATO NAO ATUALIZADO EM CONTRATO.CTL"
               NOT INVALID KEY
                   COMPUTE CONTR-NUM-PREST =
                           WS-QTD-PAGAS + WS-NOVO-PRAZO
                   IF CONTR-VALOR-PRINC > WS-VL-EXTRA THEN
                       SUBTRACT WS-VL-EXTRA FROM CONTR-VALOR-PRINC
                   END-IF
                   REWRITE CONTR-REC
           END-READ
           CLOSE CONTR-FILE.

       P800-EMITE-RECIBO.
      *    RECIBO NUMERADO DO VALOR AMORTIZADO (VER RECIBO): PARCELA
      *    000, COMO A ENTRADA DO RENEGOCIA; O SALDO E O DEVEDOR NOVO.
           MOVE "AMORTEXT"        TO WS-RECIBO-PROGRAMA
           MOVE WS-OPERADOR-ID    TO WS-RECIBO-OPERADOR
           MOVE WS-DT-NEGOCIO     TO WS-RECIBO-DT-NEGOCIO
           MOVE WS-NUM-CONT       TO WS-RECIBO-NUM-CONT
           MOVE 0                 TO WS-RECIBO-PARC-INI
           MOVE 0                 TO WS-RECIBO-PARC-FIM
           MOVE 0                 TO WS-RECIBO-QTD-PARC
           MOVE WS-COD-CLI-DONO   TO WS-RECIBO-COD-CLI
           MOVE WS-NM-CLI-DONO    TO WS-RECIBO-NM-CLI
           MOVE WS-VL-EXTRA       TO WS-RECIBO-VL-PAGO
           MOVE 0                 TO WS-RECIBO-VL-MULTA
           MOVE WS-SALDO-DEPOIS   TO WS-RECIBO-VL-SALDO
           PERFORM P-RECIBO-EMITE
           DISPLAY "RECIBO " WS-RECIBO-NUMERO " EMITIDO EM RECIBO.PRN".

       P850-IMPRIME-COMPARATIVO.
      *    MESMO ESPIRITO DA PROPOSTA DO SIMULA: O CLIENTE LEVA A
      *    TABELA DE ANTES E A DE DEPOIS LADO A LADO.
           MOVE 'AMORTEXT.PRN' TO WS-SPL-ARQUIVO
           MOVE 80             TO WS-SPL-TAM-REG
           MOVE 'S'            TO WS-SPL-PESSOAL
           PERFORM P-SPOOL-INICIA
           OPEN EXTEND AMORT-PRN-FILE
           IF WS-PRN-STATUS EQUAL 35 THEN
               OPEN OUTPUT AMORT-PRN-FILE
           END-IF

           MOVE "---- AMORTIZACAO EXTRAORDINARIA ----" TO AMORT-LINE
           WRITE AMORT-LINE
           MOVE WS-DT-NEGOCIO TO WS-DATA-AUX
           PERFORM P900-FORMATA-DATA
           MOVE SPACES TO AMORT-LINE
           STRING "CONTRATO: "     DELIMITED BY SIZE
                  WS-NUM-CONT      DELIMITED BY SIZE
                  "  DATA: "       DELIMITED BY SIZE
                  WS-DATA-ED       DELIMITED BY SIZE
                  "  RECIBO: "     DELIMITED BY SIZE
                  WS-RECIBO-NUMERO DELIMITED BY SIZE
                  INTO AMORT-LINE
           WRITE AMORT-LINE
           MOVE SPACES TO AMORT-LINE
           STRING "CLIENTE: "      DELIMITED BY SIZE
                  WS-COD-CLI-DONO  DELIMITED BY SIZE
                  " - "            DELIMITED BY SIZE
                  WS-NM-CLI-DONO   DELIMITED BY SIZE
                  INTO AMORT-LINE
           WRITE AMORT-LINE
           MOVE WS-VL-EXTRA TO WS-EDIT-VALOR
           MOVE SPACES TO AMORT-LINE
           STRING "VALOR AMORTIZADO: " DELIMITED BY SIZE
                  WS-EDIT-VALOR        DELIMITED BY SIZE
                  "  TAXA: "           DELIMITED BY SIZE
                  WS-TAXA              DELIMITED BY SIZE
                  "  METODO: "         DELIMITED BY SIZE
                  WS-METODO            DELIMITED BY SIZE
                  INTO AMORT-LINE
           WRITE AMORT-LINE
           MOVE SPACES TO AMORT-LINE
           IF WS-REDUCAO = 'P' THEN
               MOVE "OPCAO DO CLIENTE: REDUCAO DO PRAZO" TO AMORT-LINE
           ELSE
               MOVE "OPCAO DO CLIENTE: REDUCAO DO VALOR DA PARCELA"
                 TO AMORT-LINE
           END-IF
           WRITE AMORT-LINE
           MOVE SPACES TO AMORT-LINE
           WRITE AMORT-LINE
           MOVE "PARC  VENCIMENTO  PARCELA ANTES  PARCELA DEPOIS"
             TO AMORT-LINE
           WRITE AMORT-LINE
           PERFORM P860-IMPRIME-PARCELA
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-QTD-ABERTAS
           MOVE SPACES TO AMORT-LINE
           WRITE AMORT-LINE

           MOVE WS-SALDO-ANTES TO WS-EDIT-VALOR
           MOVE WS-SALDO-DEPOIS TO WS-EDIT-DEPOIS
           MOVE SPACES TO AMORT-LINE
           STRING "SALDO DEVEDOR....: " DELIMITED BY SIZE
                  WS-EDIT-VALOR         DELIMITED BY SIZE
                  "  ->  "              DELIMITED BY SIZE
                  WS-EDIT-DEPOIS        DELIMITED BY SIZE
                  INTO AMORT-LINE
           WRITE AMORT-LINE
           MOVE SPACES TO AMORT-LINE
           STRING "PARCELAS A PAGAR.: " DELIMITED BY SIZE
                  WS-QTD-ABERTAS        DELIMITED BY SIZE
                  "  ->  "              DELIMITED BY SIZE
                  WS-NOVO-PRAZO         DELIMITED BY SIZE
                  INTO AMORT-LINE
           WRITE AMORT-LINE
           MOVE WS-TOT-JUROS-ANTES TO WS-EDIT-VALOR
           MOVE WS-TOT-JUROS-DEPOIS TO WS-EDIT-DEPOIS
           MOVE SPACES TO AMORT-LINE
           STRING "JUROS FUTUROS....: " DELIMITED BY SIZE
                  WS-EDIT-VALOR         DELIMITED BY SIZE
                  "  ->  "              DELIMITED BY SIZE
                  WS-EDIT-DEPOIS        DELIMITED BY SIZE
                  INTO AMORT-LINE
           WRITE AMORT-LINE
           MOVE WS-TOT-PAGAR-ANTES TO WS-EDIT-VALOR
           MOVE WS-TOT-PAGAR-DEPOIS TO WS-EDIT-DEPOIS
           MOVE SPACES TO AMORT-LINE
           STRING "TOTAL A PAGAR....: " DELIMITED BY SIZE
                  WS-EDIT-VALOR         DELIMITED BY SIZE
                  "  ->  "              DELIMITED BY SIZE
                  WS-EDIT-DEPOIS        DELIMITED BY SIZE
                  INTO AMORT-LINE
           WRITE AMORT-LINE
           MOVE WS-ECONOMIA-JUROS TO WS-EDIT-VALOR
           MOVE SPACES TO AMORT-LINE
           STRING "ECONOMIA DE JUROS: " DELIMITED BY SIZE
                  WS-EDIT-VALOR         DELIMITED BY SIZE
                  INTO AMORT-LINE
           WRITE AMORT-LINE
           MOVE SPACES TO AMORT-LINE
           WRITE AMORT-LINE
           CLOSE AMORT-PRN-FILE
           PERFORM P-SPOOL-ARQUIVA.

       P860-IMPRIME-PARCELA.
           MOVE WS-TAB-VENC(WS-IND) TO WS-DATA-AUX
           PERFORM P900-FORMATA-DATA
           MOVE WS-TAB-VALOR-ANT(WS-IND) TO WS-EDIT-VALOR
           MOVE WS-TAB-VALOR-NOV(WS-IND) TO WS-EDIT-DEPOIS
           MOVE SPACES TO AMORT-LINE
           IF WS-IND > WS-NOVO-PRAZO THEN
               STRING WS-TAB-NUM-PARC(WS-IND) DELIMITED BY SIZE
                      "   "                   DELIMITED BY SIZE
                      WS-DATA-ED              DELIMITED BY SIZE
                      "  "                    DELIMITED BY SIZE
                      WS-EDIT-VALOR           DELIMITED BY SIZE
                      "    ELIMINADA"         DELIMITED BY SIZE
                      INTO AMORT-LINE
           ELSE
               STRING WS-TAB-NUM-PARC(WS-IND) DELIMITED BY SIZE
                      "   "                   DELIMITED BY SIZE
                      WS-DATA-ED              DELIMITED BY SIZE
                      "  "                    DELIMITED BY SIZE
                      WS-EDIT-VALOR           DELIMITED BY SIZE
                      "   "                   DELIMITED BY SIZE
                      WS-EDIT-DEPOIS          DELIMITED BY SIZE
                      INTO AMORT-LINE
           END-IF
           WRITE AMORT-LINE.

       P900-FORMATA-DATA.
           MOVE WS-DATA-AUX(7:2) TO WS-DATA-ED-DD
           MOVE WS-DATA-AUX(5:2) TO WS-DATA-ED-MM
           MOVE WS-DATA-AUX(1:4) TO WS-DATA-ED-AA.

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
       COPY RECIBO.
       COPY SPOOL.
       COPY TREINO.
       END PROGRAM AMORTEXT.

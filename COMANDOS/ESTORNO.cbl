      ******************************************************************
      * Author: RHAYADH ZAPAROLI
      * Date: 15/10/2026
      * Purpose: ESTORNO DE PAGAMENTO DE PARCELA BAIXADO POR ENGANO
      *          (PARCELA ERRADA NO OCCRS, LINHA DE RETORNO DO
      *          BANCORET/AGENCRET APLICADA NO CONTRATO ERRADO,
      *          QUITACAO INDEVIDA). ATE AQUI A CORRECAO ERA REMARCAR
      *          A PARCELA COMO 'A' NO OCCRS, O QUE PERDIA O
      *          PREST-VL-PAGO E DEIXAVA O DIARIO DIZENDO QUE O
      *          DINHEIRO ENTROU. AQUI O ULTIMO PAGAMENTO DA PARCELA E
      *          LOCALIZADO NO DIARIO PRESTACOES.JRN (VER PRESTJRN) E
      *          PREST-SITUACAO, PREST-VL-PAGO, PREST-VL-MULTA (E, NA
      *          QUITACAO, PREST-VL-JUROS/PREST-VALOR) VOLTAM AOS
      *          VALORES DE ANTES DELE.
      *          O ESTORNO PASSA PELA FILA DE DUPLO CONTROLE
      *          (APROVACAO.CTL, VER APRVDATA), COMO O EXPURGO: O
      *          OPERADOR REGISTRA O PEDIDO COM MOTIVO (OPCAO 1), UM
      *          ADMINISTRADOR DIFERENTE APROVA PELO APROVMNT, E SO
      *          ENTAO O ESTORNO E EXECUTADO (OPCAO 2). A EXECUCAO
      *          DESFAZ O PAGAMENTO E GRAVA NO DIARIO CADA CAMPO
      *          DEVOLVIDO AO VALOR DE ANTES (PROGRAMA "ESTORNO"),
      *          MAIS UMA LINHA "ESTORNO" COM O VALOR DEVOLVIDO, QUE O
      *          CONTABEXP, O CTRLDIA E O FECHADIA TRATAM COMO
      *          MOVIMENTO NEGATIVO DO DIA. O MOTIVO FICA GRAVADO EM
      *          ESTORNO.LOG.
      * MODIFICATION-LOG.
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
      *     15/10/2026 - ESTORNO DE BAIXA PELO OCCRS DEVOLVE TAMBEM A
      *                  MULTA COBRADA NO RECIBO (PREST-VL-MULTA), QUE
      *                  O CAIXA, O CTRLDIA E O CONTABEXP CONTAM COMO
      *                  RECEBIDA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTORNO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-CTL-FILE ASSIGN TO 'USERS.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LOGON-STATUS.

           SELECT APRV-FILE ASSIGN TO 'APROVACAO.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-APRV-STATUS.

           SELECT APRV-NEW-FILE ASSIGN TO 'APROVACAO.CTL.NEW'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-APRV-NEW-STATUS.

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

           SELECT EST-LOG-FILE ASSIGN TO 'ESTORNO.LOG'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-EST-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD USER-CTL-FILE.
       COPY USERCTL.

       FD APRV-FILE.
       COPY APRVDATA.

       FD APRV-NEW-FILE.
       COPY APRVDATA REPLACING LEADING ==APRV== BY ==APRV-NEW==.

       FD  PREST-FILE.
       COPY PRESTDATA.

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

       FD EST-LOG-FILE.
       01 EST-LOG-REC.
         05 EST-TIMESTAMP     PIC X(20).
         05 EST-PEDIDO        PIC 9(05).
         05 EST-SOLICITANTE   PIC X(10).
         05 EST-APROVADOR     PIC X(10).
         05 EST-EXECUTOR      PIC X(10).
         05 EST-NUM-CONT      PIC 9(05).
         05 EST-NUM-PARC      PIC 9(03).
         05 EST-VALOR         PIC 9(07)V99.
         05 EST-DT-NEGOCIO    PIC 9(08).
         05 EST-PROG-ORIGEM   PIC X(12).
         05 EST-DT-PAGTO      PIC 9(08).
         05 EST-MOTIVO        PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-APRV-STATUS     PIC 99.
       01 WS-APRV-NEW-STATUS PIC 99.
       01 WS-PREST-STATUS    PIC 99.
       01 WS-EST-LOG-STATUS  PIC 99.
       01 WS-OPCAO           PIC 9(01) VALUE 0.
       01 WS-EOF             PIC X     VALUE 'N'.
       01 WS-CMD             PIC X(80) VALUE SPACES.
       01 WS-NUM-CONT        PIC 9(05) VALUE 0.
       01 WS-NUM-PARC        PIC 9(03) VALUE 0.
       01 WS-MOTIVO          PIC X(80) VALUE SPACES.
       01 WS-ID-BUSCA        PIC 9(05) VALUE 0.
       01 WS-ACHOU           PIC X     VALUE 'N'.
       01 WS-JA-PEDIDO       PIC X     VALUE 'N'.
       01 WS-APRV-MAX-ID     PIC 9(05) VALUE 0.
       01 WS-APRV-GUARDADO.
         05 WS-APRV-G-ID          PIC 9(05).
         05 WS-APRV-G-SOLICITANTE PIC X(10).
         05 WS-APRV-G-APROVADOR   PIC X(10).
         05 WS-APRV-G-NUM-CONT    PIC 9(05).
         05 WS-APRV-G-NUM-PARC    PIC 9(03).
         05 WS-APRV-G-MOTIVO      PIC X(80).

      *    LOCALIZACAO DO ULTIMO PAGAMENTO NO DIARIO. UMA "SEQUENCIA"
      *    SAO AS LINHAS CONSECUTIVAS DA MESMA PARCELA GRAVADAS PELO
      *    MESMO PROGRAMA NUMA MESMA BAIXA (VL-PAGO/SITUACAO/...); O
      *    VALOR ANTERIOR DA PRIMEIRA LINHA DE CADA CAMPO E O ESTADO
      *    DA PARCELA ANTES DAQUELA BAIXA. WS-SEQ E A SEQUENCIA EM
      *    LEITURA; WS-PG GUARDA A ULTIMA QUE FOI PAGAMENTO.
       01 WS-ANT-ALVO        PIC X     VALUE 'N'.
       01 WS-SEQ-ABERTA      PIC X     VALUE 'N'.
       01 WS-CAMPO-REPETIDO  PIC X     VALUE 'N'.
       01 WS-VL-ANTES-NUM    PIC 9(08)V99 VALUE 0.
       01 WS-VL-DEPOIS-NUM   PIC 9(08)V99 VALUE 0.
       01 WS-SEQ.
         05 WS-SEQ-PROGRAMA     PIC X(12).
         05 WS-SEQ-OPERADOR     PIC X(10).
         05 WS-SEQ-DT-NEGOCIO   PIC 9(08).
         05 WS-SEQ-PAGTO        PIC X(01).
         05 WS-SEQ-TEM-SIT      PIC X(01).
         05 WS-SEQ-SIT-ANTES    PIC X(01).
         05 WS-SEQ-SIT-DEPOIS   PIC X(01).
         05 WS-SEQ-TEM-PAGO     PIC X(01).
         05 WS-SEQ-PAGO-ANTES   PIC 9(07)V99.
         05 WS-SEQ-TEM-MULTA    PIC X(01).
         05 WS-SEQ-MULTA-ANTES  PIC 9(07)V99.
         05 WS-SEQ-TEM-JUROS    PIC X(01).
         05 WS-SEQ-JUROS-ANTES  PIC 9(07)V99.
         05 WS-SEQ-TEM-VALOR    PIC X(01).
         05 WS-SEQ-VALOR-ANTES  PIC 9(07)V99.
       01 WS-PG.
         05 WS-PG-PROGRAMA      PIC X(12).
         05 WS-PG-OPERADOR      PIC X(10).
         05 WS-PG-DT-NEGOCIO    PIC 9(08).
         05 WS-PG-PAGTO         PIC X(01).
         05 WS-PG-TEM-SIT       PIC X(01).
         05 WS-PG-SIT-ANTES     PIC X(01).
         05 WS-PG-SIT-DEPOIS    PIC X(01).
         05 WS-PG-TEM-PAGO      PIC X(01).
         05 WS-PG-PAGO-ANTES    PIC 9(07)V99.
         05 WS-PG-TEM-MULTA     PIC X(01).
         05 WS-PG-MULTA-ANTES   PIC 9(07)V99.
         05 WS-PG-TEM-JUROS     PIC X(01).
         05 WS-PG-JUROS-ANTES   PIC 9(07)V99.
         05 WS-PG-TEM-VALOR     PIC X(01).
         05 WS-PG-VALOR-ANTES   PIC 9(07)V99.
       01 WS-PG-ACHOU        PIC X     VALUE 'N'.
       01 WS-PG-ESTORNADO    PIC X     VALUE 'N'.

      *    VALOR EFETIVAMENTE RECEBIDO NA PARCELA ANTES E DEPOIS DO
      *    ESTORNO: PARCELA PAGA CONTA PELO VALOR CHEIO (O OCCRS BAIXA
      *    SEM MEXER NO VL-PAGO), AS DEMAIS PELO VL-PAGO.
       01 WS-EFETIVO-ANTES   PIC 9(07)V99 VALUE 0.
       01 WS-EFETIVO-DEPOIS  PIC 9(07)V99 VALUE 0.
       01 WS-VL-ESTORNO      PIC 9(07)V99 VALUE 0.
      *    MULTA COBRADA NO RECIBO DA BAIXA PELO OCCRS (MARCAR COMO
      *    PAGA OU PAGAMENTO PARCIAL QUE QUITA) - O OCCRS NAO MEXE NO
      *    VL-MULTA, ENTAO ELA NAO APARECE NO EFETIVO E E SOMADA A
      *    PARTE AO VALOR DEVOLVIDO.
       01 WS-VL-MULTA-REC    PIC 9(07)V99 VALUE 0.

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
           DISPLAY "******** ESTORNO DE PAGAMENTO DE PARCELA "
                   "********"
           PERFORM P-SIGN-ON

           DISPLAY "1 PARA SOLICITAR O ESTORNO DE UM PAGAMENTO"
           DISPLAY "2 PARA EXECUTAR UM ESTORNO JA APROVADO"
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 1 GO TO P100-SOLICITAR
               WHEN 2 GO TO P200-EXECUTAR
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
                   GO TO P999-STOP
           END-EVALUATE.

       P100-SOLICITAR.
           DISPLAY "NUMERO DO CONTRATO"
           ACCEPT WS-NUM-CONT
           DISPLAY "NUMERO DA PARCELA"
           ACCEPT WS-NUM-PARC

           OPEN INPUT PREST-FILE
           IF WS-PREST-STATUS EQUAL 35 THEN
               DISPLAY "PRESTACOES AINDA NAO FOI CRIADO"
               GO TO P999-STOP
           END-IF
           MOVE WS-NUM-CONT TO PREST-NUM-CONT
           MOVE WS-NUM-PARC TO PREST-NUM-PARC
           MOVE 'S' TO WS-ACHOU
           READ PREST-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ACHOU
           END-READ
           CLOSE PREST-FILE
           IF WS-ACHOU NOT = 'S' THEN
               DISPLAY "PARCELA NAO ENCONTRADA"
               GO TO P999-STOP
           END-IF

           PERFORM P500-LOCALIZA-PAGAMENTO
           IF WS-PG-ACHOU NOT = 'S' THEN
               DISPLAY "NENHUM PAGAMENTO DIARIADO PARA A PARCELA"
               GO TO P999-STOP
           END-IF
           IF WS-PG-ESTORNADO = 'S' THEN
               DISPLAY "O ULTIMO PAGAMENTO DA PARCELA JA FOI ESTORNADO"
               GO TO P999-STOP
           END-IF
           PERFORM P550-MOSTRA-PAGAMENTO

           PERFORM P300-CONFERE-FILA
           IF WS-JA-PEDIDO = 'S' THEN
               DISPLAY "JA EXISTE PEDIDO DE ESTORNO EM ABERTO PARA "
                       "ESTA PARCELA"
               GO TO P999-STOP
           END-IF

           PERFORM WITH TEST AFTER UNTIL WS-MOTIVO NOT = SPACES
               DISPLAY "MOTIVO DO ESTORNO"
               ACCEPT WS-MOTIVO
               IF WS-MOTIVO = SPACES THEN
                   DISPLAY "O MOTIVO E OBRIGATORIO"
               END-IF
           END-PERFORM

           ADD 1 TO WS-APRV-MAX-ID GIVING APRV-ID
           MOVE FUNCTION CURRENT-DATE TO APRV-TIMESTAMP
           MOVE WS-OPERADOR-ID        TO APRV-SOLICITANTE
           MOVE "ESTORNO"             TO APRV-ACAO
           MOVE 0                     TO APRV-CPF
           MOVE WS-NUM-CONT           TO APRV-NUM-CONT
           MOVE WS-NUM-PARC           TO APRV-NUM-PARC
           MOVE WS-MOTIVO             TO APRV-MOTIVO
           MOVE SPACE                 TO APRV-SITUACAO
           MOVE SPACES                TO APRV-APROVADOR
           MOVE SPACES                TO APRV-DT-DECISAO
           OPEN EXTEND APRV-FILE
           IF WS-APRV-STATUS EQUAL 35 THEN
               OPEN OUTPUT APRV-FILE
           END-IF
           WRITE APRV-REC
           CLOSE APRV-FILE
           DISPLAY "PEDIDO " APRV-ID " REGISTRADO - AGUARDA A "
                   "APROVACAO DE UM ADMINISTRADOR (APROVMNT)"
           GO TO P999-STOP.

       P200-EXECUTAR.
           DISPLAY "NUMERO DO PEDIDO APROVADO"
           ACCEPT WS-ID-BUSCA
           PERFORM P400-LOCALIZA-APROVADO
           IF WS-ACHOU NOT = 'S' THEN
               DISPLAY "PEDIDO DE ESTORNO APROVADO NAO ENCONTRADO"
               GO TO P999-STOP
           END-IF

           PERFORM P-DATA-NEGOCIO
           IF WS-DT-NEG-OK NOT = 'S' THEN
               GO TO P999-STOP
           END-IF
           MOVE WS-DT-NEGOCIO TO WS-JRN-DT-NEGOCIO

           MOVE "PRESTACOES.LCK" TO WS-LOCK-PATH
           MOVE "ESTORNO"        TO WS-LOCK-PROGRAMA
           MOVE WS-OPERADOR-ID   TO WS-LOCK-OPERADOR
           PERFORM P-TRAVA-ARQUIVO
           IF WS-LOCK-OK NOT = 'S' THEN
               GO TO P999-STOP
           END-IF

      *    O DIARIO E RELIDO NA EXECUCAO - ENTRE O PEDIDO E A
      *    APROVACAO A PARCELA PODE TER RECEBIDO OUTRO PAGAMENTO.
           MOVE WS-APRV-G-NUM-CONT TO WS-NUM-CONT
           MOVE WS-APRV-G-NUM-PARC TO WS-NUM-PARC
           PERFORM P500-LOCALIZA-PAGAMENTO
           IF WS-PG-ACHOU NOT = 'S' OR WS-PG-ESTORNADO = 'S' THEN
               DISPLAY "NAO HA PAGAMENTO A ESTORNAR NA PARCELA - "
                       "PEDIDO NAO EXECUTADO"
               GO TO P999-STOP
           END-IF
           PERFORM P550-MOSTRA-PAGAMENTO

           OPEN I-O PREST-FILE
           IF WS-PREST-STATUS EQUAL 35 THEN
               DISPLAY "PRESTACOES AINDA NAO FOI CRIADO"
               GO TO P999-STOP
           END-IF
           MOVE WS-NUM-CONT TO PREST-NUM-CONT
           MOVE WS-NUM-PARC TO PREST-NUM-PARC
           READ PREST-FILE
               INVALID KEY
                   DISPLAY "PARCELA NAO ENCONTRADA"
                   CLOSE PREST-FILE
                   GO TO P999-STOP
           END-READ

           PERFORM P600-APLICA-ESTORNO
           REWRITE PREST-REC
               INVALID KEY
                   DISPLAY "NAO FOI POSSIVEL ALTERAR A PARCELA"
                   CLOSE PREST-FILE
                   GO TO P999-STOP
           END-REWRITE
           CLOSE PREST-FILE

           PERFORM P700-GRAVA-LOG
           PERFORM P800-MARCA-EXECUTADO
           DISPLAY "ESTORNO EXECUTADO - VALOR DEVOLVIDO: "
                   WS-VL-ESTORNO
           GO TO P999-STOP.

       P300-CONFERE-FILA.
      *    PROXIMO NUMERO DE PEDIDO E PEDIDO DE ESTORNO AINDA NAO
      *    EXECUTADO (PENDENTE OU APROVADO) PARA A MESMA PARCELA.
           MOVE 'N' TO WS-JA-PEDIDO
           MOVE 0   TO WS-APRV-MAX-ID
           OPEN INPUT APRV-FILE
           IF WS-APRV-STATUS EQUAL 35 THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'S'
               READ APRV-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF APRV-ID > WS-APRV-MAX-ID THEN
                           MOVE APRV-ID TO WS-APRV-MAX-ID
                       END-IF
                       IF APRV-ACAO = "ESTORNO" AND
                          APRV-NUM-CONT = WS-NUM-CONT AND
                          APRV-NUM-PARC = WS-NUM-PARC AND
                          (APRV-SITUACAO = SPACE OR
                           APRV-SITUACAO = 'A') THEN
                           MOVE 'S' TO WS-JA-PEDIDO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APRV-FILE.

       P400-LOCALIZA-APROVADO.
           MOVE 'N' TO WS-ACHOU
           OPEN INPUT APRV-FILE
           IF WS-APRV-STATUS EQUAL 35 THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'S'
               READ APRV-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF APRV-ID = WS-ID-BUSCA AND
                          APRV-ACAO = "ESTORNO" AND
                          APRV-SITUACAO = 'A' THEN
                           MOVE 'S' TO WS-ACHOU
                           MOVE APRV-ID          TO WS-APRV-G-ID
                           MOVE APRV-SOLICITANTE
                             TO WS-APRV-G-SOLICITANTE
                           MOVE APRV-APROVADOR   TO WS-APRV-G-APROVADOR
                           MOVE APRV-NUM-CONT    TO WS-APRV-G-NUM-CONT
                           MOVE APRV-NUM-PARC    TO WS-APRV-G-NUM-PARC
                           MOVE APRV-MOTIVO      TO WS-APRV-G-MOTIVO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APRV-FILE.

       P500-LOCALIZA-PAGAMENTO.
           MOVE 'N' TO WS-PG-ACHOU
           MOVE 'N' TO WS-PG-ESTORNADO
           MOVE 'N' TO WS-ANT-ALVO
           MOVE 'N' TO WS-SEQ-ABERTA
           OPEN INPUT PREST-JRN-FILE
           IF WS-JRN-STATUS EQUAL 35 THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'S'
               READ PREST-JRN-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF JRN-NUM-CONT = WS-NUM-CONT AND
                          JRN-NUM-PARC = WS-NUM-PARC THEN
                           PERFORM P505-CONFERE-REPETIDO
                           IF WS-ANT-ALVO = 'N' OR
                              WS-CAMPO-REPETIDO = 'S' OR
                              JRN-PROGRAMA NOT = WS-SEQ-PROGRAMA THEN
                               PERFORM P520-FECHA-SEQUENCIA
                               PERFORM P510-ABRE-SEQUENCIA
                           END-IF
                           PERFORM P530-ACUMULA-LINHA
                           MOVE 'S' TO WS-ANT-ALVO
                       ELSE
                           MOVE 'N' TO WS-ANT-ALVO
                       END-IF
               END-READ
           END-PERFORM
           PERFORM P520-FECHA-SEQUENCIA
           CLOSE PREST-JRN-FILE.

       P505-CONFERE-REPETIDO.
      *    O MESMO CAMPO DUAS VEZES SEGUIDAS SAO DUAS BAIXAS (DOIS
      *    PAGAMENTOS PARCIAIS EM SEQUENCIA, POR EXEMPLO).
           MOVE 'N' TO WS-CAMPO-REPETIDO
           IF WS-SEQ-ABERTA NOT = 'S' THEN
               EXIT PARAGRAPH
           END-IF
           EVALUATE JRN-CAMPO
               WHEN "SITUACAO"
                   MOVE WS-SEQ-TEM-SIT   TO WS-CAMPO-REPETIDO
               WHEN "VL-PAGO"
                   MOVE WS-SEQ-TEM-PAGO  TO WS-CAMPO-REPETIDO
               WHEN "VL-MULTA"
                   MOVE WS-SEQ-TEM-MULTA TO WS-CAMPO-REPETIDO
               WHEN "VL-JUROS"
                   MOVE WS-SEQ-TEM-JUROS TO WS-CAMPO-REPETIDO
               WHEN "VALOR"
                   MOVE WS-SEQ-TEM-VALOR TO WS-CAMPO-REPETIDO
           END-EVALUATE.

       P510-ABRE-SEQUENCIA.
           MOVE 'S'            TO WS-SEQ-ABERTA
           MOVE JRN-PROGRAMA   TO WS-SEQ-PROGRAMA
           MOVE JRN-OPERADOR   TO WS-SEQ-OPERADOR
           MOVE JRN-DT-NEGOCIO TO WS-SEQ-DT-NEGOCIO
           MOVE 'N' TO WS-SEQ-PAGTO
           MOVE 'N' TO WS-SEQ-TEM-SIT
           MOVE 'N' TO WS-SEQ-TEM-PAGO
           MOVE 'N' TO WS-SEQ-TEM-MULTA
           MOVE 'N' TO WS-SEQ-TEM-JUROS
           MOVE 'N' TO WS-SEQ-TEM-VALOR
           MOVE SPACE TO WS-SEQ-SIT-ANTES
           MOVE SPACE TO WS-SEQ-SIT-DEPOIS
           MOVE 0 TO WS-SEQ-PAGO-ANTES
           MOVE 0 TO WS-SEQ-MULTA-ANTES
           MOVE 0 TO WS-SEQ-JUROS-ANTES
           MOVE 0 TO WS-SEQ-VALOR-ANTES.

       P520-FECHA-SEQUENCIA.
      *    SEQUENCIA DE ESTORNO DEPOIS DO ULTIMO PAGAMENTO = PAGAMENTO
      *    JA ESTORNADO; SEQUENCIA DE PAGAMENTO PASSA A SER O ULTIMO
      *    PAGAMENTO. AS DEMAIS (MULTA DO PRESTMORA, RENEGOCIACAO,
      *    PERDA) NAO MUDAM NADA.
           IF WS-SEQ-ABERTA NOT = 'S' THEN
               EXIT PARAGRAPH
           END-IF
           IF WS-SEQ-PROGRAMA = "ESTORNO" THEN
               IF WS-PG-ACHOU = 'S' THEN
                   MOVE 'S' TO WS-PG-ESTORNADO
               END-IF
           ELSE
               IF WS-SEQ-PAGTO = 'S' THEN
                   MOVE WS-SEQ TO WS-PG
                   MOVE 'S' TO WS-PG-ACHOU
                   MOVE 'N' TO WS-PG-ESTORNADO
               END-IF
           END-IF
           MOVE 'N' TO WS-SEQ-ABERTA.

       P530-ACUMULA-LINHA.
           EVALUATE JRN-CAMPO
               WHEN "SITUACAO"
                   MOVE 'S' TO WS-SEQ-TEM-SIT
                   MOVE JRN-VL-ANTES(1:1) TO WS-SEQ-SIT-ANTES
                   MOVE JRN-VL-DEPOIS(1:1) TO WS-SEQ-SIT-DEPOIS
                   IF (JRN-VL-DEPOIS(1:1) = 'P' OR
                       JRN-VL-DEPOIS(1:1) = 'R') AND
                      JRN-VL-DEPOIS(1:1) NOT = JRN-VL-ANTES(1:1) THEN
                       MOVE 'S' TO WS-SEQ-PAGTO
                   END-IF
               WHEN "VL-PAGO"
      *            ANTES/DEPOIS FORAM GRAVADOS JA EDITADOS
      *            (WS-JRN-VALOR-ED) - O NUMVAL DESFAZ A EDICAO.
                   COMPUTE WS-VL-ANTES-NUM =
                       FUNCTION NUMVAL(JRN-VL-ANTES)
                   COMPUTE WS-VL-DEPOIS-NUM =
                       FUNCTION NUMVAL(JRN-VL-DEPOIS)
                   MOVE 'S' TO WS-SEQ-TEM-PAGO
                   MOVE WS-VL-ANTES-NUM TO WS-SEQ-PAGO-ANTES
                   IF WS-VL-DEPOIS-NUM > WS-VL-ANTES-NUM THEN
                       MOVE 'S' TO WS-SEQ-PAGTO
                   END-IF
               WHEN "VL-MULTA"
                   COMPUTE WS-VL-ANTES-NUM =
                       FUNCTION NUMVAL(JRN-VL-ANTES)
                   MOVE 'S' TO WS-SEQ-TEM-MULTA
                   MOVE WS-VL-ANTES-NUM TO WS-SEQ-MULTA-ANTES
               WHEN "VL-JUROS"
                   COMPUTE WS-VL-ANTES-NUM =
                       FUNCTION NUMVAL(JRN-VL-ANTES)
                   MOVE 'S' TO WS-SEQ-TEM-JUROS
                   MOVE WS-VL-ANTES-NUM TO WS-SEQ-JUROS-ANTES
               WHEN "VALOR"
                   COMPUTE WS-VL-ANTES-NUM =
                       FUNCTION NUMVAL(JRN-VL-ANTES)
                   MOVE 'S' TO WS-SEQ-TEM-VALOR
                   MOVE WS-VL-ANTES-NUM TO WS-SEQ-VALOR-ANTES
           END-EVALUATE.

       P550-MOSTRA-PAGAMENTO.
           DISPLAY "ULTIMO PAGAMENTO DA PARCELA: " WS-PG-PROGRAMA
                   "  OPERADOR: " WS-PG-OPERADOR
                   "  MOVIMENTO: " WS-PG-DT-NEGOCIO
           IF WS-PG-TEM-SIT = 'S' THEN
               DISPLAY "  SITUACAO VOLTA PARA: " WS-PG-SIT-ANTES
           END-IF
           IF WS-PG-TEM-PAGO = 'S' THEN
               DISPLAY "  VALOR PAGO VOLTA PARA: " WS-PG-PAGO-ANTES
           END-IF
           IF WS-PG-TEM-MULTA = 'S' THEN
               DISPLAY "  MULTA VOLTA PARA: " WS-PG-MULTA-ANTES
           END-IF
           IF WS-PG-TEM-JUROS = 'S' THEN
               DISPLAY "  JUROS VOLTAM PARA: " WS-PG-JUROS-ANTES
           END-IF
           IF WS-PG-TEM-VALOR = 'S' THEN
               DISPLAY "  VALOR DA PARCELA VOLTA PARA: "
                       WS-PG-VALOR-ANTES
           END-IF
           IF WS-PG-PROGRAMA = "OCCRS" AND
              WS-PG-TEM-SIT = 'S' AND
              WS-PG-SIT-DEPOIS = 'P' AND
              WS-PG-SIT-ANTES NOT = 'P' THEN
               DISPLAY "  MULTA COBRADA NO RECIBO TAMBEM E DEVOLVIDA"
           END-IF.

       P600-APLICA-ESTORNO.
      *    CADA CAMPO DEVOLVIDO VAI AO DIARIO (PROGRAMA "ESTORNO"),
      *    SEGUIDO DE UMA LINHA "ESTORNO" COM O VALOR DEVOLVIDO - ESSA
      *    E A LINHA QUE OS TOTAIS DE CAIXA/CONTABEIS LEEM COMO
      *    MOVIMENTO NEGATIVO. NA BAIXA PELO OCCRS O RECIBO COBROU
      *    O QUE FALTAVA DA PARCELA MAIS A MULTA (O MESMO QUE O CAIXA
      *    E O CONTABEXP CONTAM COMO RECEBIDO), ENTAO A MULTA TAMBEM
      *    ENTRA NO VALOR DEVOLVIDO.
           PERFORM P650-EFETIVO
           MOVE WS-EFETIVO-DEPOIS TO WS-EFETIVO-ANTES
           MOVE 0 TO WS-VL-MULTA-REC
           IF WS-PG-PROGRAMA = "OCCRS" AND
              WS-PG-TEM-SIT = 'S' AND
              WS-PG-SIT-DEPOIS = 'P' AND
              WS-PG-SIT-ANTES NOT = 'P' THEN
               MOVE PREST-VL-MULTA TO WS-VL-MULTA-REC
           END-IF
           MOVE "ESTORNO"      TO WS-JRN-PROGRAMA
           MOVE WS-OPERADOR-ID TO WS-JRN-OPERADOR
           MOVE WS-OPERADOR-POSTO TO WS-JRN-POSTO
           IF WS-PG-TEM-VALOR = 'S' THEN
               MOVE "VALOR"           TO WS-JRN-CAMPO
               MOVE PREST-VALOR       TO WS-JRN-VALOR-ED
               MOVE WS-JRN-VALOR-ED   TO WS-JRN-ANTES
               MOVE WS-PG-VALOR-ANTES TO PREST-VALOR
               MOVE PREST-VALOR       TO WS-JRN-VALOR-ED
               MOVE WS-JRN-VALOR-ED   TO WS-JRN-DEPOIS
               PERFORM P-JRN-PARCELA
           END-IF
           IF WS-PG-TEM-JUROS = 'S' THEN
               MOVE "VL-JUROS"        TO WS-JRN-CAMPO
               MOVE PREST-VL-JUROS    TO WS-JRN-VALOR-ED
               MOVE WS-JRN-VALOR-ED   TO WS-JRN-ANTES
               MOVE WS-PG-JUROS-ANTES TO PREST-VL-JUROS
               MOVE PREST-VL-JUROS    TO WS-JRN-VALOR-ED
               MOVE WS-JRN-VALOR-ED   TO WS-JRN-DEPOIS
               PERFORM P-JRN-PARCELA
           END-IF
           IF WS-PG-TEM-MULTA = 'S' THEN
               MOVE "VL-MULTA"        TO WS-JRN-CAMPO
               MOVE PREST-VL-MULTA    TO WS-JRN-VALOR-ED
               MOVE WS-JRN-VALOR-ED   TO WS-JRN-ANTES
               MOVE WS-PG-MULTA-ANTES TO PREST-VL-MULTA
               MOVE PREST-VL-MULTA    TO WS-JRN-VALOR-ED
               MOVE WS-JRN-VALOR-ED   TO WS-JRN-DEPOIS
               PERFORM P-JRN-PARCELA
           END-IF
           IF WS-PG-TEM-PAGO = 'S' THEN
               MOVE "VL-PAGO"         TO WS-JRN-CAMPO
               MOVE PREST-VL-PAGO     TO WS-JRN-VALOR-ED
               MOVE WS-JRN-VALOR-ED   TO WS-JRN-ANTES
               MOVE WS-PG-PAGO-ANTES  TO PREST-VL-PAGO
               MOVE PREST-VL-PAGO     TO WS-JRN-VALOR-ED
               MOVE WS-JRN-VALOR-ED   TO WS-JRN-DEPOIS
               PERFORM P-JRN-PARCELA
           END-IF
           IF WS-PG-TEM-SIT = 'S' THEN
               MOVE "SITUACAO"        TO WS-JRN-CAMPO
               MOVE PREST-SITUACAO    TO WS-JRN-ANTES
               MOVE WS-PG-SIT-ANTES   TO PREST-SITUACAO
               MOVE PREST-SITUACAO    TO WS-JRN-DEPOIS
               PERFORM P-JRN-PARCELA
           END-IF

           PERFORM P650-EFETIVO
           IF WS-EFETIVO-ANTES > WS-EFETIVO-DEPOIS THEN
               COMPUTE WS-VL-ESTORNO =
                       WS-EFETIVO-ANTES - WS-EFETIVO-DEPOIS
           ELSE
               MOVE 0 TO WS-VL-ESTORNO
           END-IF
           ADD WS-VL-MULTA-REC TO WS-VL-ESTORNO
           MOVE "ESTORNO"       TO WS-JRN-CAMPO
           MOVE WS-VL-ESTORNO   TO WS-JRN-VALOR-ED
           MOVE WS-JRN-VALOR-ED TO WS-JRN-ANTES
           MOVE SPACES          TO WS-JRN-DEPOIS
           STRING "PEDIDO "     DELIMITED BY SIZE
                  WS-APRV-G-ID  DELIMITED BY SIZE
                  INTO WS-JRN-DEPOIS
           PERFORM P-JRN-PARCELA.

       P650-EFETIVO.
           IF PREST-PAGA AND PREST-VL-PAGO < PREST-VALOR THEN
               MOVE PREST-VALOR   TO WS-EFETIVO-DEPOIS
           ELSE
               MOVE PREST-VL-PAGO TO WS-EFETIVO-DEPOIS
           END-IF.

       P700-GRAVA-LOG.
           OPEN EXTEND EST-LOG-FILE
           IF WS-EST-LOG-STATUS EQUAL 35 THEN
               OPEN OUTPUT EST-LOG-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO EST-TIMESTAMP
           MOVE WS-APRV-G-ID          TO EST-PEDIDO
           MOVE WS-APRV-G-SOLICITANTE TO EST-SOLICITANTE
           MOVE WS-APRV-G-APROVADOR   TO EST-APROVADOR
           MOVE WS-OPERADOR-ID        TO EST-EXECUTOR
           MOVE WS-NUM-CONT           TO EST-NUM-CONT
           MOVE WS-NUM-PARC           TO EST-NUM-PARC
           MOVE WS-VL-ESTORNO         TO EST-VALOR
           MOVE WS-DT-NEGOCIO         TO EST-DT-NEGOCIO
           MOVE WS-PG-PROGRAMA        TO EST-PROG-ORIGEM
           MOVE WS-PG-DT-NEGOCIO      TO EST-DT-PAGTO
           MOVE WS-APRV-G-MOTIVO      TO EST-MOTIVO
           WRITE EST-LOG-REC
           CLOSE EST-LOG-FILE.

       P800-MARCA-EXECUTADO.
      *    BAIXA O PEDIDO APROVADO COMO EXECUTADO, REGRAVANDO A FILA
      *    (MESMA TECNICA DO REGARCH).
           OPEN INPUT APRV-FILE
           OPEN OUTPUT APRV-NEW-FILE
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'S'
               READ APRV-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       MOVE APRV-REC TO APRV-NEW-REC
                       IF APRV-ID = WS-APRV-G-ID THEN
                           MOVE 'E' TO APRV-NEW-SITUACAO
                       END-IF
                       WRITE APRV-NEW-REC
               END-READ
           END-PERFORM
           CLOSE APRV-FILE
           CLOSE APRV-NEW-FILE
           MOVE "mv APROVACAO.CTL.NEW APROVACAO.CTL" TO WS-CMD
           CALL "SYSTEM" USING WS-CMD.

       P999-STOP.
           IF WS-LOCK-OK = 'S' THEN
               PERFORM P-DESTRAVA-ARQUIVO
           END-IF
           DISPLAY "FINALIZANDO O PROGRAMA..."
           STOP RUN.

       COPY PRESTJRN.
       COPY CADEIA.
       COPY DATAMOV.
       COPY FILELOCK.
       COPY LOGON.
       COPY SENHASH.
       COPY TREINO.
       END PROGRAM ESTORNO.

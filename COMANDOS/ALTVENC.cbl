      ******************************************************************
      * Author: RHAYADH ZAPAROLI
      * Date: 15/10/2026
      * Purpose: ALTERACAO DE VENCIMENTO E CARENCIA PARA CLIENTE EM
      *          DIA - QUANDO O DIA DE PAGAMENTO DO CLIENTE MUDAVA OU
      *          ELE PEDIA UMA PAUSA, O UNICO CAMINHO ERA O RENEGOCIA,
      *          QUE ENCERRA O CONTRATO COMO 'G' E ABRE OUTRO. AQUI O
      *          CONTRATO CONTINUA O MESMO (MESMO NUM-CONT) E SO AS
      *          PARCELAS FUTURAS EM ABERTO MUDAM: OU PASSAM PARA UM
      *          NOVO DIA DO MES (D), MES A MES A PARTIR DA PRIMEIRA,
      *          OU SAO EMPURRADAS N MESES (C, CARENCIA), COM OS JUROS
      *          DO PERIODO PARADO SOBRE O SALDO DEVEDOR RATEADOS NAS
      *          PARCELAS EMPURRADAS. A DATA NOVA PASSA PELO MESMO
      *          AJUSTE DE DIA UTIL E FERIADO DO OCCRS
      *          (P310-ROLL-BUSINESS-DAY, FERIADOS.CTL). CADA
      *          VENCIMENTO (E JUROS/VALOR NA CARENCIA) ALTERADO VAI AO
      *          DIARIO PRESTACOES.JRN (VER PRESTJRN). CONTRATO COM
      *          PARCELA VENCIDA E RECUSADO.
      * MODIFICATION-LOG.
      *     15/10/2026 - O CODIGO DO CLIENTE DONO DO CONTRATO PASSOU A
      *                  TER 7 DIGITOS, COMO COD-CLIENTE (VER CLIMIG5).
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
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALTVENC.
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

           SELECT FERIADOS-FILE ASSIGN TO 'FERIADOS.CTL'
           ORGANIZATION SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS IS WS-FERIADOS-STATUS.

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

       FD FERIADOS-FILE.
       COPY FERDATA.

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

       WORKING-STORAGE SECTION.
       01 WS-PREST-STATUS    PIC 99.
       01 WS-CONTR-STATUS    PIC 99.
       01 WS-CLI-STATUS      PIC 99.
       01 WS-FERIADOS-STATUS PIC 99.
       01 WS-EOF             PIC X      VALUE 'N'.
       01 WS-CONFIRMA        PIC X      VALUE 'N'.
       01 WS-NUM-CONT        PIC 9(05)  VALUE 0.
       01 WS-COD-CLI-DONO    PIC 9(07)  VALUE 0.
       01 WS-NM-CLI-DONO     PIC X(40)  VALUE SPACES.
       01 WS-TAXA            PIC 9(1)V9(4) VALUE 0.

      *    SITUACAO ATUAL DO CONTRATO EM PRESTACOES.
       01 WS-QTD-FUTURAS     PIC 9(03)  VALUE 0.
       01 WS-QTD-VENCIDAS    PIC 9(03)  VALUE 0.
       01 WS-TAB-ESTOURO     PIC X      VALUE 'N'.
       01 WS-SALDO-DEVEDOR   PIC 9(7)V99 VALUE 0.

      *    PARCELAS FUTURAS EM ABERTO (A/R), NA ORDEM DA TABELA, COM O
      *    VENCIMENTO DE ANTES, O NOVO E O JUROS DE CARENCIA RATEADO.
       01 WS-TAB-PARCELAS.
           05 WS-TAB-ITEM OCCURS 420 TIMES.
               10 WS-TAB-NUM-PARC    PIC 9(03).
               10 WS-TAB-VENC-ANT    PIC 9(08).
               10 WS-TAB-VENC-NOV    PIC 9(08).
               10 WS-TAB-JUROS-ADIC  PIC 9(7)V99.

       01 WS-OPCAO           PIC X(01)  VALUE SPACE.
       01 WS-NOVO-DIA        PIC 9(02)  VALUE 0.
       01 WS-MESES-CARENCIA  PIC 9(02)  VALUE 0.
       01 WS-JUROS-CARENCIA  PIC 9(7)V99 VALUE 0.
       01 WS-JUROS-RATEIO    PIC 9(7)V99 VALUE 0.
       01 WS-JUROS-RESTO     PIC 9(7)V99 VALUE 0.
       01 WS-FATOR-CARENCIA  USAGE COMP-2.

      *    MONTAGEM DA DATA NO NOVO DIA DO MES.
       01 WS-DATA-NOVA.
         05 WS-DATA-NOVA-AA  PIC 9(04).
         05 WS-DATA-NOVA-MM  PIC 9(02).
         05 WS-DATA-NOVA-DD  PIC 9(02).
       01 WS-DATA-NOVA-NUM REDEFINES WS-DATA-NOVA PIC 9(08).

      *    AJUSTE DE DIA UTIL - MESMAS AREAS DO OCCRS/RENEGOCIA.
       01 WS-IND             PIC 9(03)  VALUE 0.
       01 WS-DIA-INTEIRO     PIC S9(9)  VALUE 0.
       01 WS-DOW-NUM         PIC 9      VALUE 0.
       01 WS-DIA-UTIL        PIC X      VALUE 'N'.
       01 WS-QTD-FERIADOS    PIC 99     VALUE 0.
       01 WS-IND-FER         PIC 99     VALUE 0.
       01 WS-FERIADO-TAB.
           05 WS-FERIADO-ITEM OCCURS 50 TIMES.
               10 WS-FERIADO        PIC 9(8).
               10 WS-FERIADO-UF     PIC X(02).
               10 WS-FERIADO-MUNIC  PIC X(30).
       01 WS-UF-CONTRATO     PIC X(02) VALUE SPACES.
       01 WS-CIDADE-CONTRATO PIC X(30) VALUE SPACES.
       COPY CLIPATH.

       COPY WSLOGON.
       COPY WSSENHASH.
       COPY WSPRESTJRN.
       COPY WSCADEIA.
       COPY WSDATAMOV.
       COPY WSFILELOCK.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           DISPLAY "******** ALTERACAO DE VENCIMENTO/CARENCIA ********"
           PERFORM P-SIGN-ON
           MOVE "PRESTACOES.LCK" TO WS-LOCK-PATH
           MOVE "ALTVENC" TO WS-LOCK-PROGRAMA
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

           OPEN I-O PREST-FILE
           IF WS-PREST-STATUS EQUAL 35 THEN
               DISPLAY "PRESTACOES AINDA NAO FOI CRIADO"
               GO TO P999-STOP
           END-IF
           PERFORM P200-CARREGA-FUTURAS

           IF WS-QTD-VENCIDAS > 0 THEN
               DISPLAY "CONTRATO COM " WS-QTD-VENCIDAS
                       " PARCELA(S) VENCIDA(S) - ALTERACAO RECUSADA"
               CLOSE PREST-FILE
               GO TO P999-STOP
           END-IF
           IF WS-TAB-ESTOURO = 'S' THEN
               DISPLAY "CONTRATO COM MAIS DE 420 PARCELAS EM ABERTO"
               CLOSE PREST-FILE
               GO TO P999-STOP
           END-IF
           IF WS-QTD-FUTURAS = 0 THEN
               DISPLAY "CONTRATO SEM PARCELAS FUTURAS EM ABERTO"
               CLOSE PREST-FILE
               GO TO P999-STOP
           END-IF

           DISPLAY "PARCELAS FUTURAS EM ABERTO: " WS-QTD-FUTURAS
           DISPLAY "PROXIMO VENCIMENTO........: " WS-TAB-VENC-ANT(1)
           PERFORM WITH TEST AFTER
                   UNTIL WS-OPCAO = 'D' OR WS-OPCAO = 'C'
               DISPLAY "D - MUDAR O DIA DE VENCIMENTO"
               DISPLAY "C - CARENCIA (EMPURRAR N MESES)"
               ACCEPT WS-OPCAO
               IF WS-OPCAO NOT = 'D' AND WS-OPCAO NOT = 'C' THEN
                   DISPLAY "OPCAO INVALIDA - DIGITE D OU C"
               END-IF
           END-PERFORM

           PERFORM P500-LOAD-FERIADOS
           PERFORM P550-UF-DO-CLIENTE
           IF WS-OPCAO = 'D' THEN
               DISPLAY "NOVO DIA DE VENCIMENTO (1 A 28)"
               ACCEPT WS-NOVO-DIA
               IF WS-NOVO-DIA < 1 OR WS-NOVO-DIA > 28 THEN
                   DISPLAY "DIA INVALIDO (1 A 28)"
                   CLOSE PREST-FILE
                   GO TO P999-STOP
               END-IF
               PERFORM P300-NOVO-DIA
           ELSE
               DISPLAY "MESES DE CARENCIA (1 A 6)"
               ACCEPT WS-MESES-CARENCIA
               IF WS-MESES-CARENCIA < 1 OR WS-MESES-CARENCIA > 6 THEN
                   DISPLAY "CARENCIA INVALIDA (1 A 6 MESES)"
                   CLOSE PREST-FILE
                   GO TO P999-STOP
               END-IF
               PERFORM P400-CARENCIA
           END-IF

           DISPLAY " "
           DISPLAY "---- VENCIMENTOS - CONTRATO " WS-NUM-CONT " ----"
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-QTD-FUTURAS
               DISPLAY "PARCELA " WS-TAB-NUM-PARC(WS-IND)
                       "  DE " WS-TAB-VENC-ANT(WS-IND)
                       "  PARA " WS-TAB-VENC-NOV(WS-IND)
                       "  JUROS ADIC: " WS-TAB-JUROS-ADIC(WS-IND)
           END-PERFORM
           IF WS-OPCAO = 'C' THEN
               DISPLAY "JUROS DA CARENCIA SOBRE O SALDO DE "
                       WS-SALDO-DEVEDOR ": " WS-JUROS-CARENCIA
           END-IF

           DISPLAY "CONFIRMA A ALTERACAO? (S/N)"
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = 'S' AND WS-CONFIRMA NOT = 's' THEN
               DISPLAY "ALTERACAO NAO CONFIRMADA."
               CLOSE PREST-FILE
               GO TO P999-STOP
           END-IF

           MOVE WS-OPERADOR-ID TO WS-JRN-OPERADOR
           MOVE WS-OPERADOR-POSTO TO WS-JRN-POSTO
           MOVE "ALTVENC"      TO WS-JRN-PROGRAMA
           PERFORM P600-APLICA-PARCELA
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-QTD-FUTURAS
           CLOSE PREST-FILE
           DISPLAY "VENCIMENTOS ALTERADOS - CONTRATO " WS-NUM-CONT
           GO TO P999-STOP.

       P100-LE-CONTRATO.
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
           END-READ
           CLOSE CONTR-FILE.

       P200-CARREGA-FUTURAS.
      *    POSICIONA NA PRIMEIRA PARCELA DO CONTRATO (MESMO START DA
      *    QUITACAO). PARCELA ABERTA OU PARCIAL JA VENCIDA BLOQUEIA; AS
      *    DEMAIS ABERTAS/PARCIAIS SAO AS QUE MUDAM DE VENCIMENTO.
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
                           IF PREST-ABERTA OR PREST-PARCIAL THEN
                               PERFORM P210-GUARDA-PARCELA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       P210-GUARDA-PARCELA.
           IF PREST-VENCIMENTO < WS-DT-NEGOCIO THEN
               ADD 1 TO WS-QTD-VENCIDAS
               EXIT PARAGRAPH
           END-IF
           IF WS-QTD-FUTURAS = 420 THEN
               MOVE 'S' TO WS-TAB-ESTOURO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-QTD-FUTURAS
           MOVE PREST-NUM-PARC   TO WS-TAB-NUM-PARC(WS-QTD-FUTURAS)
           MOVE PREST-VENCIMENTO TO WS-TAB-VENC-ANT(WS-QTD-FUTURAS)
           MOVE PREST-VENCIMENTO TO WS-TAB-VENC-NOV(WS-QTD-FUTURAS)
           MOVE 0                TO WS-TAB-JUROS-ADIC(WS-QTD-FUTURAS)
      *    SALDO DEVEDOR COMO NA QUITACAO: AMORTIZACAO AINDA NAO PAGA.
           IF PREST-VL-AMORT > PREST-VL-PAGO THEN
               COMPUTE WS-SALDO-DEVEDOR = WS-SALDO-DEVEDOR
                       + PREST-VL-AMORT - PREST-VL-PAGO
           END-IF.

       P300-NOVO-DIA.
      *    A PRIMEIRA PARCELA FUTURA VAI PARA O NOVO DIA NO MES EM QUE
      *    JA VENCIA (OU NO SEGUINTE, SE A DATA NOVA NAO FOR FUTURA);
      *    AS DEMAIS, UMA POR MES A PARTIR DELA.
           MOVE WS-TAB-VENC-ANT(1) TO WS-DATA-NOVA-NUM
           MOVE WS-NOVO-DIA TO WS-DATA-NOVA-DD
           IF WS-DATA-NOVA-NUM <= WS-DT-NEGOCIO THEN
               PERFORM P310-PROXIMO-MES
           END-IF
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-QTD-FUTURAS
               IF WS-IND > 1 THEN
                   PERFORM P310-PROXIMO-MES
               END-IF
               COMPUTE WS-DIA-INTEIRO =
                       FUNCTION INTEGER-OF-DATE(WS-DATA-NOVA-NUM)
               PERFORM P710-ROLL-BUSINESS-DAY
               MOVE FUNCTION DATE-OF-INTEGER(WS-DIA-INTEIRO)
                    TO WS-TAB-VENC-NOV(WS-IND)
           END-PERFORM.

       P310-PROXIMO-MES.
           IF WS-DATA-NOVA-MM = 12 THEN
               MOVE 1 TO WS-DATA-NOVA-MM
               ADD 1 TO WS-DATA-NOVA-AA
           ELSE
               ADD 1 TO WS-DATA-NOVA-MM
           END-IF.

       P400-CARENCIA.
      *    CADA PARCELA FUTURA ANDA N PERIODOS DE 30 DIAS (O MESMO
      *    PASSO DA TABELA DO OCCRS) E VOLTA AO AJUSTE DE DIA UTIL. O
      *    SALDO DEVEDOR RENDE JUROS COMPOSTOS NOS N MESES PARADOS; O
      *    TOTAL E RATEADO IGUALMENTE ENTRE AS PARCELAS EMPURRADAS, E
      *    A ULTIMA FICA COM O RESTO DA DIVISAO.
           IF WS-TAXA = 0 THEN
               MOVE 0 TO WS-JUROS-CARENCIA
           ELSE
               COMPUTE WS-FATOR-CARENCIA =
                       (1 + WS-TAXA) ** WS-MESES-CARENCIA
               COMPUTE WS-JUROS-CARENCIA ROUNDED =
                       WS-SALDO-DEVEDOR * (WS-FATOR-CARENCIA - 1)
           END-IF
           COMPUTE WS-JUROS-RATEIO = WS-JUROS-CARENCIA / WS-QTD-FUTURAS
           COMPUTE WS-JUROS-RESTO = WS-JUROS-CARENCIA
                   - WS-JUROS-RATEIO * WS-QTD-FUTURAS
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-QTD-FUTURAS
               COMPUTE WS-DIA-INTEIRO =
                       FUNCTION INTEGER-OF-DATE(WS-TAB-VENC-ANT(WS-IND))
                       + WS-MESES-CARENCIA * 30
               PERFORM P710-ROLL-BUSINESS-DAY
               MOVE FUNCTION DATE-OF-INTEGER(WS-DIA-INTEIRO)
                    TO WS-TAB-VENC-NOV(WS-IND)
               MOVE WS-JUROS-RATEIO TO WS-TAB-JUROS-ADIC(WS-IND)
           END-PERFORM
           ADD WS-JUROS-RESTO TO WS-TAB-JUROS-ADIC(WS-QTD-FUTURAS).

       P500-LOAD-FERIADOS.
      *    MESMA CARGA DE P305-LOAD-FERIADOS NO OCCRS.
           OPEN INPUT FERIADOS-FILE
           IF WS-FERIADOS-STATUS EQUAL 35 THEN
               CONTINUE
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'S' OR WS-QTD-FERIADOS = 50
                   READ FERIADOS-FILE
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-QTD-FERIADOS
                           MOVE FER-DATA
                                TO WS-FERIADO(WS-QTD-FERIADOS)
                           MOVE FER-UF
                                TO WS-FERIADO-UF(WS-QTD-FERIADOS)
                           MOVE FER-MUNICIPIO
                                TO WS-FERIADO-MUNIC(WS-QTD-FERIADOS)
                   END-READ
               END-PERFORM
               CLOSE FERIADOS-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       P550-UF-DO-CLIENTE.
      *    MESMA REGRA DE P307-UF-DO-CLIENTE NO OCCRS: A UF/CIDADE DO
      *    CLIENTE DECIDE QUAIS FERIADOS LOCAIS VALEM NO AJUSTE.
           MOVE SPACES TO WS-UF-CONTRATO
           MOVE SPACES TO WS-CIDADE-CONTRATO
           ACCEPT WS-CLIENTE-PATH FROM ENVIRONMENT "CLIENTE_PATH"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           OPEN INPUT CLIENTE
           IF WS-CLI-STATUS EQUAL 35 THEN
               CONTINUE
           ELSE
               MOVE WS-COD-CLI-DONO TO COD-CLIENTE
               READ CLIENTE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE UF-CLIENTE     TO WS-UF-CONTRATO
                       MOVE CIDADE-CLIENTE TO WS-CIDADE-CONTRATO
                       MOVE NM-CLIENTE     TO WS-NM-CLI-DONO
               END-READ
               CLOSE CLIENTE
           END-IF.

       P600-APLICA-PARCELA.
           MOVE WS-NUM-CONT              TO PREST-NUM-CONT
           MOVE WS-TAB-NUM-PARC(WS-IND)  TO PREST-NUM-PARC
           READ PREST-FILE
               INVALID KEY
                   DISPLAY "PARCELA " WS-TAB-NUM-PARC(WS-IND)
                           " NAO ENCONTRADA EM PRESTACOES"
                   EXIT PARAGRAPH
           END-READ
           IF PREST-VENCIMENTO NOT = WS-TAB-VENC-NOV(WS-IND) THEN
               MOVE "VENCIMENTO"     TO WS-JRN-CAMPO
               MOVE PREST-VENCIMENTO TO WS-JRN-ANTES
               MOVE WS-TAB-VENC-NOV(WS-IND) TO WS-JRN-DEPOIS
               PERFORM P-JRN-PARCELA
               MOVE WS-TAB-VENC-NOV(WS-IND) TO PREST-VENCIMENTO
           END-IF
           IF WS-TAB-JUROS-ADIC(WS-IND) > 0 THEN
               MOVE "VL-JUROS"      TO WS-JRN-CAMPO
               MOVE PREST-VL-JUROS  TO WS-JRN-VALOR-ED
               MOVE WS-JRN-VALOR-ED TO WS-JRN-ANTES
               ADD WS-TAB-JUROS-ADIC(WS-IND) TO PREST-VL-JUROS
               MOVE PREST-VL-JUROS  TO WS-JRN-VALOR-ED
               MOVE WS-JRN-VALOR-ED TO WS-JRN-DEPOIS
               PERFORM P-JRN-PARCELA
               MOVE "VALOR"         TO WS-JRN-CAMPO
               MOVE PREST-VALOR     TO WS-JRN-VALOR-ED
               MOVE WS-JRN-VALOR-ED TO WS-JRN-ANTES
               ADD WS-TAB-JUROS-ADIC(WS-IND) TO PREST-VALOR
               MOVE PREST-VALOR     TO WS-JRN-VALOR-ED
               MOVE WS-JRN-VALOR-ED TO WS-JRN-DEPOIS
               PERFORM P-JRN-PARCELA
           END-IF
           REWRITE PREST-REC.

       P710-ROLL-BUSINESS-DAY.
      *    MESMO AJUSTE DE P310-ROLL-BUSINESS-DAY NO OCCRS.
           MOVE 'N' TO WS-DIA-UTIL
           PERFORM UNTIL WS-DIA-UTIL = 'S'
               COMPUTE WS-DOW-NUM =
                       FUNCTION MOD(WS-DIA-INTEIRO, 7) + 1
               IF WS-DOW-NUM = 1 OR WS-DOW-NUM = 7 THEN
                   ADD 1 TO WS-DIA-INTEIRO
               ELSE
                   PERFORM P720-CHECK-FERIADO
                   IF WS-DIA-UTIL = 'N' THEN
                       ADD 1 TO WS-DIA-INTEIRO
                   END-IF
               END-IF
           END-PERFORM.

       P720-CHECK-FERIADO.
      *    MESMO FILTRO DE ESCOPO DE P320-CHECK-FERIADO NO OCCRS.
           MOVE 'S' TO WS-DIA-UTIL
           PERFORM VARYING WS-IND-FER FROM 1 BY 1 UNTIL
                           WS-IND-FER > WS-QTD-FERIADOS
               IF FUNCTION DATE-OF-INTEGER(WS-DIA-INTEIRO) =
                  WS-FERIADO(WS-IND-FER) THEN
                   IF WS-FERIADO-UF(WS-IND-FER) = SPACES OR
                      (WS-FERIADO-UF(WS-IND-FER) = WS-UF-CONTRATO
                       AND (WS-FERIADO-MUNIC(WS-IND-FER) = SPACES
                            OR WS-FERIADO-MUNIC(WS-IND-FER) =
                               WS-CIDADE-CONTRATO)) THEN
                       MOVE 'N' TO WS-DIA-UTIL
                   END-IF
               END-IF
           END-PERFORM.

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
       END PROGRAM ALTVENC.

      ******************************************************************
      * Author: RHAYADH ZAPAROLI
      * Date: 15/10/2026
      * Purpose: GERA O ARQUIVO DE NEGATIVACAO PARA O BIRO DE CREDITO
      *          (NEGATIVACAO.REM, LARGURA FIXA NO PADRAO DO BANCO.REM:
      *          HEADER 'H' NUMERADO POR NEGREM.CTL, DETALHES 'D' E
      *          TRAILER 'T'). O CONTRATO COM PARCELA VENCIDA HA PELO
      *          MENOS O PRAZO DE NEGPRAZO.CTL (MANTIDO PELO CTLMNT;
      *          PADRAO 90 DIAS) SAI COMO INCLUSAO ('I') COM CPF,
      *          NOME, ENDERECO, CONTRATO, VALOR VENCIDO E VENCIMENTO
      *          MAIS ANTIGO, E FICA REGISTRADO EM NEGATIVACAO.CTL.
      *          NA RODADA SEGUINTE A QUITACAO DA DIVIDA (OCCRS,
      *          QUITACAO, BANCORET, AGENCRET) OU A RENEGOCIACAO
      *          (RENEGOCIA) SAI A EXCLUSAO ('E') COM OS MESMOS DADOS
      *          DA INCLUSAO. A BAIXA POR PERDA NAO PAGA A DIVIDA - A
      *          NEGATIVACAO CONTINUA.
      * MODIFICATION-LOG.
      *     15/10/2026 - O CODIGO DO CLIENTE NA BUSCA PELO CONTRATO E EM
      *                  NEGATIVACAO.CTL (VER NEGCTL) PASSOU A TER 7
      *                  DIGITOS, COMO COD-CLIENTE (VER CLIMIG5 E
      *                  CODCLIMIG).
      *     15/10/2026 - LAYOUT DE PRESTACOES.JRN EXTRAIDO PARA JRNDATA,
      *                  QUE GANHOU NO FIM O ELO DA CADEIA DE
      *                  CONFERENCIA (JRN-ELO, VER CADEIA.cpy).
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO; INTERFACE EXTERNA SUPRIMIDA NO
      *                  MODO TREINAMENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NEGATIVA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PREST-FILE ASSIGN TO 'PRESTACOES'
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
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COD-CLIENTE
           ALTERNATE RECORD KEY IS CPF-CLIENTE WITH DUPLICATES
           FILE STATUS IS WS-CLI-STATUS.

           SELECT NEG-FILE ASSIGN TO 'NEGATIVACAO.CTL'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NEG-NUM-CONT
           FILE STATUS IS WS-NEG-STATUS.

           SELECT NREM-FILE ASSIGN TO 'NEGATIVACAO.REM'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-NREM-STATUS.

           SELECT REMNUM-CTL-FILE ASSIGN TO 'NEGREM.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-REMNUM-STATUS.

           SELECT NEG-PRAZO-FILE ASSIGN TO 'NEGPRAZO.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PRAZO-STATUS.

           SELECT PREST-JRN-FILE ASSIGN TO 'PRESTACOES.JRN'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-JRN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PREST-FILE.
       COPY PRESTDATA.

       FD CONTR-FILE.
       COPY CONTRDATA.

       FD CLIENTE.
       COPY CLIDATA.

       FD NEG-FILE.
       COPY NEGCTL.

       FD NREM-FILE.
       01 NREM-REC.
         05 NREM-TIPO          PIC X(01).
         05 NREM-CONTEUDO      PIC X(199).
       01 NREM-REC-HEADER REDEFINES NREM-REC.
         05 FILLER             PIC X(01).
         05 NREM-H-NUMERO      PIC 9(05).
         05 NREM-H-DATA        PIC 9(08).
         05 FILLER             PIC X(186).
       01 NREM-REC-DETALHE REDEFINES NREM-REC.
         05 FILLER             PIC X(01).
         05 NREM-D-OPERACAO    PIC X(01).
         05 NREM-D-CPF         PIC 9(11).
         05 NREM-D-NOME        PIC X(40).
         05 NREM-D-ENDERECO    PIC X(50).
         05 NREM-D-BAIRRO      PIC X(30).
         05 NREM-D-CIDADE      PIC X(30).
         05 NREM-D-UF          PIC X(02).
         05 NREM-D-CEP         PIC X(09).
         05 NREM-D-NUM-CONT    PIC 9(05).
         05 NREM-D-VALOR       PIC 9(09)V99.
         05 NREM-D-VENCIMENTO  PIC 9(08).
         05 NREM-D-MOTIVO      PIC X(01).
       01 NREM-REC-TRAILER REDEFINES NREM-REC.
         05 FILLER             PIC X(01).
         05 NREM-T-QTD-INCL    PIC 9(05).
         05 NREM-T-QTD-EXCL    PIC 9(05).
         05 NREM-T-VALOR       PIC 9(11)V99.
         05 FILLER             PIC X(176).

       FD REMNUM-CTL-FILE.
       01 REMNUM-CTL-REC.
         05 REMNUM-ULTIMO      PIC 9(05).

       FD NEG-PRAZO-FILE.
      *    MESMO LAYOUT DE NEG-PRAZO-REC NO CTLMNT.
       01 NEG-PRAZO-REC.
         05 NEG-PRAZO-DIAS     PIC 9(03).

       FD PREST-JRN-FILE.
       COPY JRNDATA.

       WORKING-STORAGE SECTION.
       01 WS-PREST-STATUS    PIC 99.
       01 WS-CONTR-STATUS    PIC 99.
       01 WS-CLI-STATUS      PIC 99.
       01 WS-NEG-STATUS      PIC 99.
       01 WS-NREM-STATUS     PIC 99.
       01 WS-REMNUM-STATUS   PIC 99.
       01 WS-PRAZO-STATUS    PIC 99.
       01 WS-JRN-STATUS      PIC 99.
       01 WS-EOF             PIC X      VALUE 'N'.
       01 WS-CONTR-ABERTO    PIC X      VALUE 'N'.
       01 WS-ACHOU           PIC X      VALUE 'N'.
       01 WS-NEG-EXISTE      PIC X      VALUE 'N'.
       01 WS-COD-CLI-ACHADO  PIC 9(07)  VALUE 0.
       01 WS-REMESSA-NUM     PIC 9(05)  VALUE 0.

      *    DIAS DE ATRASO PARA NEGATIVAR (NEGPRAZO.CTL) E PRAZO LEGAL
      *    PARA A EXCLUSAO DEPOIS DA QUITACAO (CODIGO DE DEFESA DO
      *    CONSUMIDOR - 5 DIAS UTEIS, CONTADOS AQUI CORRIDOS).
       01 WS-NEG-DIAS        PIC 9(03)  VALUE 90.
       01 WS-PRAZO-LEGAL     PIC 9(03)  VALUE 5.

       01 WS-CURR-DATE-REST  PIC X(14).
       01 WS-DT-HOJE         PIC 9(08)  VALUE 0.
       01 WS-VENC-DATA       PIC 9(08)  VALUE 0.
       01 WS-INT-HOJE        PIC S9(09) VALUE 0.
       01 WS-INT-VENC        PIC S9(09) VALUE 0.
       01 WS-DIAS-ATRASO     PIC S9(05) VALUE 0.
       01 WS-DIAS-QUITACAO   PIC S9(05) VALUE 0.
       01 WS-SALDO-PARCELA   PIC 9(07)V99 VALUE 0.

      *    ACUMULADORES DO CONTRATO CORRENTE (QUEBRA POR CONTRATO).
       01 WS-CONT-ATUAL      PIC 9(05)  VALUE 0.
       01 WS-QTD-VENCIDAS    PIC 9(03)  VALUE 0.
       01 WS-QTD-RENEG       PIC 9(03)  VALUE 0.
       01 WS-VL-VENCIDO      PIC 9(09)V99 VALUE 0.
       01 WS-DT-VENC-ANTIGA  PIC 9(08)  VALUE 0.

      *    DATA DA QUITACAO/RENEGOCIACAO DE CADA CONTRATO NEGATIVADO,
      *    TIRADA DO DIARIO PRESTACOES.JRN (ULTIMA PARCELA QUE FOI
      *    PARA 'P' OU 'G').
       01 WS-QTD-QUIT        PIC 9(03)  VALUE 0.
       01 WS-IND-QUIT        PIC 9(03)  VALUE 0.
       01 WS-QUIT-TAB.
           05 WS-QUIT OCCURS 500 TIMES.
               10 WS-QUIT-NUM-CONT PIC 9(05).
               10 WS-QUIT-DATA     PIC 9(08).

      *    TOTAIS DA REMESSA.
       01 WS-QTD-INCLUSOES   PIC 9(05)  VALUE 0.
       01 WS-QTD-EXCLUSOES   PIC 9(05)  VALUE 0.
       01 WS-QTD-MANTIDAS    PIC 9(05)  VALUE 0.
       01 WS-QTD-SEM-CPF     PIC 9(05)  VALUE 0.
       01 WS-QTD-FORA-PRAZO  PIC 9(05)  VALUE 0.
       01 WS-VL-TOTAL        PIC 9(11)V99 VALUE 0.

       COPY CLIPATH.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           MOVE "NEGATIVACAO.REM" TO WS-TREINO-INTERFACE
           PERFORM P-TREINO-SUPRIME
           DISPLAY "******** NEGATIVACAO NO BIRO DE CREDITO ********"
           ACCEPT WS-CLIENTE-PATH FROM ENVIRONMENT "CLIENTE_PATH"
               ON EXCEPTION CONTINUE
           END-ACCEPT

           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-REST
           MOVE WS-CURR-DATE-REST(1:8) TO WS-DT-HOJE
           COMPUTE WS-INT-HOJE =
                   FUNCTION INTEGER-OF-DATE(WS-DT-HOJE)

           PERFORM P100-LE-PRAZO
           DISPLAY "NEGATIVA CONTRATO COM PARCELA VENCIDA HA "
                   WS-NEG-DIAS " DIAS OU MAIS"

           OPEN INPUT PREST-FILE
           IF WS-PREST-STATUS EQUAL 35 THEN
               DISPLAY "PRESTACOES AINDA NAO FOI CRIADO"
               GO TO P999-STOP
           END-IF

           OPEN I-O NEG-FILE
           IF WS-NEG-STATUS EQUAL 35 THEN
               OPEN OUTPUT NEG-FILE
               CLOSE NEG-FILE
               OPEN I-O NEG-FILE
           END-IF
           PERFORM P200-DATAS-QUITACAO

           OPEN INPUT CONTR-FILE
           IF WS-CONTR-STATUS NOT EQUAL 35 THEN
               MOVE 'S' TO WS-CONTR-ABERTO
           END-IF
           OPEN INPUT CLIENTE
           PERFORM P150-PROXIMA-REMESSA
           OPEN OUTPUT NREM-FILE

           MOVE SPACES         TO NREM-REC
           MOVE 'H'            TO NREM-TIPO
           MOVE WS-REMESSA-NUM TO NREM-H-NUMERO
           MOVE WS-DT-HOJE     TO NREM-H-DATA
           WRITE NREM-REC

           PERFORM UNTIL WS-EOF = 'S'
               READ PREST-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF PREST-NUM-CONT NOT = WS-CONT-ATUAL THEN
                           IF WS-CONT-ATUAL NOT = 0 THEN
                               PERFORM P400-FECHA-CONTRATO
                           END-IF
                           MOVE PREST-NUM-CONT TO WS-CONT-ATUAL
                           MOVE 0 TO WS-QTD-VENCIDAS WS-QTD-RENEG
                                     WS-VL-VENCIDO WS-DT-VENC-ANTIGA
                       END-IF
                       PERFORM P300-ACUMULA-PARCELA
               END-READ
           END-PERFORM
           IF WS-CONT-ATUAL NOT = 0 THEN
               PERFORM P400-FECHA-CONTRATO
           END-IF

           MOVE SPACES           TO NREM-REC
           MOVE 'T'              TO NREM-TIPO
           MOVE WS-QTD-INCLUSOES TO NREM-T-QTD-INCL
           MOVE WS-QTD-EXCLUSOES TO NREM-T-QTD-EXCL
           MOVE WS-VL-TOTAL      TO NREM-T-VALOR
           WRITE NREM-REC

           CLOSE NREM-FILE
           CLOSE CLIENTE
           CLOSE NEG-FILE
           CLOSE PREST-FILE
           IF WS-CONTR-ABERTO = 'S' THEN
               CLOSE CONTR-FILE
           END-IF

           DISPLAY "REMESSA " WS-REMESSA-NUM
                   " GRAVADA EM NEGATIVACAO.REM"
           DISPLAY "INCLUSOES:                    " WS-QTD-INCLUSOES
           DISPLAY "EXCLUSOES:                    " WS-QTD-EXCLUSOES
           DISPLAY "NEGATIVACOES MANTIDAS:        " WS-QTD-MANTIDAS
           DISPLAY "NAO NEGATIVADOS (SEM CPF):    " WS-QTD-SEM-CPF
           IF WS-QTD-FORA-PRAZO > 0 THEN
               DISPLAY "EXCLUSOES FORA DO PRAZO LEGAL: "
                       WS-QTD-FORA-PRAZO
           END-IF
           GO TO P999-STOP.

       P100-LE-PRAZO.
           OPEN INPUT NEG-PRAZO-FILE
           IF WS-PRAZO-STATUS EQUAL 35 THEN
      *        ARQUIVO DE CONFIGURACAO AINDA NAO EXISTE - MANTEM O
      *        PRAZO PADRAO (90 DIAS DE ATRASO).
               EXIT PARAGRAPH
           END-IF
           READ NEG-PRAZO-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF NEG-PRAZO-DIAS > 0 THEN
                       MOVE NEG-PRAZO-DIAS TO WS-NEG-DIAS
                   END-IF
           END-READ
           CLOSE NEG-PRAZO-FILE.

       P150-PROXIMA-REMESSA.
      *    NUMERO SEQUENCIAL DA REMESSA, NO MESMO PADRAO DO
      *    BANCOREM.CTL.
           OPEN I-O REMNUM-CTL-FILE
           IF WS-REMNUM-STATUS EQUAL 35 THEN
               OPEN OUTPUT REMNUM-CTL-FILE
               MOVE 0 TO REMNUM-ULTIMO
               WRITE REMNUM-CTL-REC
               CLOSE REMNUM-CTL-FILE
               OPEN I-O REMNUM-CTL-FILE
           END-IF
           READ REMNUM-CTL-FILE NEXT RECORD
               AT END
                   MOVE 0 TO REMNUM-ULTIMO
           END-READ
           ADD 1 TO REMNUM-ULTIMO GIVING WS-REMESSA-NUM
           MOVE WS-REMESSA-NUM TO REMNUM-ULTIMO
           REWRITE REMNUM-CTL-REC
           CLOSE REMNUM-CTL-FILE.

       P200-DATAS-QUITACAO.
      *    GUARDA OS CONTRATOS HOJE NEGATIVADOS E PROCURA NO DIARIO A
      *    DATA DE MOVIMENTO EM QUE A ULTIMA PARCELA DELES FOI PAGA OU
      *    RENEGOCIADA - E DELA QUE CORRE O PRAZO LEGAL DA EXCLUSAO.
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'S'
               READ NEG-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF NEG-INCLUIDA THEN
                           IF WS-QTD-QUIT < 500 THEN
                               ADD 1 TO WS-QTD-QUIT
                               MOVE NEG-NUM-CONT TO
                                    WS-QUIT-NUM-CONT(WS-QTD-QUIT)
                               MOVE 0 TO WS-QUIT-DATA(WS-QTD-QUIT)
                           ELSE
                               DISPLAY "MAIS DE 500 CONTRATOS "
                                   "NEGATIVADOS - A DATA DE QUITACAO "
                                   "DO CONTRATO " NEG-NUM-CONT
                                   " SERA A DE HOJE"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           MOVE 'N' TO WS-EOF
           IF WS-QTD-QUIT = 0 THEN
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PREST-JRN-FILE
           IF WS-JRN-STATUS EQUAL 35 THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'S'
               READ PREST-JRN-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF JRN-CAMPO = "SITUACAO" AND
                          (JRN-VL-DEPOIS(1:1) = 'P' OR
                           JRN-VL-DEPOIS(1:1) = 'G') THEN
                           PERFORM VARYING WS-IND-QUIT FROM 1 BY 1
                                   UNTIL WS-IND-QUIT > WS-QTD-QUIT
                               IF WS-QUIT-NUM-CONT(WS-IND-QUIT) =
                                  JRN-NUM-CONT AND
                                  JRN-DT-NEGOCIO >
                                  WS-QUIT-DATA(WS-IND-QUIT) THEN
                                   MOVE JRN-DT-NEGOCIO TO
                                        WS-QUIT-DATA(WS-IND-QUIT)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PREST-JRN-FILE
           MOVE 'N' TO WS-EOF.

       P300-ACUMULA-PARCELA.
      *    A PARCELA BAIXADA POR PERDA ('X') CONTINUA DEVIDA PARA O
      *    BIRO; A RENEGOCIADA ('G') FOI SUBSTITUIDA PELO CONTRATO
      *    SUCESSOR.
           EVALUATE TRUE
               WHEN PREST-ABERTA OR PREST-PARCIAL OR PREST-PERDA
                   MOVE PREST-VENCIMENTO TO WS-VENC-DATA
                   COMPUTE WS-INT-VENC =
                           FUNCTION INTEGER-OF-DATE(WS-VENC-DATA)
                   COMPUTE WS-DIAS-ATRASO = WS-INT-HOJE - WS-INT-VENC
                   IF WS-DIAS-ATRASO >= WS-NEG-DIAS THEN
                       COMPUTE WS-SALDO-PARCELA =
                               PREST-VALOR - PREST-VL-PAGO
                       ADD 1 TO WS-QTD-VENCIDAS
                       ADD WS-SALDO-PARCELA TO WS-VL-VENCIDO
                       IF WS-DT-VENC-ANTIGA = 0 OR
                          PREST-VENCIMENTO < WS-DT-VENC-ANTIGA THEN
                           MOVE PREST-VENCIMENTO TO WS-DT-VENC-ANTIGA
                       END-IF
                   END-IF
               WHEN PREST-RENEGOCIADA
                   ADD 1 TO WS-QTD-RENEG
           END-EVALUATE.

       P400-FECHA-CONTRATO.
           MOVE WS-CONT-ATUAL TO NEG-NUM-CONT
           READ NEG-FILE
               INVALID KEY
                   MOVE 'N' TO WS-NEG-EXISTE
               NOT INVALID KEY
                   MOVE 'S' TO WS-NEG-EXISTE
           END-READ
           IF WS-NEG-EXISTE = 'S' AND NEG-INCLUIDA THEN
               IF WS-QTD-VENCIDAS = 0 THEN
                   PERFORM P600-EXCLUSAO
               ELSE
                   ADD 1 TO WS-QTD-MANTIDAS
               END-IF
           ELSE
               IF WS-QTD-VENCIDAS > 0 THEN
                   PERFORM P500-INCLUSAO
               END-IF
           END-IF.

       P450-LOCALIZA-CLIENTE.
           MOVE 'N' TO WS-ACHOU
           MOVE 0   TO WS-COD-CLI-ACHADO
           IF WS-CONTR-ABERTO NOT = 'S' THEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CONT-ATUAL TO CONTR-NUM-CONT
           READ CONTR-FILE
               INVALID KEY
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   MOVE CONTR-COD-CLIENTE TO WS-COD-CLI-ACHADO
           END-READ
           MOVE WS-COD-CLI-ACHADO TO COD-CLIENTE
           READ CLIENTE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-ACHOU
           END-READ.

       P500-INCLUSAO.
           PERFORM P450-LOCALIZA-CLIENTE
           IF WS-ACHOU NOT = 'S' OR CPF-CLIENTE = 0 THEN
               DISPLAY "CONTRATO " WS-CONT-ATUAL
                       " SEM CLIENTE/CPF - NAO NEGATIVADO"
               ADD 1 TO WS-QTD-SEM-CPF
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES            TO NREM-REC
           MOVE 'I'               TO NREM-D-OPERACAO
           MOVE WS-VL-VENCIDO     TO NREM-D-VALOR
           MOVE WS-DT-VENC-ANTIGA TO NREM-D-VENCIMENTO
           MOVE SPACE             TO NREM-D-MOTIVO
           PERFORM P700-GRAVA-DETALHE

           MOVE WS-CONT-ATUAL     TO NEG-NUM-CONT
           MOVE 'I'               TO NEG-SITUACAO
           MOVE COD-CLIENTE       TO NEG-COD-CLI
           MOVE CPF-CLIENTE       TO NEG-CPF
           MOVE WS-VL-VENCIDO     TO NEG-VALOR
           MOVE WS-DT-VENC-ANTIGA TO NEG-DT-VENC
           MOVE WS-DT-HOJE        TO NEG-DT-INCLUSAO
           MOVE WS-REMESSA-NUM    TO NEG-REM-INCLUSAO
           MOVE 0                 TO NEG-DT-QUITACAO NEG-DT-EXCLUSAO
                                     NEG-REM-EXCLUSAO
           MOVE SPACE             TO NEG-MOTIVO-EXCL
           IF WS-NEG-EXISTE = 'S' THEN
               REWRITE NEG-REC
           ELSE
               WRITE NEG-REC
           END-IF
           ADD 1 TO WS-QTD-INCLUSOES.

       P600-EXCLUSAO.
      *    A EXCLUSAO LEVA OS MESMOS CONTRATO, VALOR E VENCIMENTO DA
      *    INCLUSAO, PARA O BIRO CASAR COM O REGISTRO QUE ELE TEM.
           MOVE NEG-COD-CLI TO COD-CLIENTE
           READ CLIENTE
               INVALID KEY
                   MOVE SPACES TO REG-CLIENTE
                   MOVE NEG-COD-CLI TO COD-CLIENTE
           END-READ
           MOVE NEG-CPF TO CPF-CLIENTE

           IF WS-QTD-RENEG > 0 THEN
               MOVE 'R' TO NEG-MOTIVO-EXCL
           ELSE
               MOVE 'P' TO NEG-MOTIVO-EXCL
           END-IF
           MOVE WS-DT-HOJE TO NEG-DT-QUITACAO
           PERFORM VARYING WS-IND-QUIT FROM 1 BY 1
                   UNTIL WS-IND-QUIT > WS-QTD-QUIT
               IF WS-QUIT-NUM-CONT(WS-IND-QUIT) = NEG-NUM-CONT AND
                  WS-QUIT-DATA(WS-IND-QUIT) > 0 THEN
                   MOVE WS-QUIT-DATA(WS-IND-QUIT) TO NEG-DT-QUITACAO
               END-IF
           END-PERFORM
           COMPUTE WS-DIAS-QUITACAO = WS-INT-HOJE -
                   FUNCTION INTEGER-OF-DATE(NEG-DT-QUITACAO)
           IF WS-DIAS-QUITACAO > WS-PRAZO-LEGAL THEN
               DISPLAY "CONTRATO " NEG-NUM-CONT " QUITADO EM "
                       NEG-DT-QUITACAO " - EXCLUSAO FORA DO PRAZO "
                       "LEGAL"
               ADD 1 TO WS-QTD-FORA-PRAZO
           END-IF

           MOVE SPACES          TO NREM-REC
           MOVE 'E'             TO NREM-D-OPERACAO
           MOVE NEG-VALOR       TO NREM-D-VALOR
           MOVE NEG-DT-VENC     TO NREM-D-VENCIMENTO
           MOVE NEG-MOTIVO-EXCL TO NREM-D-MOTIVO
           PERFORM P700-GRAVA-DETALHE

           MOVE 'E'             TO NEG-SITUACAO
           MOVE WS-DT-HOJE      TO NEG-DT-EXCLUSAO
           MOVE WS-REMESSA-NUM  TO NEG-REM-EXCLUSAO
           REWRITE NEG-REC
           ADD 1 TO WS-QTD-EXCLUSOES.

       P700-GRAVA-DETALHE.
      *    OPERACAO, VALOR, VENCIMENTO E MOTIVO JA VEM PREENCHIDOS; O
      *    RESTO SAI DO CADASTRO DO CLIENTE EM REG-CLIENTE.
           MOVE 'D'            TO NREM-TIPO
           MOVE CPF-CLIENTE    TO NREM-D-CPF
           MOVE NM-CLIENTE     TO NREM-D-NOME
           MOVE SPACES         TO NREM-D-ENDERECO
           STRING RUA-CLIENTE     DELIMITED BY "  "
                  ", "            DELIMITED BY SIZE
                  NUMERO-CLIENTE  DELIMITED BY "  "
                  INTO NREM-D-ENDERECO
           MOVE BAIRRO-CLIENTE TO NREM-D-BAIRRO
           MOVE CIDADE-CLIENTE TO NREM-D-CIDADE
           MOVE UF-CLIENTE     TO NREM-D-UF
           MOVE CEP-CLIENTE    TO NREM-D-CEP
           MOVE WS-CONT-ATUAL  TO NREM-D-NUM-CONT
           WRITE NREM-REC
           ADD NREM-D-VALOR TO WS-VL-TOTAL.

       P999-STOP.
           DISPLAY "FINALIZANDO O PROGRAMA..."
           STOP RUN.

       COPY TREINO.

       END PROGRAM NEGATIVA.

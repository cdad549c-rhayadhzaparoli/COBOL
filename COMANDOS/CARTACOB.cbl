      ******************************************************************
      * Author: RHAYADH ZAPAROLI
      * Date: 15/10/2026
      * Purpose: REGUA DE COBRANCA POR CARTA - ANTES DE A PARCELA EM
      *          ATRASO IR PARA A AGENCIA (COBRCSV), O CLIENTE RECEBE
      *          CARTAS COM TEXTO CADA VEZ MAIS DURO CONFORME OS DIAS
      *          DE ATRASO (PRAZOS EM CARTACOB.CTL, MANTIDO PELO
      *          CTLMNT; PADRAO 5, 15 E 30 DIAS). A CARTA SAI EM
      *          CARTACOB.PRN NO ENDERECO ESTRUTURADO DO CLIENTE; NO
      *          ULTIMO AVISO CADA AVALISTA DO CONTRATO (AVALISTA.CTL)
      *          RECEBE UMA COPIA. CADA CARTA FICA REGISTRADA POR
      *          PARCELA EM CARTACOB.REG (O MESMO ESTAGIO NUNCA SAI DUAS
      *          VEZES) E VIRA UM CONTATO NO HISTORICO DO CLIENTE
      *          (CLIENTE.LOG).
      * MODIFICATION-LOG.
      *     15/10/2026 - PARCELA DE CONTRATO EM SINISTRO DO SEGURO
      *                  PRESTAMISTA (ABERTO OU INDENIZADO) NAO RECEBE
      *                  CARTA - FICA CONTADA A PARTE (P250).
      *     15/10/2026 - O CODIGO DO CLIENTE EM CLIENTE.LOG, EM
      *                  CARTACOB.REG (VER CARTAREG) E NA BUSCA PELO
      *                  CONTRATO PASSOU A TER 7 DIGITOS, COMO
      *                  COD-CLIENTE (VER CLIMIG5 E CODCLIMIG).
      *     15/10/2026 - PARCELA DE CONTRATO DE TITULAR FALECIDO
      *                  (CONTR-SIT-OBITO, MARCADO PELO OBITOCASC) FICA
      *                  FORA DA COBRANCA - O CONTRATO ESTA COM O
      *                  SUPERVISOR DE COBRANCA - E E CONTADA A PARTE NO
      *                  RESUMO.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      *     15/10/2026 - CADA IMPRESSAO EM CARTACOB.PRN PASSA A SER
      *                  ARQUIVADA COMO JOB NUMERADO NO ARQUIVO DE
      *                  IMPRESSAO (SPOOL.IDX, VER SPOOL.cpy), COM
      *                  OPERADOR, DATA/HORA, PAGINAS E REGISTROS - UMA
      *                  NOVA RODADA NAO APAGA MAIS A ANTERIOR; CONSULTA
      *                  E REIMPRESSAO PELO SPOOLVER.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARTACOB.
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

           SELECT CARTA-FILE ASSIGN TO 'CARTACOB.REG'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CARTA-KEY
           FILE STATUS IS WS-CARTA-STATUS.

           SELECT CARTA-CFG-FILE ASSIGN TO 'CARTACOB.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CFG-STATUS.

           SELECT CARTA-PRN-FILE ASSIGN TO 'CARTACOB.PRN'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PRN-STATUS.

           SELECT AVAL-FILE ASSIGN TO 'AVALISTA.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-AVAL-STATUS.

           SELECT CLI-LOG-FILE ASSIGN TO 'CLIENTE.LOG'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CLILOG-STATUS.

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
       FD PREST-FILE.
       COPY PRESTDATA.

       FD CONTR-FILE.
       COPY CONTRDATA.

       FD CLIENTE.
       COPY CLIDATA.

       FD CARTA-FILE.
       COPY CARTAREG.

       FD CARTA-CFG-FILE.
      *    MESMO LAYOUT DE CARTA-CFG-REC NO CTLMNT.
       01 CARTA-CFG-REC.
         05 CFG-DIAS-ESTAGIO  PIC 9(03) OCCURS 3 TIMES.

       FD CARTA-PRN-FILE.
       01 CARTA-LINE         PIC X(80).

       FD AVAL-FILE.
      *    MESMO LAYOUT DE AVAL-REC NO CONTRATOMNT.
       01 AVAL-REC.
           05 AVAL-NUM-CONT     PIC 9(05).
           05 AVAL-NOME         PIC X(40).
           05 AVAL-CPF          PIC 9(11).
           05 AVAL-TEL          PIC X(12).
           05 AVAL-ENDERECO     PIC X(60).

       FD CLI-LOG-FILE.
       01 CLI-LOG-REC.
         05 CLI-LOG-TIMESTAMP PIC X(20).
         05 CLI-LOG-COD       PIC 9(07).
         05 CLI-LOG-OPERADOR  PIC X(10).
         05 CLI-LOG-TIPO      PIC X(15).
         05 CLI-LOG-NOTA      PIC X(60).

       FD USER-CTL-FILE.
       COPY USERCTL.

       FD SPOOL-IDX-FILE.
       COPY SPOOLDATA.

       FD SPOOL-TAM-FILE.
       COPY SPOOLTAM.

       WORKING-STORAGE SECTION.
       01 WS-PREST-STATUS    PIC 99.
       01 WS-CONTR-STATUS    PIC 99.
       01 WS-CLI-STATUS      PIC 99.
       01 WS-CARTA-STATUS    PIC 99.
       01 WS-CFG-STATUS      PIC 99.
       01 WS-PRN-STATUS      PIC 99.
       01 WS-AVAL-STATUS     PIC 99.
       01 WS-CLILOG-STATUS   PIC 99.
       01 WS-EOF             PIC X      VALUE 'N'.
       01 WS-EOF-AVAL        PIC X      VALUE 'N'.
       01 WS-CONTR-ABERTO    PIC X      VALUE 'N'.
       01 WS-ACHOU           PIC X      VALUE 'N'.
       01 WS-JA-ENVIADA      PIC X      VALUE 'N'.
       01 WS-COPIA-AVAL      PIC X      VALUE 'N'.
       01 WS-COD-CLI-ACHADO  PIC 9(07)  VALUE 0.

      *    DIAS DE ATRASO QUE DISPARAM CADA ESTAGIO (CARTACOB.CTL).
       01 WS-PRAZOS.
           05 WS-DIAS-ESTAGIO PIC 9(03) OCCURS 3 TIMES.
       01 WS-PRAZOS-PADRAO.
           05 FILLER          PIC 9(03) VALUE 5.
           05 FILLER          PIC 9(03) VALUE 15.
           05 FILLER          PIC 9(03) VALUE 30.
       01 WS-IND-ESTAGIO     PIC 9(01)  VALUE 0.
       01 WS-ESTAGIO-DEVIDO  PIC 9(01)  VALUE 0.

       01 WS-CURR-DATE-REST  PIC X(14).
       01 WS-HOJE-DATA       PIC 9(08)  VALUE 0.
       01 WS-VENC-DATA       PIC 9(08)  VALUE 0.
       01 WS-INT-HOJE        PIC S9(09) VALUE 0.
       01 WS-INT-VENC        PIC S9(09) VALUE 0.
       01 WS-DIAS-ATRASO     PIC S9(05) VALUE 0.
       01 WS-SALDO-PARCELA   PIC 9(07)V99 VALUE 0.

      *    DESTINATARIO DA CARTA CORRENTE (CLIENTE OU AVALISTA).
       01 WS-DEST-NOME       PIC X(40)  VALUE SPACES.
       01 WS-DEST-END1       PIC X(80)  VALUE SPACES.
       01 WS-DEST-END2       PIC X(80)  VALUE SPACES.
       01 WS-DEST-END3       PIC X(80)  VALUE SPACES.
       01 WS-DEST-CEP        PIC X(80)  VALUE SPACES.
       01 WS-NM-TITULAR      PIC X(40)  VALUE SPACES.
       01 WS-QTD-AVAL-CARTA  PIC 9(02)  VALUE 0.

       01 WS-DATA-AUX.
           05 WS-DATA-AUX-ANO PIC 9(04).
           05 WS-DATA-AUX-MES PIC 9(02).
           05 WS-DATA-AUX-DIA PIC 9(02).
       01 WS-DATA-ED         PIC X(10)  VALUE SPACES.
       01 WS-HOJE-ED         PIC X(10)  VALUE SPACES.
       01 WS-VENC-ED         PIC X(10)  VALUE SPACES.
       01 WS-EDIT-VALOR      PIC $$$,$$$,$$9.99.
       01 WS-EDIT-MULTA      PIC $$$,$$$,$$9.99.
       01 WS-EDIT-DIAS       PIC ZZZZ9.
       01 WS-NM-ESTAGIO      PIC X(16)  VALUE SPACES.
       01 WS-NOTA            PIC X(60)  VALUE SPACES.

       01 WS-QTD-CARTAS-TAB.
           05 WS-QTD-CARTAS  PIC 9(05)  OCCURS 3 TIMES VALUE 0.
       01 WS-QTD-COPIAS      PIC 9(05)  VALUE 0.
       01 WS-QTD-SEM-CLIENTE PIC 9(05)  VALUE 0.
       01 WS-EM-SINISTRO     PIC X      VALUE 'N'.
       01 WS-QTD-SINISTRO    PIC 9(05)  VALUE 0.
       01 WS-TIT-FALECIDO    PIC X      VALUE 'N'.
       01 WS-QTD-FALECIDO    PIC 9(05)  VALUE 0.
       01 WS-QTD-SEM-ENDERECO PIC 9(05) VALUE 0.

       COPY CLIPATH.
       COPY WSLOGON.
       COPY WSSENHASH.
       COPY WSTREINO.
       COPY WSSPOOL.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           MOVE 'CARTACOB' TO WS-SPL-PROGRAMA
           DISPLAY "******** CARTAS DE COBRANCA (REGUA DE ATRASO) ****"
           PERFORM P-SIGN-ON
           MOVE WS-OPERADOR-ID TO WS-SPL-OPERADOR
           ACCEPT WS-CLIENTE-PATH FROM ENVIRONMENT "CLIENTE_PATH"
               ON EXCEPTION CONTINUE
           END-ACCEPT

           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-REST
           MOVE WS-CURR-DATE-REST(1:8) TO WS-HOJE-DATA
           COMPUTE WS-INT-HOJE =
                   FUNCTION INTEGER-OF-DATE(WS-HOJE-DATA)
           MOVE WS-HOJE-DATA TO WS-DATA-AUX
           PERFORM P900-FORMATA-DATA
           MOVE WS-DATA-ED TO WS-HOJE-ED

           PERFORM P100-LE-PRAZOS
           DISPLAY "PRAZOS (DIAS DE ATRASO): 1O AVISO "
                   WS-DIAS-ESTAGIO(1) "  2O AVISO " WS-DIAS-ESTAGIO(2)
                   "  ULTIMO AVISO " WS-DIAS-ESTAGIO(3)

           OPEN INPUT PREST-FILE
           IF WS-PREST-STATUS EQUAL 35 THEN
               DISPLAY "PRESTACOES AINDA NAO FOI CRIADO"
               GO TO P999-STOP
           END-IF

           OPEN INPUT CONTR-FILE
           IF WS-CONTR-STATUS NOT EQUAL 35 THEN
               MOVE 'S' TO WS-CONTR-ABERTO
           END-IF
           OPEN INPUT CLIENTE

           OPEN I-O CARTA-FILE
           IF WS-CARTA-STATUS EQUAL 35 THEN
               OPEN OUTPUT CARTA-FILE
               CLOSE CARTA-FILE
               OPEN I-O CARTA-FILE
           END-IF

           MOVE 'CARTACOB.PRN' TO WS-SPL-ARQUIVO
           MOVE 80             TO WS-SPL-TAM-REG
           MOVE 'S'            TO WS-SPL-PESSOAL
           PERFORM P-SPOOL-INICIA
           OPEN EXTEND CARTA-PRN-FILE
           IF WS-PRN-STATUS EQUAL 35 THEN
               OPEN OUTPUT CARTA-PRN-FILE
           END-IF

           PERFORM UNTIL WS-EOF = 'S'
               READ PREST-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF PREST-ABERTA OR PREST-PARCIAL THEN
                           PERFORM P200-CONFERE-PARCELA
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CARTA-PRN-FILE
           PERFORM P-SPOOL-ARQUIVA
           CLOSE CARTA-FILE
           CLOSE CLIENTE
           CLOSE PREST-FILE

           DISPLAY "CARTAS DE 1O AVISO:          " WS-QTD-CARTAS(1)
           DISPLAY "CARTAS DE 2O AVISO:          " WS-QTD-CARTAS(2)
           DISPLAY "CARTAS DE ULTIMO AVISO:      " WS-QTD-CARTAS(3)
           DISPLAY "COPIAS A AVALISTAS:          " WS-QTD-COPIAS
           DISPLAY "PARCELAS SEM CLIENTE:        " WS-QTD-SEM-CLIENTE
           DISPLAY "CLIENTES SEM ENDERECO:       " WS-QTD-SEM-ENDERECO
           DISPLAY "PARCELAS EM SINISTRO (FORA DA COBRANCA): "
                   WS-QTD-SINISTRO
           DISPLAY "PARCELAS DE TITULAR FALECIDO (COM O SUPERVISOR): "
                   WS-QTD-FALECIDO
           DISPLAY "CARTAS GRAVADAS EM CARTACOB.PRN"
           GO TO P999-STOP.

       P100-LE-PRAZOS.
      *    SEM CARTACOB.CTL, OU COM PRAZOS FORA DE ORDEM, VALEM OS
      *    PRAZOS PADRAO (5, 15 E 30 DIAS DE ATRASO).
           MOVE WS-PRAZOS-PADRAO TO WS-PRAZOS
           OPEN INPUT CARTA-CFG-FILE
           IF WS-CFG-STATUS EQUAL 35 THEN
               EXIT PARAGRAPH
           END-IF
           READ CARTA-CFG-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF CFG-DIAS-ESTAGIO(1) > 0 AND
                      CFG-DIAS-ESTAGIO(2) > CFG-DIAS-ESTAGIO(1) AND
                      CFG-DIAS-ESTAGIO(3) > CFG-DIAS-ESTAGIO(2) THEN
                       MOVE CARTA-CFG-REC TO WS-PRAZOS
                   ELSE
                       DISPLAY "CARTACOB.CTL INVALIDO - USANDO OS "
                               "PRAZOS PADRAO"
                   END-IF
           END-READ
           CLOSE CARTA-CFG-FILE.

       P200-CONFERE-PARCELA.
           MOVE PREST-VENCIMENTO TO WS-VENC-DATA
           COMPUTE WS-INT-VENC =
                   FUNCTION INTEGER-OF-DATE(WS-VENC-DATA)
           COMPUTE WS-DIAS-ATRASO = WS-INT-HOJE - WS-INT-VENC

      *    ESTAGIO MAIS ALTO JA ALCANCADO PELO ATRASO. SE A REGUA NAO
      *    RODOU NO DIA CERTO, SAI SO A CARTA DO ESTAGIO ATUAL.
           MOVE 0 TO WS-ESTAGIO-DEVIDO
           PERFORM VARYING WS-IND-ESTAGIO FROM 1 BY 1
                   UNTIL WS-IND-ESTAGIO > 3
               IF WS-DIAS-ATRASO >= WS-DIAS-ESTAGIO(WS-IND-ESTAGIO)
                   THEN
                   MOVE WS-IND-ESTAGIO TO WS-ESTAGIO-DEVIDO
               END-IF
           END-PERFORM
           IF WS-ESTAGIO-DEVIDO = 0 THEN
               EXIT PARAGRAPH
           END-IF

           PERFORM P250-CONFERE-SINISTRO
           IF WS-EM-SINISTRO = 'S' THEN
               ADD 1 TO WS-QTD-SINISTRO
               EXIT PARAGRAPH
           END-IF
           IF WS-TIT-FALECIDO = 'S' THEN
               ADD 1 TO WS-QTD-FALECIDO
               EXIT PARAGRAPH
           END-IF

      *    A CARTA DESTE ESTAGIO (OU DE UM POSTERIOR) JA SAIU.
           MOVE 'N' TO WS-JA-ENVIADA
           PERFORM VARYING WS-IND-ESTAGIO FROM WS-ESTAGIO-DEVIDO BY 1
                   UNTIL WS-IND-ESTAGIO > 3
               MOVE PREST-NUM-CONT TO CARTA-NUM-CONT
               MOVE PREST-NUM-PARC TO CARTA-NUM-PARC
               MOVE WS-IND-ESTAGIO TO CARTA-ESTAGIO
               READ CARTA-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-JA-ENVIADA
               END-READ
           END-PERFORM
           IF WS-JA-ENVIADA = 'S' THEN
               EXIT PARAGRAPH
           END-IF

           PERFORM P300-LOCALIZA-CLIENTE
           IF WS-ACHOU NOT = 'S' THEN
               ADD 1 TO WS-QTD-SEM-CLIENTE
               EXIT PARAGRAPH
           END-IF
      *    SEM ENDERECO A CARTA NAO TEM PARA ONDE IR - FICA SEM
      *    REGISTRO E SAI NA PROXIMA RODADA, DEPOIS DO CADASTRO.
           IF RUA-CLIENTE = SPACES THEN
               DISPLAY "CLIENTE " COD-CLIENTE " SEM ENDERECO - "
                       "CONTRATO " PREST-NUM-CONT " PARCELA "
                       PREST-NUM-PARC
               ADD 1 TO WS-QTD-SEM-ENDERECO
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-SALDO-PARCELA = PREST-VALOR - PREST-VL-PAGO
           EVALUATE WS-ESTAGIO-DEVIDO
               WHEN 1 MOVE "1O AVISO"     TO WS-NM-ESTAGIO
               WHEN 2 MOVE "2O AVISO"     TO WS-NM-ESTAGIO
               WHEN 3 MOVE "ULTIMO AVISO" TO WS-NM-ESTAGIO
           END-EVALUATE
           MOVE PREST-VENCIMENTO TO WS-DATA-AUX
           PERFORM P900-FORMATA-DATA
           MOVE WS-DATA-ED TO WS-VENC-ED

           PERFORM P400-CARTA-CLIENTE
           MOVE 0 TO WS-QTD-AVAL-CARTA
           IF WS-ESTAGIO-DEVIDO = 3 THEN
               PERFORM P500-COPIA-AVALISTAS
           END-IF
           PERFORM P600-REGISTRA-CARTA
           PERFORM P700-GRAVA-CONTATO
           ADD 1 TO WS-QTD-CARTAS(WS-ESTAGIO-DEVIDO).

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

       P300-LOCALIZA-CLIENTE.
           MOVE 'N' TO WS-ACHOU
           MOVE 0   TO WS-COD-CLI-ACHADO
           IF WS-CONTR-ABERTO NOT = 'S' THEN
               EXIT PARAGRAPH
           END-IF
           MOVE PREST-NUM-CONT TO CONTR-NUM-CONT
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
                   MOVE NM-CLIENTE TO WS-NM-TITULAR
           END-READ.

       P400-CARTA-CLIENTE.
      *    ENDERECO ESTRUTURADO DO CADASTRO (VER CLIMAIN/CEP).
           MOVE 'N'        TO WS-COPIA-AVAL
           MOVE NM-CLIENTE TO WS-DEST-NOME
           MOVE SPACES TO WS-DEST-END1 WS-DEST-END2 WS-DEST-END3
                          WS-DEST-CEP
           STRING RUA-CLIENTE     DELIMITED BY "  "
                  ", "            DELIMITED BY SIZE
                  NUMERO-CLIENTE  DELIMITED BY "  "
                  INTO WS-DEST-END1
           MOVE BAIRRO-CLIENTE TO WS-DEST-END2
           STRING CIDADE-CLIENTE  DELIMITED BY "  "
                  " - "           DELIMITED BY SIZE
                  UF-CLIENTE      DELIMITED BY SIZE
                  INTO WS-DEST-END3
           STRING "CEP "          DELIMITED BY SIZE
                  CEP-CLIENTE     DELIMITED BY SIZE
                  INTO WS-DEST-CEP
           PERFORM P800-IMPRIME-CARTA.

       P500-COPIA-AVALISTAS.
      *    ULTIMO AVISO: UMA COPIA PARA CADA AVALISTA DO CONTRATO, NO
      *    ENDERECO INFORMADO NO CONTRATOMNT.
           OPEN INPUT AVAL-FILE
           IF WS-AVAL-STATUS EQUAL 35 THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-AVAL
           PERFORM UNTIL WS-EOF-AVAL = 'S'
               READ AVAL-FILE
                   AT END
                       MOVE 'S' TO WS-EOF-AVAL
                   NOT AT END
                       IF AVAL-NUM-CONT = PREST-NUM-CONT THEN
                           MOVE 'S'           TO WS-COPIA-AVAL
                           MOVE AVAL-NOME     TO WS-DEST-NOME
                           MOVE AVAL-ENDERECO TO WS-DEST-END1
                           MOVE SPACES TO WS-DEST-END2 WS-DEST-END3
                                          WS-DEST-CEP
                           PERFORM P800-IMPRIME-CARTA
                           ADD 1 TO WS-QTD-AVAL-CARTA
                           ADD 1 TO WS-QTD-COPIAS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AVAL-FILE.

       P600-REGISTRA-CARTA.
           MOVE PREST-NUM-CONT        TO CARTA-NUM-CONT
           MOVE PREST-NUM-PARC        TO CARTA-NUM-PARC
           MOVE WS-ESTAGIO-DEVIDO     TO CARTA-ESTAGIO
           MOVE WS-HOJE-DATA          TO CARTA-DT-ENVIO
           MOVE FUNCTION CURRENT-DATE TO CARTA-TIMESTAMP
           MOVE WS-OPERADOR-ID        TO CARTA-OPERADOR
           MOVE WS-COD-CLI-ACHADO     TO CARTA-COD-CLI
           MOVE WS-DIAS-ATRASO        TO CARTA-DIAS-ATRASO
           MOVE WS-SALDO-PARCELA      TO CARTA-VL-SALDO
           MOVE WS-QTD-AVAL-CARTA     TO CARTA-QTD-AVALISTAS
           WRITE CARTA-REC
               INVALID KEY
                   DISPLAY "CARTA JA REGISTRADA - CONTRATO "
                           PREST-NUM-CONT " PARCELA " PREST-NUM-PARC
           END-WRITE.

       P700-GRAVA-CONTATO.
      *    DEIXA A CARTA NO HISTORICO DE CONTATOS DO CLIENTE
      *    (CLIENTE.LOG, MESMO LAYOUT DO CLIMAIN).
           MOVE SPACES TO WS-NOTA
           IF WS-QTD-AVAL-CARTA > 0 THEN
               STRING "CARTA " DELIMITED BY SIZE
                      WS-NM-ESTAGIO DELIMITED BY "  "
                      " CONTRATO " DELIMITED BY SIZE
                      PREST-NUM-CONT DELIMITED BY SIZE
                      " PARC " DELIMITED BY SIZE
                      PREST-NUM-PARC DELIMITED BY SIZE
                      " +AVALISTA" DELIMITED BY SIZE
                      INTO WS-NOTA
           ELSE
               STRING "CARTA " DELIMITED BY SIZE
                      WS-NM-ESTAGIO DELIMITED BY "  "
                      " CONTRATO " DELIMITED BY SIZE
                      PREST-NUM-CONT DELIMITED BY SIZE
                      " PARC " DELIMITED BY SIZE
                      PREST-NUM-PARC DELIMITED BY SIZE
                      INTO WS-NOTA
           END-IF
           MOVE FUNCTION CURRENT-DATE TO CLI-LOG-TIMESTAMP
           MOVE WS-COD-CLI-ACHADO     TO CLI-LOG-COD
           MOVE WS-OPERADOR-ID        TO CLI-LOG-OPERADOR
           MOVE "COBRANCA"            TO CLI-LOG-TIPO
           MOVE WS-NOTA               TO CLI-LOG-NOTA
           OPEN EXTEND CLI-LOG-FILE
           IF WS-CLILOG-STATUS EQUAL 35 THEN
               OPEN OUTPUT CLI-LOG-FILE
           END-IF
           WRITE CLI-LOG-REC
           CLOSE CLI-LOG-FILE.

       P800-IMPRIME-CARTA.
           MOVE "------------------------------------------------------"
             TO CARTA-LINE
           WRITE CARTA-LINE
           MOVE SPACES TO CARTA-LINE
           STRING "CARTA DE COBRANCA - " DELIMITED BY SIZE
                  WS-NM-ESTAGIO          DELIMITED BY "  "
                  INTO CARTA-LINE
           IF WS-COPIA-AVAL = 'S' THEN
               MOVE "(COPIA AO AVALISTA)" TO CARTA-LINE(50:19)
           END-IF
           WRITE CARTA-LINE
           MOVE SPACES TO CARTA-LINE
           STRING "EMITIDA EM: " DELIMITED BY SIZE
                  WS-HOJE-ED     DELIMITED BY SIZE
                  INTO CARTA-LINE
           WRITE CARTA-LINE
           MOVE SPACES TO CARTA-LINE
           WRITE CARTA-LINE
           MOVE WS-DEST-NOME TO CARTA-LINE
           WRITE CARTA-LINE
           MOVE WS-DEST-END1 TO CARTA-LINE
           WRITE CARTA-LINE
           IF WS-DEST-END2 NOT = SPACES THEN
               MOVE WS-DEST-END2 TO CARTA-LINE
               WRITE CARTA-LINE
           END-IF
           IF WS-DEST-END3 NOT = SPACES THEN
               MOVE WS-DEST-END3 TO CARTA-LINE
               WRITE CARTA-LINE
           END-IF
           IF WS-DEST-CEP NOT = SPACES THEN
               MOVE WS-DEST-CEP TO CARTA-LINE
               WRITE CARTA-LINE
           END-IF
           MOVE SPACES TO CARTA-LINE
           WRITE CARTA-LINE

           IF WS-COPIA-AVAL = 'S' THEN
               MOVE SPACES TO CARTA-LINE
               STRING "REF.: CLIENTE " DELIMITED BY SIZE
                      WS-NM-TITULAR    DELIMITED BY "  "
                      INTO CARTA-LINE
               WRITE CARTA-LINE
           END-IF
           MOVE SPACES TO CARTA-LINE
           STRING "CONTRATO: "     DELIMITED BY SIZE
                  PREST-NUM-CONT   DELIMITED BY SIZE
                  "  PARCELA: "    DELIMITED BY SIZE
                  PREST-NUM-PARC   DELIMITED BY SIZE
                  "  VENCIMENTO: " DELIMITED BY SIZE
                  WS-VENC-ED       DELIMITED BY SIZE
                  INTO CARTA-LINE
           WRITE CARTA-LINE
           MOVE WS-SALDO-PARCELA TO WS-EDIT-VALOR
           MOVE PREST-VL-MULTA   TO WS-EDIT-MULTA
           MOVE WS-DIAS-ATRASO   TO WS-EDIT-DIAS
           MOVE SPACES TO CARTA-LINE
           STRING "SALDO: "          DELIMITED BY SIZE
                  WS-EDIT-VALOR      DELIMITED BY SIZE
                  "  MULTA: "        DELIMITED BY SIZE
                  WS-EDIT-MULTA      DELIMITED BY SIZE
                  "  DIAS DE ATRASO: " DELIMITED BY SIZE
                  WS-EDIT-DIAS       DELIMITED BY SIZE
                  INTO CARTA-LINE
           WRITE CARTA-LINE
           MOVE SPACES TO CARTA-LINE
           WRITE CARTA-LINE

           EVALUATE WS-ESTAGIO-DEVIDO
               WHEN 1
                   MOVE "LEMBRAMOS QUE A PARCELA ACIMA CONSTA EM ABERTO"
                     TO CARTA-LINE
                   WRITE CARTA-LINE
                   MOVE "EM NOSSOS REGISTROS. SE O PAGAMENTO JA FOI"
                     TO CARTA-LINE
                   WRITE CARTA-LINE
                   MOVE "FEITO, FAVOR DESCONSIDERAR ESTE AVISO."
                     TO CARTA-LINE
                   WRITE CARTA-LINE
               WHEN 2
                   MOVE "A PARCELA ACIMA CONTINUA EM ABERTO APESAR DO"
                     TO CARTA-LINE
                   WRITE CARTA-LINE
                   MOVE "AVISO ANTERIOR. SOLICITAMOS COMPARECER PARA"
                     TO CARTA-LINE
                   WRITE CARTA-LINE
                   MOVE "REGULARIZAR O DEBITO COM A MAXIMA URGENCIA."
                     TO CARTA-LINE
                   WRITE CARTA-LINE
               WHEN 3
                   MOVE "ULTIMO AVISO: NAO HAVENDO A REGULARIZACAO, O"
                     TO CARTA-LINE
                   WRITE CARTA-LINE
                   MOVE "DEBITO SERA ENCAMINHADO A EMPRESA DE COBRANCA"
                     TO CARTA-LINE
                   WRITE CARTA-LINE
                   MOVE "TERCEIRIZADA, SEM NOVO AVISO." TO CARTA-LINE
                   WRITE CARTA-LINE
           END-EVALUATE
           IF WS-COPIA-AVAL = 'S' THEN
               MOVE "V.SA. FIGURA COMO AVALISTA DESTE CONTRATO E ESTA"
                 TO CARTA-LINE
               WRITE CARTA-LINE
               MOVE "SENDO COMUNICADO(A) DO DEBITO." TO CARTA-LINE
               WRITE CARTA-LINE
           END-IF
           MOVE SPACES TO CARTA-LINE
           WRITE CARTA-LINE.

       P900-FORMATA-DATA.
      *    WS-DATA-AUX (AAAAMMDD) -> WS-DATA-ED (DD/MM/AAAA).
           MOVE SPACES TO WS-DATA-ED
           STRING WS-DATA-AUX-DIA DELIMITED BY SIZE
                  "/"             DELIMITED BY SIZE
                  WS-DATA-AUX-MES DELIMITED BY SIZE
                  "/"             DELIMITED BY SIZE
                  WS-DATA-AUX-ANO DELIMITED BY SIZE
                  INTO WS-DATA-ED.

       P999-STOP.
           IF WS-CONTR-ABERTO = 'S' THEN
               CLOSE CONTR-FILE
           END-IF
           DISPLAY "FINALIZANDO O PROGRAMA..."
           STOP RUN.

       COPY LOGON.
       COPY SENHASH.
       COPY SPOOL.
       COPY TREINO.
       END PROGRAM CARTACOB.

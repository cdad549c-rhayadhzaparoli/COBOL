      ******************************************************************
      * Author: RHAYADH ZAPAROLI
      * Date: 15/10/2026
      * Purpose: MIGRACAO DE UNICA VEZ DOS ARQUIVOS SECUNDARIOS QUE
      *          GUARDAM O CODIGO DO CLIENTE, QUE PASSOU DE 3 PARA 7
      *          DIGITOS JUNTO COM CLIENTE (CLIMIG5) E CONTRATO.CTL
      *          (CONTRMIG7): CLIENTE.LOG E CLIENTE.LOG.ARQ (CONTATOS
      *          DO CLIMAIN/CARTACOB/AGENCRET/CLIMERGE), EXPOSICAO.OVR
      *          (LIMITES DE EXPOSICAO POR CLIENTE DO CONTRATOMNT),
      *          AGENCIA.ENV (AGENVREG), CARTACOB.REG (CARTAREG),
      *          NEGATIVACAO.CTL (NEGCTL), SINISTRO.LOG (SINISTLOG),
      *          RECIBO.REG E ARREPEND.LOG. NUM ARQUIVO SEQUENCIAL A
      *          TROCA DE COMPRIMENTO DESALINHA TODOS OS REGISTROS APOS
      *          O PRIMEIRO, E O INDEXADO NAO ABRE COM COMPRIMENTO
      *          DIFERENTE DO GRAVADO, ENTAO CADA UM E REGRAVADO NO
      *          LAYOUT NOVO (MESMO ESPIRITO DO LOTELOGMIG E DO
      *          CLIMIG5). RENOMEIE CADA ARQUIVO ATUAL PARA O MESMO
      *          NOME COM .OLD NO FIM (EX. CLIENTE.LOG PARA
      *          CLIENTE.LOG.OLD) E RODE ESTE PROGRAMA UMA VEZ; O
      *          ARQUIVO SEM .OLD E PULADO COM AVISO, ENTAO O PROGRAMA
      *          PODE SER RODADO DE NOVO SO PARA O QUE FALTOU. O
      *          CODIGO MANTEM O MESMO VALOR (SO GANHA ZEROS A
      *          ESQUERDA). INFORME.EXP NAO PRECISA DE MIGRACAO - E
      *          REGERADO A CADA RODADA DO INFORME.
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CODCLIMIG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-CLILOG-FILE ASSIGN TO 'CLIENTE.LOG.OLD'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-OLD-STATUS.

           SELECT CLILOG-FILE ASSIGN TO 'CLIENTE.LOG'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS.

           SELECT OLD-CLILOG-ARQ-FILE ASSIGN TO 'CLIENTE.LOG.ARQ.OLD'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-OLD-STATUS.

           SELECT CLILOG-ARQ-FILE ASSIGN TO 'CLIENTE.LOG.ARQ'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS.

           SELECT OLD-EXPO-OVR-FILE ASSIGN TO 'EXPOSICAO.OVR.OLD'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-OLD-STATUS.

           SELECT EXPO-OVR-FILE ASSIGN TO 'EXPOSICAO.OVR'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS.

           SELECT OLD-ENV-FILE ASSIGN TO 'AGENCIA.ENV.OLD'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ENV-KEY OF OLD-ENV-REC
           FILE STATUS IS WS-OLD-STATUS.

           SELECT ENV-FILE ASSIGN TO 'AGENCIA.ENV'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ENV-KEY OF ENV-REC
           FILE STATUS IS WS-STATUS.

           SELECT OLD-CARTA-FILE ASSIGN TO 'CARTACOB.REG.OLD'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CARTA-KEY OF OLD-CARTA-REC
           FILE STATUS IS WS-OLD-STATUS.

           SELECT CARTA-FILE ASSIGN TO 'CARTACOB.REG'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CARTA-KEY OF CARTA-REC
           FILE STATUS IS WS-STATUS.

           SELECT OLD-NEG-FILE ASSIGN TO 'NEGATIVACAO.CTL.OLD'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS NEG-NUM-CONT OF OLD-NEG-REC
           FILE STATUS IS WS-OLD-STATUS.

           SELECT NEG-FILE ASSIGN TO 'NEGATIVACAO.CTL'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NEG-NUM-CONT OF NEG-REC
           FILE STATUS IS WS-STATUS.

           SELECT OLD-SIN-LOG-FILE ASSIGN TO 'SINISTRO.LOG.OLD'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-OLD-STATUS.

           SELECT SIN-LOG-FILE ASSIGN TO 'SINISTRO.LOG'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS.

           SELECT OLD-RECIBO-REG-FILE ASSIGN TO 'RECIBO.REG.OLD'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-OLD-STATUS.

           SELECT RECIBO-REG-FILE ASSIGN TO 'RECIBO.REG'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS.

           SELECT OLD-ARREP-LOG-FILE ASSIGN TO 'ARREPEND.LOG.OLD'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-OLD-STATUS.

           SELECT ARREP-LOG-FILE ASSIGN TO 'ARREPEND.LOG'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    OS LAYOUTS ANTERIORES TEM OS MESMOS NOMES DE CAMPO DOS
      *    ATUAIS, QUALIFICADOS POR OF, PARA A MIGRACAO USAR MOVE
      *    CORRESPONDING - SO O CODIGO DO CLIENTE MUDA DE TAMANHO.
       FD  OLD-CLILOG-FILE.
       01  OLD-CLI-LOG-REC.
         05 CLI-LOG-TIMESTAMP PIC X(20).
         05 CLI-LOG-COD       PIC 9(03).
         05 CLI-LOG-OPERADOR  PIC X(10).
         05 CLI-LOG-TIPO      PIC X(15).
         05 CLI-LOG-NOTA      PIC X(60).

       FD  CLILOG-FILE.
      *    MESMO LAYOUT DE CLI-LOG-REC EM CLIMAIN/CARTACOB/AGENCRET/
      *    CLIMERGE.
       01  CLI-LOG-REC.
         05 CLI-LOG-TIMESTAMP PIC X(20).
         05 CLI-LOG-COD       PIC 9(07).
         05 CLI-LOG-OPERADOR  PIC X(10).
         05 CLI-LOG-TIPO      PIC X(15).
         05 CLI-LOG-NOTA      PIC X(60).

       FD  OLD-CLILOG-ARQ-FILE.
       01  OLD-CLI-LOG-ARQ-REC.
         05 CLI-LOG-TIMESTAMP PIC X(20).
         05 CLI-LOG-COD       PIC 9(03).
         05 CLI-LOG-OPERADOR  PIC X(10).
         05 CLI-LOG-TIPO      PIC X(15).
         05 CLI-LOG-NOTA      PIC X(60).

       FD  CLILOG-ARQ-FILE.
       01  CLI-LOG-ARQ-REC.
         05 CLI-LOG-TIMESTAMP PIC X(20).
         05 CLI-LOG-COD       PIC 9(07).
         05 CLI-LOG-OPERADOR  PIC X(10).
         05 CLI-LOG-TIPO      PIC X(15).
         05 CLI-LOG-NOTA      PIC X(60).

       FD  OLD-EXPO-OVR-FILE.
       01  OLD-EXPO-OVR-REC.
         05 EXPO-OVR-COD-CLI  PIC 9(03).
         05 EXPO-OVR-LIMITE   PIC 9(09)V99.

       FD  EXPO-OVR-FILE.
      *    MESMO LAYOUT DE EXPO-OVR-REC NO CONTRATOMNT.
       01  EXPO-OVR-REC.
         05 EXPO-OVR-COD-CLI  PIC 9(07).
         05 EXPO-OVR-LIMITE   PIC 9(09)V99.

       FD  OLD-ENV-FILE.
       01  OLD-ENV-REC.
         05 ENV-KEY.
           10 ENV-NUM-CONT      PIC 9(05).
           10 ENV-NUM-PARC      PIC 9(03).
         05 ENV-DT-ENVIO        PIC 9(08).
         05 ENV-TIMESTAMP       PIC X(20).
         05 ENV-OPERADOR        PIC X(10).
         05 ENV-COD-CLI         PIC 9(03).
         05 ENV-DIAS-ATRASO     PIC 9(05).
         05 ENV-VL-SALDO        PIC 9(07)V99.

       FD  ENV-FILE.
       COPY AGENVREG.

       FD  OLD-CARTA-FILE.
       01  OLD-CARTA-REC.
         05 CARTA-KEY.
           10 CARTA-NUM-CONT    PIC 9(05).
           10 CARTA-NUM-PARC    PIC 9(03).
           10 CARTA-ESTAGIO     PIC 9(01).
         05 CARTA-DT-ENVIO      PIC 9(08).
         05 CARTA-TIMESTAMP     PIC X(20).
         05 CARTA-OPERADOR      PIC X(10).
         05 CARTA-COD-CLI       PIC 9(03).
         05 CARTA-DIAS-ATRASO   PIC 9(05).
         05 CARTA-VL-SALDO      PIC 9(07)V99.
         05 CARTA-QTD-AVALISTAS PIC 9(02).

       FD  CARTA-FILE.
       COPY CARTAREG.

       FD  OLD-NEG-FILE.
       01  OLD-NEG-REC.
         05 NEG-NUM-CONT      PIC 9(05).
         05 NEG-SITUACAO      PIC X(01).
         05 NEG-COD-CLI       PIC 9(03).
         05 NEG-CPF           PIC 9(11).
         05 NEG-VALOR         PIC 9(09)V99.
         05 NEG-DT-VENC       PIC 9(08).
         05 NEG-DT-INCLUSAO   PIC 9(08).
         05 NEG-REM-INCLUSAO  PIC 9(05).
         05 NEG-DT-QUITACAO   PIC 9(08).
         05 NEG-DT-EXCLUSAO   PIC 9(08).
         05 NEG-REM-EXCLUSAO  PIC 9(05).
         05 NEG-MOTIVO-EXCL   PIC X(01).

       FD  NEG-FILE.
       COPY NEGCTL.

       FD  OLD-SIN-LOG-FILE.
       01  OLD-SIN-REC.
         05 SIN-TIMESTAMP       PIC X(20).
         05 SIN-OPERADOR        PIC X(10).
         05 SIN-PROGRAMA        PIC X(12).
         05 SIN-NUM-CONT        PIC 9(05).
         05 SIN-COD-CLI         PIC 9(03).
         05 SIN-CPF             PIC 9(11).
         05 SIN-ACAO            PIC X(01).
         05 SIN-VALOR           PIC 9(09)V99.

       FD  SIN-LOG-FILE.
       COPY SINISTLOG.

       FD  OLD-RECIBO-REG-FILE.
       01  OLD-RECIBO-REG-REC.
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
         05 RREG-COD-CLI      PIC 9(03).
         05 RREG-NM-CLI       PIC X(40).
         05 RREG-VL-PAGO      PIC 9(09)V99.
         05 RREG-VL-MULTA     PIC 9(09)V99.
         05 RREG-VL-SALDO     PIC 9(09)V99.

       FD  RECIBO-REG-FILE.
      *    MESMO LAYOUT DE RECIBO-REG-REC EM OCCRS/QUITACAO/RENEGOCIA/
      *    AMORTEXT/ARREPEND/RECIBOVER.
       01  RECIBO-REG-REC.
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

       FD  OLD-ARREP-LOG-FILE.
       01  OLD-ARREP-LOG-REC.
         05 ARL-TIMESTAMP     PIC X(20).
         05 ARL-OPERADOR      PIC X(10).
         05 ARL-NUM-CONT      PIC 9(05).
         05 ARL-COD-CLIENTE   PIC 9(03).
         05 ARL-DT-VINCULO    PIC 9(08).
         05 ARL-DT-NEGOCIO    PIC 9(08).
         05 ARL-DIAS          PIC 9(02).
         05 ARL-QTD-PARCELAS  PIC 9(03).
         05 ARL-VL-PRINCIPAL  PIC 9(07)V99.
         05 ARL-VL-JUROS      PIC 9(07)V99.
         05 ARL-VL-TARIFAS    PIC 9(07)V99.
         05 ARL-VL-DEVOLVIDO  PIC 9(07)V99.
         05 ARL-RECIBO        PIC 9(07).

       FD  ARREP-LOG-FILE.
      *    MESMO LAYOUT DE ARREP-LOG-REC NO ARREPEND.
       01  ARREP-LOG-REC.
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

       WORKING-STORAGE SECTION.
       01  WS-OLD-STATUS     PIC 99.
       01  WS-STATUS         PIC 99.
       01  WS-EOF            PIC X     VALUE 'N'.
       01  WS-NOME-ARQ       PIC X(20) VALUE SPACES.
       01  WS-QTD-MIGRADOS   PIC 9(07) VALUE 0.
       01  WS-QTD-REJEITADOS PIC 9(07) VALUE 0.
       01  WS-QTD-ARQUIVOS   PIC 9(02) VALUE 0.
       01  WS-QTD-PULADOS    PIC 9(02) VALUE 0.
       COPY WSFSTATUS.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           DISPLAY "**** MIGRACAO DOS ARQUIVOS COM CODIGO DE CLIENTE "
                   "PARA 7 DIGITOS ****"

           PERFORM P100-MIGRA-CLILOG
           PERFORM P150-MIGRA-CLILOG-ARQ
           PERFORM P200-MIGRA-EXPOSICAO
           PERFORM P300-MIGRA-AGENCIA
           PERFORM P400-MIGRA-CARTAS
           PERFORM P500-MIGRA-NEGATIVACAO
           PERFORM P600-MIGRA-SINISTRO
           PERFORM P700-MIGRA-RECIBO
           PERFORM P800-MIGRA-ARREPEND

           DISPLAY "---- RESUMO DA MIGRACAO ----"
           DISPLAY "ARQUIVOS MIGRADOS:  " WS-QTD-ARQUIVOS
           DISPLAY "ARQUIVOS SEM .OLD:  " WS-QTD-PULADOS
           GO TO P999-STOP.

       P050-INICIA-ARQUIVO.
           MOVE 'N' TO WS-EOF
           MOVE 0   TO WS-QTD-MIGRADOS
           MOVE 0   TO WS-QTD-REJEITADOS.

       P060-SEM-OLD.
           ADD 1 TO WS-QTD-PULADOS
           DISPLAY WS-NOME-ARQ " - ARQUIVO .OLD NAO EXISTE - NADA "
                   "A MIGRAR".

       P070-FIM-ARQUIVO.
           ADD 1 TO WS-QTD-ARQUIVOS
           DISPLAY WS-NOME-ARQ " - REGISTROS MIGRADOS:   "
                   WS-QTD-MIGRADOS
           IF WS-QTD-REJEITADOS > 0 THEN
               DISPLAY WS-NOME-ARQ " - REGISTROS REJEITADOS: "
                       WS-QTD-REJEITADOS
           END-IF.

       P100-MIGRA-CLILOG.
           PERFORM P050-INICIA-ARQUIVO
           MOVE "CLIENTE.LOG" TO WS-NOME-ARQ
           OPEN INPUT OLD-CLILOG-FILE
           IF WS-OLD-STATUS EQUAL 35 THEN
               PERFORM P060-SEM-OLD
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CLILOG-FILE
           PERFORM UNTIL WS-EOF = 'S'
               READ OLD-CLILOG-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       MOVE CORRESPONDING OLD-CLI-LOG-REC
                         TO CLI-LOG-REC
                       WRITE CLI-LOG-REC
                       ADD 1 TO WS-QTD-MIGRADOS
               END-READ
           END-PERFORM
           CLOSE CLILOG-FILE
           CLOSE OLD-CLILOG-FILE
           PERFORM P070-FIM-ARQUIVO.

       P150-MIGRA-CLILOG-ARQ.
      *    O HISTORICO ARQUIVADO PELO LOGARQ TEM O MESMO LAYOUT DO LOG
      *    VIVO E PRECISA IR JUNTO, SENAO O PROXIMO ARQUIVAMENTO
      *    ACRESCENTA LINHAS NOVAS A UM ARQUIVO DE COMPRIMENTO ANTIGO.
           PERFORM P050-INICIA-ARQUIVO
           MOVE "CLIENTE.LOG.ARQ" TO WS-NOME-ARQ
           OPEN INPUT OLD-CLILOG-ARQ-FILE
           IF WS-OLD-STATUS EQUAL 35 THEN
               PERFORM P060-SEM-OLD
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CLILOG-ARQ-FILE
           PERFORM UNTIL WS-EOF = 'S'
               READ OLD-CLILOG-ARQ-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       MOVE CORRESPONDING OLD-CLI-LOG-ARQ-REC
                         TO CLI-LOG-ARQ-REC
                       WRITE CLI-LOG-ARQ-REC
                       ADD 1 TO WS-QTD-MIGRADOS
               END-READ
           END-PERFORM
           CLOSE CLILOG-ARQ-FILE
           CLOSE OLD-CLILOG-ARQ-FILE
           PERFORM P070-FIM-ARQUIVO.

       P200-MIGRA-EXPOSICAO.
           PERFORM P050-INICIA-ARQUIVO
           MOVE "EXPOSICAO.OVR" TO WS-NOME-ARQ
           OPEN INPUT OLD-EXPO-OVR-FILE
           IF WS-OLD-STATUS EQUAL 35 THEN
               PERFORM P060-SEM-OLD
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT EXPO-OVR-FILE
           PERFORM UNTIL WS-EOF = 'S'
               READ OLD-EXPO-OVR-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       MOVE CORRESPONDING OLD-EXPO-OVR-REC
                         TO EXPO-OVR-REC
                       WRITE EXPO-OVR-REC
                       ADD 1 TO WS-QTD-MIGRADOS
               END-READ
           END-PERFORM
           CLOSE EXPO-OVR-FILE
           CLOSE OLD-EXPO-OVR-FILE
           PERFORM P070-FIM-ARQUIVO.

       P300-MIGRA-AGENCIA.
           PERFORM P050-INICIA-ARQUIVO
           MOVE "AGENCIA.ENV" TO WS-NOME-ARQ
           OPEN INPUT OLD-ENV-FILE
           IF WS-OLD-STATUS EQUAL 35 THEN
               PERFORM P060-SEM-OLD
               EXIT PARAGRAPH
           END-IF
           OPEN I-O ENV-FILE
           IF WS-STATUS EQUAL 35 THEN
               OPEN OUTPUT ENV-FILE
               CLOSE ENV-FILE
               OPEN I-O ENV-FILE
           END-IF
           PERFORM UNTIL WS-EOF = 'S'
               READ OLD-ENV-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       INITIALIZE ENV-REC
                       MOVE CORRESPONDING OLD-ENV-REC TO ENV-REC
                       WRITE ENV-REC
                           INVALID KEY
                               ADD 1 TO WS-QTD-REJEITADOS
                               PERFORM P-DECODE-FSTATUS
                               DISPLAY "ENVIO " ENV-KEY OF OLD-ENV-REC
                                       " NAO MIGRADO - " WS-FSTAT-DESC
                           NOT INVALID KEY
                               ADD 1 TO WS-QTD-MIGRADOS
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE ENV-FILE
           CLOSE OLD-ENV-FILE
           PERFORM P070-FIM-ARQUIVO.

       P400-MIGRA-CARTAS.
           PERFORM P050-INICIA-ARQUIVO
           MOVE "CARTACOB.REG" TO WS-NOME-ARQ
           OPEN INPUT OLD-CARTA-FILE
           IF WS-OLD-STATUS EQUAL 35 THEN
               PERFORM P060-SEM-OLD
               EXIT PARAGRAPH
           END-IF
           OPEN I-O CARTA-FILE
           IF WS-STATUS EQUAL 35 THEN
               OPEN OUTPUT CARTA-FILE
               CLOSE CARTA-FILE
               OPEN I-O CARTA-FILE
           END-IF
           PERFORM UNTIL WS-EOF = 'S'
               READ OLD-CARTA-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       INITIALIZE CARTA-REC
                       MOVE CORRESPONDING OLD-CARTA-REC TO CARTA-REC
                       WRITE CARTA-REC
                           INVALID KEY
                               ADD 1 TO WS-QTD-REJEITADOS
                               PERFORM P-DECODE-FSTATUS
                               DISPLAY "CARTA "
                                       CARTA-KEY OF OLD-CARTA-REC
                                       " NAO MIGRADA - " WS-FSTAT-DESC
                           NOT INVALID KEY
                               ADD 1 TO WS-QTD-MIGRADOS
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE CARTA-FILE
           CLOSE OLD-CARTA-FILE
           PERFORM P070-FIM-ARQUIVO.

       P500-MIGRA-NEGATIVACAO.
           PERFORM P050-INICIA-ARQUIVO
           MOVE "NEGATIVACAO.CTL" TO WS-NOME-ARQ
           OPEN INPUT OLD-NEG-FILE
           IF WS-OLD-STATUS EQUAL 35 THEN
               PERFORM P060-SEM-OLD
               EXIT PARAGRAPH
           END-IF
           OPEN I-O NEG-FILE
           IF WS-STATUS EQUAL 35 THEN
               OPEN OUTPUT NEG-FILE
               CLOSE NEG-FILE
               OPEN I-O NEG-FILE
           END-IF
           PERFORM UNTIL WS-EOF = 'S'
               READ OLD-NEG-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       INITIALIZE NEG-REC
                       MOVE CORRESPONDING OLD-NEG-REC TO NEG-REC
                       WRITE NEG-REC
                           INVALID KEY
                               ADD 1 TO WS-QTD-REJEITADOS
                               PERFORM P-DECODE-FSTATUS
                               DISPLAY "NEGATIVACAO DO CONTRATO "
                                       NEG-NUM-CONT OF OLD-NEG-REC
                                       " NAO MIGRADA - " WS-FSTAT-DESC
                           NOT INVALID KEY
                               ADD 1 TO WS-QTD-MIGRADOS
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE NEG-FILE
           CLOSE OLD-NEG-FILE
           PERFORM P070-FIM-ARQUIVO.

       P600-MIGRA-SINISTRO.
           PERFORM P050-INICIA-ARQUIVO
           MOVE "SINISTRO.LOG" TO WS-NOME-ARQ
           OPEN INPUT OLD-SIN-LOG-FILE
           IF WS-OLD-STATUS EQUAL 35 THEN
               PERFORM P060-SEM-OLD
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT SIN-LOG-FILE
           PERFORM UNTIL WS-EOF = 'S'
               READ OLD-SIN-LOG-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       MOVE CORRESPONDING OLD-SIN-REC TO SIN-REC
                       WRITE SIN-REC
                       ADD 1 TO WS-QTD-MIGRADOS
               END-READ
           END-PERFORM
           CLOSE SIN-LOG-FILE
           CLOSE OLD-SIN-LOG-FILE
           PERFORM P070-FIM-ARQUIVO.

       P700-MIGRA-RECIBO.
           PERFORM P050-INICIA-ARQUIVO
           MOVE "RECIBO.REG" TO WS-NOME-ARQ
           OPEN INPUT OLD-RECIBO-REG-FILE
           IF WS-OLD-STATUS EQUAL 35 THEN
               PERFORM P060-SEM-OLD
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT RECIBO-REG-FILE
           PERFORM UNTIL WS-EOF = 'S'
               READ OLD-RECIBO-REG-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       MOVE CORRESPONDING OLD-RECIBO-REG-REC
                         TO RECIBO-REG-REC
                       WRITE RECIBO-REG-REC
                       ADD 1 TO WS-QTD-MIGRADOS
               END-READ
           END-PERFORM
           CLOSE RECIBO-REG-FILE
           CLOSE OLD-RECIBO-REG-FILE
           PERFORM P070-FIM-ARQUIVO.

       P800-MIGRA-ARREPEND.
           PERFORM P050-INICIA-ARQUIVO
           MOVE "ARREPEND.LOG" TO WS-NOME-ARQ
           OPEN INPUT OLD-ARREP-LOG-FILE
           IF WS-OLD-STATUS EQUAL 35 THEN
               PERFORM P060-SEM-OLD
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ARREP-LOG-FILE
           PERFORM UNTIL WS-EOF = 'S'
               READ OLD-ARREP-LOG-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       MOVE CORRESPONDING OLD-ARREP-LOG-REC
                         TO ARREP-LOG-REC
                       WRITE ARREP-LOG-REC
                       ADD 1 TO WS-QTD-MIGRADOS
               END-READ
           END-PERFORM
           CLOSE ARREP-LOG-FILE
           CLOSE OLD-ARREP-LOG-FILE
           PERFORM P070-FIM-ARQUIVO.

       P999-STOP.
           DISPLAY "FINALIZANDO O PROGRAMA..."
           STOP RUN.

       COPY FSTATUS.
       COPY TREINO.
       END PROGRAM CODCLIMIG.

      ******************************************************************
      * Author: RHAYADH ZAPAROLI
      * Date: 15/10/2026
      * Purpose: AVISOS POR SMS/E-MAIL - LOTE NOTURNO QUE GERA O
      *          ARQUIVO DE REMESSA DO GATEWAY DE SMS/E-MAIL
      *          (NOTIFICA.REM, LAYOUT FIXO: CANAL, DESTINO, MODELO E
      *          VARIAVEIS) COM TRES LEMBRETES:
      *            PARCVENC - PARCELA EM ABERTO QUE VENCE DAQUI A N
      *                       DIAS (PRESTACOES);
      *            AGENDA   - ENTREVISTA DE ALISTAMENTO MARCADA PARA
      *                       O DIA SEGUINTE (AGENDA.DAT);
      *            APRESENT - DATA PREVISTA DE APRESENTACAO DO
      *                       CONVOCADO (DT-APRESENT-PREV, GRAVADA
      *                       PELO CONVOCA) DAQUI A N DIAS.
      *          AS ANTECEDENCIAS FICAM EM NOTIFICA.CTL (MANTIDO PELO
      *          CTLMNT; PADRAO 3 DIAS PARA PARCELA E 2 PARA
      *          APRESENTACAO). O TELEFONE E O E-MAIL VEM SEMPRE DO
      *          CADASTRO DE CLIENTE - AGENDA.DAT E REGISTRO SO
      *          GUARDAM O CPF, ENTAO O CONSCRITO E LOCALIZADO EM
      *          CLIENTE PELO CPF-CLIENTE E, SE NAO FOR CLIENTE, FICA
      *          CONTADO COMO SEM CONTATO. CLIENTE QUE PEDIU PARA NAO
      *          RECEBER AVISOS (OPTOUT-CLIENTE = 'S', VER CLIMAIN) E
      *          PULADO. CADA AVISO ENVIADO FICA EM NOTIFICA.LOG E VIRA
      *          UM CONTATO NO HISTORICO DO CLIENTE (CLIENTE.LOG), QUE
      *          O CLIMAIN EXIBE. A DATA DE REFERENCIA E A DATA OFICIAL
      *          DE MOVIMENTO (DATAMOV.CTL); A MESMA DATA NAO GERA
      *          AVISOS DUAS VEZES (VER P150). NAO EXIGE LOGON: RODA
      *          COMO ETAPA DE LOTENOITE.CTL. NOTIFICA.REM E ABERTO EM
      *          EXTEND - O GATEWAY RECOLHE E APAGA O ARQUIVO.
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - SEM AVISO DE PARCELA PARA CONTRATO DE TITULAR
      *                  FALECIDO (CONTR-SIT-OBITO) NEM DE APRESENTACAO
      *                  PARA CONSCRITO FALECIDO (SIT-SERVICO 'F'),
      *                  AMBOS MARCADOS PELO OBITOCASC. O AGENDAMENTO
      *                  CANCELADO ('X') JA FICA FORA DO LEMBRETE.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO; INTERFACE EXTERNA SUPRIMIDA NO
      *                  MODO TREINAMENTO.
      *     15/10/2026 - AGENDA.DAT GANHOU O POSTO DE ATENDIMENTO
      *                  (AGD-POSTO) NO FIM DO REGISTRO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFICA.
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

           SELECT AGENDA-FILE ASSIGN TO 'AGENDA.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-AGD-STATUS.

           SELECT REG-FILE ASSIGN TO 'REGISTRO'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CPF
           ALTERNATE RECORD KEY IS MAT-COMUM WITH DUPLICATES
           ALTERNATE RECORD KEY IS UNIDADE WITH DUPLICATES
           ALTERNATE RECORD KEY IS DT-ALISTAMENTO WITH DUPLICATES
           FILE STATUS IS WS-REG-STATUS.

           SELECT NOTIF-CFG-FILE ASSIGN TO 'NOTIFICA.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CFG-STATUS.

           SELECT NOTIF-REM-FILE ASSIGN TO 'NOTIFICA.REM'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-REM-STATUS.

           SELECT NOTIF-LOG-FILE ASSIGN TO 'NOTIFICA.LOG'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-NLOG-STATUS.

           SELECT CLI-LOG-FILE ASSIGN TO 'CLIENTE.LOG'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CLILOG-STATUS.

           SELECT DATAMOV-FILE ASSIGN TO 'DATAMOV.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-DATAMOV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PREST-FILE.
       COPY PRESTDATA.

       FD CONTR-FILE.
       COPY CONTRDATA.

       FD CLIENTE.
       COPY CLIDATA.

       FD AGENDA-FILE.
      *    MESMO LAYOUT DE AGENDA-REC NO AGENDA.
       01 AGENDA-REC.
         05 AGD-DATA          PIC 9(08).
         05 AGD-TURNO         PIC X(01).
         05 AGD-CPF           PIC 9(11).
         05 AGD-NOME          PIC X(50).
         05 AGD-SITUACAO      PIC X(01).
      *  POSTO DE ATENDIMENTO QUE FEZ O AGENDAMENTO (VER POSTODATA).
         05 AGD-POSTO         PIC 9(03).

       FD REG-FILE.
       COPY PRSDATA.

       FD NOTIF-CFG-FILE.
      *    MESMO LAYOUT DE NOTIF-CFG-REC NO CTLMNT.
       01 NOTIF-CFG-REC.
         05 NTF-CFG-DIAS-PARC PIC 9(02).
         05 NTF-CFG-DIAS-APRE PIC 9(02).

       FD NOTIF-REM-FILE.
      *    REMESSA PARA O GATEWAY DE SMS/E-MAIL - UM AVISO POR LINHA.
      *    CANAL 'S' = SMS (DESTINO = TELEFONE), 'E' = E-MAIL (DESTINO
      *    = ENDERECO DE E-MAIL). AS VARIAVEIS SAO POSICIONAIS E
      *    DEPENDEM DO MODELO:
      *      PARCVENC - NOME, CONTRATO/PARCELA, VENCIMENTO, SALDO;
      *      AGENDA   - NOME, DATA, TURNO;
      *      APRESENT - NOME, DATA PREVISTA, UNIDADE.
       01 NOTIF-REM-REC.
         05 NTF-CANAL         PIC X(01).
         05 NTF-DESTINO       PIC X(60).
         05 NTF-MODELO        PIC X(08).
         05 NTF-VARIAVEL      PIC X(40) OCCURS 4 TIMES.

       FD NOTIF-LOG-FILE.
      *    O QUE FOI ENVIADO: DATA DE REFERENCIA, CLIENTE/CPF DO
      *    DESTINATARIO E A LINHA DE REMESSA COMO FOI GRAVADA.
       01 NOTIF-LOG-REC.
         05 NTF-LOG-TIMESTAMP PIC X(20).
         05 NTF-LOG-DT-REF    PIC 9(08).
         05 NTF-LOG-COD-CLI   PIC 9(07).
         05 NTF-LOG-CPF       PIC 9(11).
         05 NTF-LOG-AVISO     PIC X(229).

       FD CLI-LOG-FILE.
       01 CLI-LOG-REC.
         05 CLI-LOG-TIMESTAMP PIC X(20).
         05 CLI-LOG-COD       PIC 9(07).
         05 CLI-LOG-OPERADOR  PIC X(10).
         05 CLI-LOG-TIPO      PIC X(15).
         05 CLI-LOG-NOTA      PIC X(60).

       FD DATAMOV-FILE.
       01 DATAMOV-REC.
         05 DTM-DATA-NEGOCIO   PIC 9(08).
         05 DTM-ULTIMA-FECHADA PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WS-PREST-STATUS    PIC 99.
       01 WS-CONTR-STATUS    PIC 99.
       01 WS-CLI-STATUS      PIC 99.
       01 WS-AGD-STATUS      PIC 99.
       01 WS-REG-STATUS      PIC 99.
       01 WS-CFG-STATUS      PIC 99.
       01 WS-REM-STATUS      PIC 99.
       01 WS-NLOG-STATUS     PIC 99.
       01 WS-CLILOG-STATUS   PIC 99.
       01 WS-EOF             PIC X      VALUE 'N'.
       01 WS-CONTR-ABERTO    PIC X      VALUE 'N'.
       01 WS-CLI-ABERTO      PIC X      VALUE 'N'.
       01 WS-ACHOU           PIC X      VALUE 'N'.
       01 WS-JA-GERADO       PIC X      VALUE 'N'.
       01 WS-SIT-BUSCA       PIC X(01)  VALUE SPACE.
       01 WS-COD-CLI-ACHADO  PIC 9(07)  VALUE 0.
       01 WS-CPF-BUSCA       PIC 9(11)  VALUE 0.

      *    DIAS DE ANTECEDENCIA (NOTIFICA.CTL).
       01 WS-DIAS-PARC       PIC 9(02)  VALUE 3.
       01 WS-DIAS-APRE       PIC 9(02)  VALUE 2.

       01 WS-INT-REF         PIC S9(09) VALUE 0.
       01 WS-DT-ALVO-PARC    PIC 9(08)  VALUE 0.
       01 WS-DT-ALVO-AGENDA  PIC 9(08)  VALUE 0.
       01 WS-DT-ALVO-APRE    PIC 9(08)  VALUE 0.
       01 WS-SALDO-PARCELA   PIC 9(07)V99 VALUE 0.

       01 WS-DATA-AUX.
           05 WS-DATA-AUX-ANO PIC 9(04).
           05 WS-DATA-AUX-MES PIC 9(02).
           05 WS-DATA-AUX-DIA PIC 9(02).
       01 WS-DATA-ED         PIC X(10)  VALUE SPACES.
       01 WS-EDIT-VALOR      PIC ZZZ,ZZZ,ZZ9.99.

      *    AVISO CORRENTE, MONTADO POR P200/P400/P500 E ENVIADO POR
      *    P700 EM CADA CANAL DISPONIVEL DO CLIENTE.
       01 WS-AVISO-MODELO    PIC X(08)  VALUE SPACES.
       01 WS-AVISO-VARS.
           05 WS-AVISO-VAR   PIC X(40)  OCCURS 4 TIMES.
       01 WS-AVISO-CPF       PIC 9(11)  VALUE 0.
       01 WS-AVISO-REF       PIC X(30)  VALUE SPACES.
       01 WS-NM-CANAL        PIC X(06)  VALUE SPACES.
       01 WS-NOTA            PIC X(60)  VALUE SPACES.

       01 WS-QTD-PARCVENC    PIC 9(05)  VALUE 0.
       01 WS-QTD-AGENDA      PIC 9(05)  VALUE 0.
       01 WS-QTD-APRESENT    PIC 9(05)  VALUE 0.
       01 WS-QTD-SMS         PIC 9(05)  VALUE 0.
       01 WS-QTD-EMAIL       PIC 9(05)  VALUE 0.
       01 WS-QTD-OPTOUT      PIC 9(05)  VALUE 0.
       01 WS-QTD-SEM-CONTATO PIC 9(05)  VALUE 0.
       01 WS-QTD-SINISTRO    PIC 9(05)  VALUE 0.
       01 WS-QTD-FALECIDO    PIC 9(05)  VALUE 0.

       COPY CLIPATH.
       COPY WSDATAMOV.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           MOVE "NOTIFICA.REM" TO WS-TREINO-INTERFACE
           PERFORM P-TREINO-SUPRIME
           DISPLAY "******** AVISOS POR SMS/E-MAIL ********"
           ACCEPT WS-CLIENTE-PATH FROM ENVIRONMENT "CLIENTE_PATH"
               ON EXCEPTION CONTINUE
           END-ACCEPT

      *    OS AVISOS NAO LANCAM MOVIMENTO, ENTAO A DATA OFICIAL SERVE
      *    SO DE REFERENCIA, MESMO QUE JA ESTEJA FECHADA.
           PERFORM P-DATA-NEGOCIO
           PERFORM P100-LE-ANTECEDENCIA
           COMPUTE WS-INT-REF = FUNCTION INTEGER-OF-DATE(WS-DT-NEGOCIO)
           COMPUTE WS-DT-ALVO-PARC =
                   FUNCTION DATE-OF-INTEGER(WS-INT-REF + WS-DIAS-PARC)
           COMPUTE WS-DT-ALVO-AGENDA =
                   FUNCTION DATE-OF-INTEGER(WS-INT-REF + 1)
           COMPUTE WS-DT-ALVO-APRE =
                   FUNCTION DATE-OF-INTEGER(WS-INT-REF + WS-DIAS-APRE)
           DISPLAY "DATA DE REFERENCIA: " WS-DT-NEGOCIO
           DISPLAY "PARCELAS A VENCER EM:       " WS-DT-ALVO-PARC
           DISPLAY "AGENDAMENTOS DE:            " WS-DT-ALVO-AGENDA
           DISPLAY "APRESENTACOES PREVISTAS EM: " WS-DT-ALVO-APRE

           PERFORM P150-CONFERE-RODADA
           IF WS-JA-GERADO = 'S' THEN
               DISPLAY "AVISOS DA DATA " WS-DT-NEGOCIO
                       " JA FORAM GERADOS (VER NOTIFICA.LOG)"
               GO TO P999-STOP
           END-IF

           OPEN INPUT CLIENTE
           IF WS-CLI-STATUS EQUAL 35 THEN
               DISPLAY "CLIENTE AINDA NAO FOI CRIADO - SEM "
                       "DESTINATARIOS"
               GO TO P999-STOP
           END-IF
           MOVE 'S' TO WS-CLI-ABERTO
           OPEN INPUT CONTR-FILE
           IF WS-CONTR-STATUS NOT EQUAL 35 THEN
               MOVE 'S' TO WS-CONTR-ABERTO
           END-IF

           OPEN EXTEND NOTIF-REM-FILE
           IF WS-REM-STATUS EQUAL 35 THEN
               OPEN OUTPUT NOTIF-REM-FILE
           END-IF
           OPEN EXTEND NOTIF-LOG-FILE
           IF WS-NLOG-STATUS EQUAL 35 THEN
               OPEN OUTPUT NOTIF-LOG-FILE
           END-IF
           OPEN EXTEND CLI-LOG-FILE
           IF WS-CLILOG-STATUS EQUAL 35 THEN
               OPEN OUTPUT CLI-LOG-FILE
           END-IF

           PERFORM P200-PARCELAS
           PERFORM P400-AGENDA
           PERFORM P500-APRESENTACAO

           CLOSE CLI-LOG-FILE
           CLOSE NOTIF-LOG-FILE
           CLOSE NOTIF-REM-FILE

           DISPLAY "---- RESUMO DOS AVISOS ----"
           DISPLAY "VENCIMENTO DE PARCELA:      " WS-QTD-PARCVENC
           DISPLAY "AGENDAMENTO DE ENTREVISTA:  " WS-QTD-AGENDA
           DISPLAY "APRESENTACAO DE CONVOCADO:  " WS-QTD-APRESENT
           DISPLAY "MENSAGENS POR SMS:          " WS-QTD-SMS
           DISPLAY "MENSAGENS POR E-MAIL:       " WS-QTD-EMAIL
           DISPLAY "PULADOS (PEDIRAM NAO RECEBER): " WS-QTD-OPTOUT
           DISPLAY "SEM CONTATO (SEM CADASTRO, TELEFONE OU E-MAIL): "
                   WS-QTD-SEM-CONTATO
           DISPLAY "PARCELAS EM SINISTRO (SEM AVISO): " WS-QTD-SINISTRO
           DISPLAY "PARCELAS DE TITULAR FALECIDO (SEM AVISO): "
                   WS-QTD-FALECIDO
           DISPLAY "REMESSA GRAVADA EM NOTIFICA.REM"
           GO TO P999-STOP.

       P100-LE-ANTECEDENCIA.
      *    SEM NOTIFICA.CTL, OU COM ZERO, VALEM 3 DIAS PARA A PARCELA
      *    E 2 PARA A APRESENTACAO.
           OPEN INPUT NOTIF-CFG-FILE
           IF WS-CFG-STATUS EQUAL 35 THEN
               EXIT PARAGRAPH
           END-IF
           READ NOTIF-CFG-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF NTF-CFG-DIAS-PARC > 0 THEN
                       MOVE NTF-CFG-DIAS-PARC TO WS-DIAS-PARC
                   END-IF
                   IF NTF-CFG-DIAS-APRE > 0 THEN
                       MOVE NTF-CFG-DIAS-APRE TO WS-DIAS-APRE
                   END-IF
           END-READ
           CLOSE NOTIF-CFG-FILE.

       P150-CONFERE-RODADA.
      *    SE NOTIFICA.LOG JA TEM AVISO DESTA DATA DE REFERENCIA, A
      *    RODADA JA FOI FEITA - REPETIR MANDARIA O MESMO SMS DE NOVO.
           MOVE 'N' TO WS-JA-GERADO
           OPEN INPUT NOTIF-LOG-FILE
           IF WS-NLOG-STATUS EQUAL 35 THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'S'
               READ NOTIF-LOG-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF NTF-LOG-DT-REF = WS-DT-NEGOCIO THEN
                           MOVE 'S' TO WS-JA-GERADO
                           MOVE 'S' TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NOTIF-LOG-FILE.

       P200-PARCELAS.
      *    PARCELAS EM ABERTO OU COM PAGAMENTO PARCIAL QUE VENCEM NA
      *    DATA ALVO, PELA CHAVE ALTERNATIVA PREST-SIT-VENC.
           OPEN INPUT PREST-FILE
           IF WS-PREST-STATUS EQUAL 35 THEN
               DISPLAY "PRESTACOES AINDA NAO FOI CRIADO"
               EXIT PARAGRAPH
           END-IF
           MOVE 'A' TO WS-SIT-BUSCA
           PERFORM P210-LE-SITUACAO
           MOVE 'R' TO WS-SIT-BUSCA
           PERFORM P210-LE-SITUACAO
           CLOSE PREST-FILE.

       P210-LE-SITUACAO.
           MOVE WS-SIT-BUSCA    TO PREST-SITUACAO
           MOVE WS-DT-ALVO-PARC TO PREST-VENCIMENTO
           MOVE 'N'             TO WS-EOF
           START PREST-FILE KEY IS NOT LESS THAN PREST-SIT-VENC
               INVALID KEY
                   MOVE 'S' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'S'
               READ PREST-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF PREST-SITUACAO NOT = WS-SIT-BUSCA OR
                          PREST-VENCIMENTO NOT = WS-DT-ALVO-PARC THEN
                           MOVE 'S' TO WS-EOF
                       ELSE
                           PERFORM P250-AVISO-PARCELA
                       END-IF
               END-READ
           END-PERFORM.

       P250-AVISO-PARCELA.
           MOVE 'N' TO WS-ACHOU
           MOVE 0   TO WS-COD-CLI-ACHADO
           IF WS-CONTR-ABERTO NOT = 'S' THEN
               ADD 1 TO WS-QTD-SEM-CONTATO
               EXIT PARAGRAPH
           END-IF
           MOVE PREST-NUM-CONT TO CONTR-NUM-CONT
           READ CONTR-FILE
               INVALID KEY
                   ADD 1 TO WS-QTD-SEM-CONTATO
                   EXIT PARAGRAPH
           END-READ
      *    CONTRATO COM SINISTRO DO SEGURO PRESTAMISTA E COBRADO DA
      *    SEGURADORA (VER CARTACOB/P250) - NADA A LEMBRAR AO TITULAR.
           IF CONTR-SINISTRO-ABERTO OR CONTR-SINISTRO-PAGO THEN
               ADD 1 TO WS-QTD-SINISTRO
               EXIT PARAGRAPH
           END-IF
      *    TITULAR FALECIDO (VER OBITOCASC) - O CONTRATO ESTA COM O
      *    SUPERVISOR DE COBRANCA.
           IF CONTR-TITULAR-FALECIDO THEN
               ADD 1 TO WS-QTD-FALECIDO
               EXIT PARAGRAPH
           END-IF
           MOVE CONTR-COD-CLIENTE TO WS-COD-CLI-ACHADO
           MOVE WS-COD-CLI-ACHADO TO COD-CLIENTE
           READ CLIENTE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-ACHOU
           END-READ
           IF WS-ACHOU NOT = 'S' THEN
               ADD 1 TO WS-QTD-SEM-CONTATO
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-SALDO-PARCELA = PREST-VALOR - PREST-VL-PAGO
           MOVE "PARCVENC"   TO WS-AVISO-MODELO
           MOVE SPACES       TO WS-AVISO-VARS WS-AVISO-REF
           MOVE NM-CLIENTE   TO WS-AVISO-VAR(1)
           STRING "CONTRATO "    DELIMITED BY SIZE
                  PREST-NUM-CONT DELIMITED BY SIZE
                  " PARCELA "    DELIMITED BY SIZE
                  PREST-NUM-PARC DELIMITED BY SIZE
                  INTO WS-AVISO-VAR(2)
           MOVE PREST-VENCIMENTO TO WS-DATA-AUX
           PERFORM P900-FORMATA-DATA
           MOVE WS-DATA-ED       TO WS-AVISO-VAR(3)
           MOVE WS-SALDO-PARCELA TO WS-EDIT-VALOR
           MOVE WS-EDIT-VALOR    TO WS-AVISO-VAR(4)
           STRING "CONTR "       DELIMITED BY SIZE
                  PREST-NUM-CONT DELIMITED BY SIZE
                  " PARC "       DELIMITED BY SIZE
                  PREST-NUM-PARC DELIMITED BY SIZE
                  " VENC "       DELIMITED BY SIZE
                  WS-DATA-ED     DELIMITED BY SIZE
                  INTO WS-AVISO-REF
           MOVE CPF-CLIENTE TO WS-AVISO-CPF
           PERFORM P700-ENVIA-AVISO
           IF WS-ACHOU = 'S' THEN
               ADD 1 TO WS-QTD-PARCVENC
           END-IF.

       P400-AGENDA.
      *    ENTREVISTAS DE ALISTAMENTO MARCADAS PARA O DIA SEGUINTE E
      *    AINDA NAO ATENDIDAS.
           OPEN INPUT AGENDA-FILE
           IF WS-AGD-STATUS EQUAL 35 THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'S'
               READ AGENDA-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF AGD-DATA = WS-DT-ALVO-AGENDA AND
                          AGD-SITUACAO = SPACE THEN
                           PERFORM P450-AVISO-AGENDA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AGENDA-FILE.

       P450-AVISO-AGENDA.
           MOVE AGD-CPF TO WS-CPF-BUSCA
           PERFORM P600-LOCALIZA-CPF
           IF WS-ACHOU NOT = 'S' THEN
               ADD 1 TO WS-QTD-SEM-CONTATO
               EXIT PARAGRAPH
           END-IF
           MOVE "AGENDA"     TO WS-AVISO-MODELO
           MOVE SPACES       TO WS-AVISO-VARS WS-AVISO-REF
           MOVE AGD-NOME     TO WS-AVISO-VAR(1)
           MOVE AGD-DATA     TO WS-DATA-AUX
           PERFORM P900-FORMATA-DATA
           MOVE WS-DATA-ED   TO WS-AVISO-VAR(2)
           IF AGD-TURNO = 'M' THEN
               MOVE "MANHA"  TO WS-AVISO-VAR(3)
           ELSE
               MOVE "TARDE"  TO WS-AVISO-VAR(3)
           END-IF
           STRING "ENTREVISTA "   DELIMITED BY SIZE
                  WS-DATA-ED      DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WS-AVISO-VAR(3) DELIMITED BY SPACE
                  INTO WS-AVISO-REF
           MOVE AGD-CPF      TO WS-AVISO-CPF
           PERFORM P700-ENVIA-AVISO
           IF WS-ACHOU = 'S' THEN
               ADD 1 TO WS-QTD-AGENDA
           END-IF.

       P500-APRESENTACAO.
      *    CONVOCADOS (VER CONVOCA) COM APRESENTACAO PREVISTA PARA A
      *    DATA ALVO E QUE AINDA NAO SE APRESENTARAM.
           OPEN INPUT REG-FILE
           IF WS-REG-STATUS EQUAL 35 THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'S'
               READ REG-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF DT-APRESENT-PREV = WS-DT-ALVO-APRE AND
                          DT-APRESENTACAO = 0 AND
                          SIT-SERVICO NOT = 'F' THEN
                           PERFORM P550-AVISO-APRESENTACAO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REG-FILE.

       P550-AVISO-APRESENTACAO.
           MOVE CPF TO WS-CPF-BUSCA
           PERFORM P600-LOCALIZA-CPF
           IF WS-ACHOU NOT = 'S' THEN
               ADD 1 TO WS-QTD-SEM-CONTATO
               EXIT PARAGRAPH
           END-IF
           MOVE "APRESENT"       TO WS-AVISO-MODELO
           MOVE SPACES           TO WS-AVISO-VARS WS-AVISO-REF
           MOVE NAMES            TO WS-AVISO-VAR(1)
           MOVE DT-APRESENT-PREV TO WS-DATA-AUX
           PERFORM P900-FORMATA-DATA
           MOVE WS-DATA-ED       TO WS-AVISO-VAR(2)
           MOVE UNIDADE          TO WS-AVISO-VAR(3)
           STRING "APRESENTACAO " DELIMITED BY SIZE
                  WS-DATA-ED      DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  UNIDADE         DELIMITED BY SPACE
                  INTO WS-AVISO-REF
           MOVE CPF              TO WS-AVISO-CPF
           PERFORM P700-ENVIA-AVISO
           IF WS-ACHOU = 'S' THEN
               ADD 1 TO WS-QTD-APRESENT
           END-IF.

       P600-LOCALIZA-CPF.
      *    AGENDA.DAT E REGISTRO NAO GUARDAM TELEFONE NEM E-MAIL - O
      *    CONTATO DO CONSCRITO E O DO SEU CADASTRO DE CLIENTE.
           MOVE 'N' TO WS-ACHOU
           MOVE 0   TO WS-COD-CLI-ACHADO
           IF WS-CPF-BUSCA = 0 THEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CPF-BUSCA TO CPF-CLIENTE
           READ CLIENTE KEY IS CPF-CLIENTE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S'         TO WS-ACHOU
                   MOVE COD-CLIENTE TO WS-COD-CLI-ACHADO
           END-READ.

       P700-ENVIA-AVISO.
      *    UMA LINHA DE REMESSA POR CANAL DISPONIVEL NO CADASTRO DO
      *    CLIENTE CORRENTE (REG-CLIENTE). WS-ACHOU VOLTA 'N' QUANDO
      *    NADA SAIU.
           IF OPTOUT-CLIENTE = 'S' THEN
               ADD 1 TO WS-QTD-OPTOUT
               MOVE 'N' TO WS-ACHOU
               EXIT PARAGRAPH
           END-IF
           IF TEL-CLIENTE = SPACES AND EMAIL-CLIENTE = SPACES THEN
               ADD 1 TO WS-QTD-SEM-CONTATO
               MOVE 'N' TO WS-ACHOU
               EXIT PARAGRAPH
           END-IF
           IF TEL-CLIENTE NOT = SPACES THEN
               MOVE 'S'         TO NTF-CANAL
               MOVE TEL-CLIENTE TO NTF-DESTINO
               MOVE "SMS"       TO WS-NM-CANAL
               PERFORM P750-GRAVA-AVISO
               ADD 1 TO WS-QTD-SMS
           END-IF
           IF EMAIL-CLIENTE NOT = SPACES THEN
               MOVE 'E'           TO NTF-CANAL
               MOVE EMAIL-CLIENTE TO NTF-DESTINO
               MOVE "E-MAIL"      TO WS-NM-CANAL
               PERFORM P750-GRAVA-AVISO
               ADD 1 TO WS-QTD-EMAIL
           END-IF.

       P750-GRAVA-AVISO.
           MOVE WS-AVISO-MODELO TO NTF-MODELO
           MOVE WS-AVISO-VAR(1) TO NTF-VARIAVEL(1)
           MOVE WS-AVISO-VAR(2) TO NTF-VARIAVEL(2)
           MOVE WS-AVISO-VAR(3) TO NTF-VARIAVEL(3)
           MOVE WS-AVISO-VAR(4) TO NTF-VARIAVEL(4)
           WRITE NOTIF-REM-REC

           MOVE FUNCTION CURRENT-DATE TO NTF-LOG-TIMESTAMP
           MOVE WS-DT-NEGOCIO         TO NTF-LOG-DT-REF
           MOVE WS-COD-CLI-ACHADO     TO NTF-LOG-COD-CLI
           MOVE WS-AVISO-CPF          TO NTF-LOG-CPF
           MOVE NOTIF-REM-REC         TO NTF-LOG-AVISO
           WRITE NOTIF-LOG-REC

      *    DEIXA O AVISO NO HISTORICO DE CONTATOS DO CLIENTE
      *    (CLIENTE.LOG, MESMO LAYOUT DO CLIMAIN).
           MOVE SPACES TO WS-NOTA
           STRING WS-NM-CANAL     DELIMITED BY SPACE
                  " "             DELIMITED BY SIZE
                  WS-AVISO-MODELO DELIMITED BY SPACE
                  " "             DELIMITED BY SIZE
                  WS-AVISO-REF    DELIMITED BY "  "
                  INTO WS-NOTA
           MOVE FUNCTION CURRENT-DATE TO CLI-LOG-TIMESTAMP
           MOVE WS-COD-CLI-ACHADO     TO CLI-LOG-COD
           MOVE "NOTIFICA"            TO CLI-LOG-OPERADOR
           MOVE "NOTIFICACAO"         TO CLI-LOG-TIPO
           MOVE WS-NOTA               TO CLI-LOG-NOTA
           WRITE CLI-LOG-REC.

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
           IF WS-CLI-ABERTO = 'S' THEN
               CLOSE CLIENTE
           END-IF
           DISPLAY "FINALIZANDO O PROGRAMA..."
           STOP RUN.

       COPY DATAMOV.
       COPY TREINO.
       END PROGRAM NOTIFICA.

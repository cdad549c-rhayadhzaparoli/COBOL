      ******************************************************************
      * Author: RHAYADH ZAPAROLI
      * Date: 15/10/2026
      * Purpose: FICHA DE SERVICO DO INCORPORADO (FICHASRV.DAT, VER
      *          FICHADATA). DEPOIS QUE O APRESCTL MARCAVA A
      *          INCORPORACAO O SISTEMA NAO SABIA MAIS NADA ATE ALGUEM
      *          PEDIR O CERTIFICADO NO CERTRES. AQUI FICAM A DATA DE
      *          INCORPORACAO, O HISTORICO DE UNIDADES (UNIDADE DA
      *          INCORPORACAO MAIS AS TRANSFERENCIAS DO TRANSFUNI.LOG),
      *          ESPECIALIDADE, GRADUACOES, FALTAS E LICENCAS, E A DATA
      *          PREVISTA DE TERMINO (TEMPO PADRAO DE SERVICO.CTL MAIS
      *          AS PRORROGACOES, VER SRVFIM). CADA EVENTO FICA EM
      *          FICHASRV.LOG. A LISTA MENSAL POR UNIDADE DE QUEM
      *          TERMINA O SERVICO NOS PROXIMOS 60 DIAS SAI EM
      *          FIMSRV.PRN, E A RODADA DE TERMINO ENFILEIRA EM
      *          CERTFILA.DAT O CERTIFICADO DE RESERVISTA DE QUEM CHEGOU
      *          A DATA, PARA O CERTRES (OPCAO 3) EMITIR.
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      *     15/10/2026 - CADA IMPRESSAO EM FIMSRV.PRN PASSA A SER
      *                  ARQUIVADA COMO JOB NUMERADO NO ARQUIVO DE
      *                  IMPRESSAO (SPOOL.IDX, VER SPOOL.cpy), COM
      *                  OPERADOR, DATA/HORA, PAGINAS E REGISTROS - UMA
      *                  NOVA RODADA NAO APAGA MAIS A ANTERIOR; CONSULTA
      *                  E REIMPRESSAO PELO SPOOLVER.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FICHASRV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REG-FILE ASSIGN TO 'REGISTRO'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CPF
           ALTERNATE RECORD KEY IS MAT-COMUM WITH DUPLICATES
           ALTERNATE RECORD KEY IS UNIDADE WITH DUPLICATES
           ALTERNATE RECORD KEY IS DT-ALISTAMENTO WITH DUPLICATES
           FILE STATUS IS WS-STATUS.

           SELECT USER-CTL-FILE ASSIGN TO 'USERS.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LOGON-STATUS.

           SELECT FICHA-FILE ASSIGN TO 'FICHASRV.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FSV-STATUS.

           SELECT FICHA-NEW-FILE ASSIGN TO 'FICHASRV.DAT.NEW'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FSV-NEW-STATUS.

           SELECT EVT-LOG-FILE ASSIGN TO 'FICHASRV.LOG'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-EVT-STATUS.

           SELECT TRANSF-LOG-FILE ASSIGN TO 'TRANSFUNI.LOG'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-TRF-STATUS.

           SELECT CERT-FILA-FILE ASSIGN TO 'CERTFILA.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CFIL-STATUS.

           SELECT SRV-CTL-FILE ASSIGN TO 'SERVICO.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SRV-CTL-STATUS.

           SELECT FIM-PRN-FILE ASSIGN TO 'FIMSRV.PRN'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PRN-STATUS.

           SELECT DATAMOV-FILE ASSIGN TO 'DATAMOV.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-DATAMOV-STATUS.

           SELECT LOCK-FILE ASSIGN TO WS-LOCK-PATH
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LOCK-STATUS.

           SELECT SORT-FILE ASSIGN TO 'FIMSRV.SRT'.

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
       FD REG-FILE.
       COPY PRSDATA.

       FD USER-CTL-FILE.
       COPY USERCTL.

       FD FICHA-FILE.
       COPY FICHADATA.

       FD FICHA-NEW-FILE.
       COPY FICHADATA REPLACING LEADING ==FSV== BY ==FSV-NEW==.

      *    EVENTOS DA FICHA. FEV-TIPO: 'A' = ABERTURA, 'E' =
      *    ESPECIALIDADE, 'G' = GRADUACAO, 'F' = FALTA, 'L' = LICENCA,
      *    'P' = PRORROGACAO, 'T' = TERMINO (ENFILEIRADO NO CERTRES).
       FD EVT-LOG-FILE.
       01 EVT-LOG-REC.
         05 FEV-TIMESTAMP     PIC X(20).
         05 FEV-OPERADOR      PIC X(10).
         05 FEV-CPF           PIC 9(11).
         05 FEV-TIPO          PIC X(01).
         05 FEV-DT-INICIO     PIC 9(08).
         05 FEV-DT-FIM        PIC 9(08).
         05 FEV-DIAS          PIC 9(04).
         05 FEV-DESCRICAO     PIC X(60).

       FD TRANSF-LOG-FILE.
      *    MESMO LAYOUT DE TRANSF-LOG-REC NO TRANSFUNI.
       01 TRANSF-LOG-REC.
         05 TRF-TIMESTAMP     PIC X(20).
         05 TRF-OPERADOR      PIC X(10).
         05 TRF-CPF           PIC 9(11).
         05 TRF-NAME          PIC X(50).
         05 TRF-UNI-ORIGEM    PIC X(06).
         05 TRF-UNI-DESTINO   PIC X(06).
         05 TRF-MOTIVO        PIC X(60).

       FD CERT-FILA-FILE.
       COPY CERTFILADATA.

       FD SRV-CTL-FILE.
      *    MESMO LAYOUT DE SRV-CTL-REC NO CTLMNT E NO APRESCTL.
       01 SRV-CTL-REC.
         05 SRVC-MESES        PIC 9(02).

       FD FIM-PRN-FILE.
       01 FIM-PRN-LINE       PIC X(100).

       FD DATAMOV-FILE.
       01 DATAMOV-REC.
         05 DTM-DATA-NEGOCIO   PIC 9(08).
         05 DTM-ULTIMA-FECHADA PIC 9(08).

       FD LOCK-FILE.
       01 LOCK-REC.
         05 LOCK-TIMESTAMP    PIC X(20).
         05 LOCK-OPERADOR     PIC X(10).
         05 LOCK-PROGRAMA     PIC X(20).

       SD SORT-FILE.
       01 SD-REC.
         05 SD-UNIDADE       PIC X(06).
         05 SD-DT-FIM        PIC 9(08).
         05 SD-CPF           PIC 9(11).
         05 SD-NOME          PIC X(50).
         05 SD-GRADUACAO     PIC X(20).

       FD SPOOL-IDX-FILE.
       COPY SPOOLDATA.

       FD SPOOL-TAM-FILE.
       COPY SPOOLTAM.

       WORKING-STORAGE SECTION.
       01 WS-STATUS          PIC 99.
       01 WS-FSV-STATUS      PIC 99.
       01 WS-FSV-NEW-STATUS  PIC 99.
       01 WS-EVT-STATUS      PIC 99.
       01 WS-TRF-STATUS      PIC 99.
       01 WS-CFIL-STATUS     PIC 99.
       01 WS-PRN-STATUS      PIC 99.
       01 WS-OPCAO           PIC 9(01) VALUE 0.
       01 WS-EOF             PIC X     VALUE 'N'.
       01 WS-ACHOU           PIC X     VALUE 'N'.
       01 WS-CPF-BUSCA       PIC 9(11) VALUE 0.
       01 WS-CMD             PIC X(60) VALUE SPACES.
       01 WS-TIPO-EVT        PIC X(01) VALUE SPACE.
       01 WS-DATA-DIG        PIC 9(08) VALUE 0.
       01 WS-DT-INI-EVT      PIC 9(08) VALUE 0.
       01 WS-DT-FIM-EVT      PIC 9(08) VALUE 0.
       01 WS-DIAS-EVT        PIC 9(04) VALUE 0.
       01 WS-DESC-EVT        PIC X(60) VALUE SPACES.
       01 WS-QTD-LISTADOS    PIC 9(05) VALUE 0.
       01 WS-QTD-ENFILEIRADOS PIC 9(05) VALUE 0.
       01 WS-QTD-RETIDOS     PIC 9(05) VALUE 0.
       01 WS-QTD-ED          PIC ZZ,ZZ9.
       01 WS-LINHA           PIC X(100) VALUE SPACES.
       01 WS-DT-ED           PIC X(10) VALUE SPACES.
       01 WS-DT-ED-ENTRA     PIC 9(08) VALUE 0.
       01 WS-UNI-QUEBRA      PIC X(06) VALUE SPACES.
       01 WS-QTD-UNIDADE     PIC 9(05) VALUE 0.

      *    JANELA DA LISTA MENSAL DE TERMINO, EM DIAS CORRIDOS.
       01 WS-FSV-DIAS-AVISO  PIC 9(03) VALUE 60.
       01 WS-DT-LIMITE-AVISO PIC 9(08) VALUE 0.

      *    FICHA EM TRABALHO (MESMO LAYOUT DE FSV-REC).
       COPY FICHADATA REPLACING LEADING ==FSV== BY ==WS-FSV==.

       COPY WSPRSDATA.
       COPY WSLOGON.
       COPY WSSENHASH.
       COPY WSDATAMOV.
       COPY WSDATACHK.
       COPY WSFILELOCK.
       COPY WSSRVFIM.
       COPY WSTREINO.
       COPY WSSPOOL.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           MOVE 'FICHASRV' TO WS-SPL-PROGRAMA
           DISPLAY "******** FICHA DE SERVICO DO INCORPORADO ********"
           PERFORM P-SIGN-ON
           MOVE WS-OPERADOR-ID TO WS-SPL-OPERADOR
           PERFORM P-DATA-NEGOCIO
           IF WS-DT-NEG-OK NOT = 'S' THEN
               GO TO P999-STOP
           END-IF

           DISPLAY "1 PARA CONSULTAR A FICHA DE UM CPF"
           DISPLAY "2 PARA ABRIR FICHA DE INCORPORADO SEM FICHA"
           DISPLAY "3 PARA REGISTRAR EVENTO (ESPECIALIDADE, GRADUACAO, "
                   "FALTA, LICENCA, PRORROGACAO)"
           DISPLAY "4 PARA LISTA POR UNIDADE DO TERMINO NOS PROXIMOS "
                   "60 DIAS"
           DISPLAY "5 PARA RODADA DE TERMINO (FILA DO CERTRES)"
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 1 GO TO P100-CONSULTAR
               WHEN 2 GO TO P200-ABRIR
               WHEN 3 GO TO P300-EVENTO
               WHEN 4 GO TO P400-LISTA-TERMINO
               WHEN 5 GO TO P500-RODADA-TERMINO
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
                   GO TO P999-STOP
           END-EVALUATE.

       P100-CONSULTAR.
           DISPLAY "CPF DO INCORPORADO"
           ACCEPT WS-CPF-BUSCA
           PERFORM P810-LOCALIZA
           IF WS-ACHOU NOT = 'S' THEN
               DISPLAY "NENHUMA FICHA DE SERVICO PARA ESTE CPF"
               GO TO P999-STOP
           END-IF
           INITIALIZE WS-PRS-DATA
           OPEN INPUT REG-FILE
           IF WS-STATUS NOT EQUAL 35 THEN
               MOVE WS-CPF-BUSCA TO CPF
               READ REG-FILE INTO WS-PRS-DATA
                   INVALID KEY
                       CONTINUE
               END-READ
               CLOSE REG-FILE
           END-IF

           DISPLAY "CPF: " WS-FSV-CPF "  NOME: " WS-FSV-NOME
           DISPLAY "INCORPORADO EM " WS-FSV-DT-INCORPORACAO
                   " NA UNIDADE " WS-FSV-UNI-INCORP
                   "  UNIDADE ATUAL: " WS-UNIDADE
           DISPLAY "ESPECIALIDADE: " WS-FSV-ESPECIALIDADE
           DISPLAY "GRADUACAO: " WS-FSV-GRADUACAO
                   " DESDE " WS-FSV-DT-GRADUACAO
           DISPLAY "TEMPO DE SERVICO: " WS-FSV-MESES-SERVICO
                   " MESES + " WS-FSV-DIAS-PRORROG
                   " DIAS DE PRORROGACAO"
           DISPLAY "FALTAS: " WS-FSV-DIAS-FALTA " DIAS  LICENCAS: "
                   WS-FSV-DIAS-LICENCA " DIAS"
           DISPLAY "TERMINO PREVISTO: " WS-FSV-DT-FIM-PREVISTA
           IF WS-FSV-SITUACAO = 'T' THEN
               DISPLAY "SERVICO TERMINADO - CERTIFICADO ENFILEIRADO "
                       "PARA O CERTRES EM " WS-FSV-DT-TERMINO
           END-IF

           DISPLAY " "
           DISPLAY "HISTORICO DE UNIDADES:"
           DISPLAY "  " WS-FSV-DT-INCORPORACAO "  INCORPORACAO NA "
                   WS-FSV-UNI-INCORP
           OPEN INPUT TRANSF-LOG-FILE
           IF WS-TRF-STATUS NOT EQUAL 35 THEN
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'S'
                   READ TRANSF-LOG-FILE
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF TRF-CPF = WS-CPF-BUSCA AND
                              TRF-TIMESTAMP(1:8) >=
                              WS-FSV-DT-INCORPORACAO THEN
                               DISPLAY "  " TRF-TIMESTAMP(1:8)
                                       "  DE " TRF-UNI-ORIGEM
                                       " PARA " TRF-UNI-DESTINO
                                       " - " TRF-MOTIVO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSF-LOG-FILE
           END-IF

           DISPLAY " "
           DISPLAY "EVENTOS DA FICHA:"
           OPEN INPUT EVT-LOG-FILE
           IF WS-EVT-STATUS NOT EQUAL 35 THEN
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'S'
                   READ EVT-LOG-FILE
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF FEV-CPF = WS-CPF-BUSCA THEN
                               ADD 1 TO WS-QTD-LISTADOS
                               PERFORM P110-MOSTRA-EVENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EVT-LOG-FILE
           END-IF
           IF WS-QTD-LISTADOS = 0 THEN
               DISPLAY "  NENHUM EVENTO REGISTRADO"
           END-IF
           GO TO P999-STOP.

       P110-MOSTRA-EVENTO.
           EVALUATE FEV-TIPO
               WHEN 'A'
                   DISPLAY "  " FEV-TIMESTAMP(1:8) "  ABERTURA DA FICHA"
                           " - " FEV-DESCRICAO
               WHEN 'E'
                   DISPLAY "  " FEV-TIMESTAMP(1:8) "  ESPECIALIDADE: "
                           FEV-DESCRICAO
               WHEN 'G'
                   DISPLAY "  " FEV-DT-INICIO "  GRADUACAO: "
                           FEV-DESCRICAO
               WHEN 'F'
                   DISPLAY "  " FEV-DT-INICIO "  FALTA ATE "
                           FEV-DT-FIM " (" FEV-DIAS " DIAS) - "
                           FEV-DESCRICAO
               WHEN 'L'
                   DISPLAY "  " FEV-DT-INICIO "  LICENCA ATE "
                           FEV-DT-FIM " (" FEV-DIAS " DIAS) - "
                           FEV-DESCRICAO
               WHEN 'P'
                   DISPLAY "  " FEV-TIMESTAMP(1:8) "  PRORROGACAO DE "
                           FEV-DIAS " DIAS - NOVO TERMINO "
                           FEV-DT-FIM " - " FEV-DESCRICAO
               WHEN 'T'
                   DISPLAY "  " FEV-DT-FIM "  TERMINO DO SERVICO - "
                           FEV-DESCRICAO
           END-EVALUATE.

       P200-ABRIR.
      *    FICHA DE QUEM JA ESTAVA INCORPORADO ANTES DE O APRESCTL
      *    ABRIR A FICHA NA INCORPORACAO: A DATA DE INCORPORACAO E
      *    INFORMADA (NAO HA REGISTRO DELA EM REGISTRO).
           PERFORM P800-TRAVA
           DISPLAY "CPF DO INCORPORADO"
           ACCEPT WS-CPF-BUSCA
           PERFORM P810-LOCALIZA
           IF WS-ACHOU = 'S' THEN
               DISPLAY "CPF JA TEM FICHA DE SERVICO"
               GO TO P999-STOP
           END-IF
           OPEN INPUT REG-FILE
           IF WS-STATUS EQUAL 35 THEN
               DISPLAY "REGISTRO AINDA NAO FOI CRIADO"
               GO TO P999-STOP
           END-IF
           MOVE WS-CPF-BUSCA TO CPF
           READ REG-FILE INTO WS-PRS-DATA
               INVALID KEY
                   DISPLAY "CPF NAO ENCONTRADO EM REGISTRO"
                   CLOSE REG-FILE
                   GO TO P999-STOP
           END-READ
           CLOSE REG-FILE
           IF WS-SIT-SERVICO NOT = 'I' THEN
               DISPLAY "CONSCRITO NAO CONSTA COMO INCORPORADO - "
                       "SITUACAO ATUAL: " WS-SIT-SERVICO
               GO TO P999-STOP
           END-IF

           MOVE 'N' TO WS-DTCHK-VALIDA
           PERFORM UNTIL WS-DTCHK-VALIDA = 'S'
               DISPLAY "DATA DA INCORPORACAO (AAAAMMDD)"
               ACCEPT WS-DATA-DIG
               MOVE WS-DATA-DIG(1:4) TO WS-DTCHK-YY
               MOVE WS-DATA-DIG(5:2) TO WS-DTCHK-MM
               MOVE WS-DATA-DIG(7:2) TO WS-DTCHK-DD
               PERFORM P-VALIDA-DATA
               IF WS-DTCHK-VALIDA = 'S' AND
                  WS-DATA-DIG > WS-DT-NEGOCIO THEN
                   DISPLAY "A INCORPORACAO NAO PODE SER FUTURA"
                   MOVE 'N' TO WS-DTCHK-VALIDA
               END-IF
           END-PERFORM

           PERFORM P-SRV-MESES-PADRAO
           MOVE WS-DATA-DIG         TO WS-SRV-DT-INCORP
           MOVE WS-SRV-MESES-PADRAO TO WS-SRV-MESES
           MOVE 0                   TO WS-SRV-DIAS-PRORROG
           PERFORM P-SRV-FIM-PREVISTO

           INITIALIZE WS-FSV-REC
           MOVE WS-CPF              TO WS-FSV-CPF
           MOVE WS-NAME             TO WS-FSV-NOME
           MOVE WS-DATA-DIG         TO WS-FSV-DT-INCORPORACAO
           MOVE WS-UNIDADE          TO WS-FSV-UNI-INCORP
           MOVE "SOLDADO"           TO WS-FSV-GRADUACAO
           MOVE WS-DATA-DIG         TO WS-FSV-DT-GRADUACAO
           MOVE WS-SRV-MESES        TO WS-FSV-MESES-SERVICO
           MOVE WS-SRV-DT-FIM       TO WS-FSV-DT-FIM-PREVISTA
           MOVE SPACE               TO WS-FSV-SITUACAO
           MOVE WS-DT-NEGOCIO       TO WS-FSV-DT-ABERTURA
           MOVE WS-OPERADOR-ID      TO WS-FSV-OPERADOR
           OPEN EXTEND FICHA-FILE
           IF WS-FSV-STATUS EQUAL 35 THEN
               OPEN OUTPUT FICHA-FILE
           END-IF
           WRITE FSV-REC FROM WS-FSV-REC
           CLOSE FICHA-FILE

           MOVE 'A'            TO WS-TIPO-EVT
           MOVE WS-DATA-DIG    TO WS-DT-INI-EVT
           MOVE WS-SRV-DT-FIM  TO WS-DT-FIM-EVT
           MOVE 0              TO WS-DIAS-EVT
           MOVE "INCORPORACAO INFORMADA NA ABERTURA TARDIA DA FICHA"
             TO WS-DESC-EVT
           PERFORM P820-GRAVA-EVENTO
           DISPLAY "FICHA ABERTA - TERMINO PREVISTO EM " WS-SRV-DT-FIM
           GO TO P999-STOP.

       P300-EVENTO.
           PERFORM P800-TRAVA
           DISPLAY "CPF DO INCORPORADO"
           ACCEPT WS-CPF-BUSCA
           PERFORM P810-LOCALIZA
           IF WS-ACHOU NOT = 'S' THEN
               DISPLAY "NENHUMA FICHA DE SERVICO PARA ESTE CPF"
               GO TO P999-STOP
           END-IF
           IF WS-FSV-SITUACAO = 'T' THEN
               DISPLAY "SERVICO JA TERMINADO EM " WS-FSV-DT-TERMINO
                       " - FICHA ENCERRADA"
               GO TO P999-STOP
           END-IF
           DISPLAY WS-FSV-NOME
           DISPLAY "TIPO (E=ESPECIALIDADE / G=GRADUACAO / F=FALTA / "
                   "L=LICENCA / P=PRORROGACAO)"
           ACCEPT WS-TIPO-EVT
           MOVE 0 TO WS-DT-INI-EVT
           MOVE 0 TO WS-DT-FIM-EVT
           MOVE 0 TO WS-DIAS-EVT
           EVALUATE WS-TIPO-EVT
               WHEN 'E'
                   DISPLAY "ESPECIALIDADE (ATE 30 CARACTERES)"
                   ACCEPT WS-FSV-ESPECIALIDADE
                   IF WS-FSV-ESPECIALIDADE = SPACES THEN
                       DISPLAY "ESPECIALIDADE EM BRANCO - NADA ALTERADO"
                       GO TO P999-STOP
                   END-IF
                   MOVE WS-FSV-ESPECIALIDADE TO WS-DESC-EVT
               WHEN 'G'
                   DISPLAY "NOVA GRADUACAO (EX: CABO, 3O SARGENTO)"
                   ACCEPT WS-FSV-GRADUACAO
                   IF WS-FSV-GRADUACAO = SPACES THEN
                       DISPLAY "GRADUACAO EM BRANCO - NADA ALTERADO"
                       GO TO P999-STOP
                   END-IF
                   MOVE WS-DT-NEGOCIO    TO WS-FSV-DT-GRADUACAO
                   MOVE WS-DT-NEGOCIO    TO WS-DT-INI-EVT
                   MOVE WS-FSV-GRADUACAO TO WS-DESC-EVT
               WHEN 'F'
               WHEN 'L'
                   PERFORM P310-PERIODO
                   DISPLAY "MOTIVO/OBSERVACAO (ATE 60 CARACTERES)"
                   ACCEPT WS-DESC-EVT
                   IF WS-TIPO-EVT = 'F' THEN
                       ADD WS-DIAS-EVT TO WS-FSV-DIAS-FALTA
                   ELSE
                       ADD WS-DIAS-EVT TO WS-FSV-DIAS-LICENCA
                   END-IF
               WHEN 'P'
      *            A PRORROGACAO MUDA A DATA DE TERMINO - RESTRITA A
      *            ADMINISTRADOR.
                   IF NOT WS-OPERADOR-ADMIN THEN
                       DISPLAY "PRORROGACAO RESTRITA A OPERADORES "
                               "ADMINISTRADORES"
                       GO TO P999-STOP
                   END-IF
                   DISPLAY "DIAS DE PRORROGACAO"
                   ACCEPT WS-DIAS-EVT
                   IF WS-DIAS-EVT = 0 THEN
                       DISPLAY "PRORROGACAO SEM DIAS - NADA ALTERADO"
                       GO TO P999-STOP
                   END-IF
                   DISPLAY "FUNDAMENTO (ATE 60 CARACTERES)"
                   ACCEPT WS-DESC-EVT
                   ADD WS-DIAS-EVT TO WS-FSV-DIAS-PRORROG
                   MOVE WS-FSV-DT-INCORPORACAO TO WS-SRV-DT-INCORP
                   MOVE WS-FSV-MESES-SERVICO   TO WS-SRV-MESES
                   MOVE WS-FSV-DIAS-PRORROG    TO WS-SRV-DIAS-PRORROG
                   PERFORM P-SRV-FIM-PREVISTO
                   MOVE WS-SRV-DT-FIM TO WS-FSV-DT-FIM-PREVISTA
                   MOVE WS-SRV-DT-FIM TO WS-DT-FIM-EVT
               WHEN OTHER
                   DISPLAY "TIPO INVALIDO"
                   GO TO P999-STOP
           END-EVALUATE
           PERFORM P850-REGRAVA
           PERFORM P820-GRAVA-EVENTO
           DISPLAY "EVENTO REGISTRADO NA FICHA"
           IF WS-TIPO-EVT = 'P' THEN
               DISPLAY "NOVO TERMINO PREVISTO: " WS-FSV-DT-FIM-PREVISTA
           END-IF
           GO TO P999-STOP.

       P310-PERIODO.
           MOVE 'N' TO WS-DTCHK-VALIDA
           PERFORM UNTIL WS-DTCHK-VALIDA = 'S'
               DISPLAY "DATA INICIAL (AAAAMMDD)"
               ACCEPT WS-DT-INI-EVT
               MOVE WS-DT-INI-EVT(1:4) TO WS-DTCHK-YY
               MOVE WS-DT-INI-EVT(5:2) TO WS-DTCHK-MM
               MOVE WS-DT-INI-EVT(7:2) TO WS-DTCHK-DD
               PERFORM P-VALIDA-DATA
               IF WS-DTCHK-VALIDA = 'S' AND
                  WS-DT-INI-EVT < WS-FSV-DT-INCORPORACAO THEN
                   DISPLAY "DATA ANTERIOR A INCORPORACAO"
                   MOVE 'N' TO WS-DTCHK-VALIDA
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-DTCHK-VALIDA
           PERFORM UNTIL WS-DTCHK-VALIDA = 'S'
               DISPLAY "DATA FINAL (AAAAMMDD)"
               ACCEPT WS-DT-FIM-EVT
               MOVE WS-DT-FIM-EVT(1:4) TO WS-DTCHK-YY
               MOVE WS-DT-FIM-EVT(5:2) TO WS-DTCHK-MM
               MOVE WS-DT-FIM-EVT(7:2) TO WS-DTCHK-DD
               PERFORM P-VALIDA-DATA
               IF WS-DTCHK-VALIDA = 'S' AND
                  WS-DT-FIM-EVT < WS-DT-INI-EVT THEN
                   DISPLAY "DATA FINAL ANTERIOR A INICIAL"
                   MOVE 'N' TO WS-DTCHK-VALIDA
               END-IF
           END-PERFORM
           COMPUTE WS-DIAS-EVT =
                   FUNCTION INTEGER-OF-DATE(WS-DT-FIM-EVT) -
                   FUNCTION INTEGER-OF-DATE(WS-DT-INI-EVT) + 1.

       P400-LISTA-TERMINO.
      *    LISTA MENSAL POR UNIDADE (UNIDADE ATUAL EM REGISTRO) DE
      *    QUEM TERMINA O SERVICO ATE WS-FSV-DIAS-AVISO DIAS DA DATA
      *    DE MOVIMENTO, PARA A UNIDADE PLANEJAR A BAIXA.
           COMPUTE WS-DT-LIMITE-AVISO = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DT-NEGOCIO)
                   + WS-FSV-DIAS-AVISO)
           MOVE 'FIMSRV.PRN' TO WS-SPL-ARQUIVO
           MOVE 100          TO WS-SPL-TAM-REG
           MOVE 'S'          TO WS-SPL-PESSOAL
           OPEN OUTPUT FIM-PRN-FILE
           MOVE WS-DT-NEGOCIO TO WS-DT-ED-ENTRA
           PERFORM P860-EDITA-DATA
           STRING "TERMINO DO SERVICO NOS PROXIMOS "
                                        DELIMITED BY SIZE
                  WS-FSV-DIAS-AVISO     DELIMITED BY SIZE
                  " DIAS - EMITIDA EM " DELIMITED BY SIZE
                  WS-DT-ED              DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM P490-SAIDA-LINHA
           PERFORM P490-SAIDA-LINHA

           SORT SORT-FILE
               ON ASCENDING KEY SD-UNIDADE SD-DT-FIM SD-CPF
               INPUT PROCEDURE IS P410-SELECIONA
               OUTPUT PROCEDURE IS P420-LISTA

           PERFORM P490-SAIDA-LINHA
           MOVE WS-QTD-LISTADOS TO WS-QTD-ED
           STRING "TOTAL GERAL: " DELIMITED BY SIZE
                  WS-QTD-ED       DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM P490-SAIDA-LINHA
           CLOSE FIM-PRN-FILE
           PERFORM P-SPOOL-ARQUIVA
           DISPLAY "TERMINOS NOS PROXIMOS " WS-FSV-DIAS-AVISO " DIAS: "
                   WS-QTD-LISTADOS " - LISTA EM FIMSRV.PRN"
           GO TO P999-STOP.

       P410-SELECIONA.
           OPEN INPUT FICHA-FILE
           IF WS-FSV-STATUS EQUAL 35 THEN
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT REG-FILE
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'S'
               READ FICHA-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF FSV-SITUACAO = SPACE AND
                          FSV-DT-FIM-PREVISTA >= WS-DT-NEGOCIO AND
                          FSV-DT-FIM-PREVISTA <= WS-DT-LIMITE-AVISO
                           THEN
                           MOVE FSV-UNI-INCORP      TO SD-UNIDADE
                           IF WS-STATUS NOT EQUAL 35 THEN
                               MOVE FSV-CPF TO CPF
                               READ REG-FILE
                                   NOT INVALID KEY
                                       MOVE UNIDADE TO SD-UNIDADE
                               END-READ
                           END-IF
                           MOVE FSV-DT-FIM-PREVISTA TO SD-DT-FIM
                           MOVE FSV-CPF             TO SD-CPF
                           MOVE FSV-NOME            TO SD-NOME
                           MOVE FSV-GRADUACAO       TO SD-GRADUACAO
                           RELEASE SD-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHA-FILE
           IF WS-STATUS NOT EQUAL 35 THEN
               CLOSE REG-FILE
           END-IF.

       P420-LISTA.
           MOVE 'N' TO WS-EOF
           MOVE HIGH-VALUES TO WS-UNI-QUEBRA
           PERFORM UNTIL WS-EOF = 'S'
               RETURN SORT-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       PERFORM P430-LINHA
               END-RETURN
           END-PERFORM
           IF WS-UNI-QUEBRA NOT = HIGH-VALUES THEN
               PERFORM P440-TOTAL-UNIDADE
           END-IF.

       P430-LINHA.
           IF SD-UNIDADE NOT = WS-UNI-QUEBRA THEN
               IF WS-UNI-QUEBRA NOT = HIGH-VALUES THEN
                   PERFORM P440-TOTAL-UNIDADE
               END-IF
               MOVE SD-UNIDADE TO WS-UNI-QUEBRA
               STRING "UNIDADE: " DELIMITED BY SIZE
                      SD-UNIDADE  DELIMITED BY SIZE
                      INTO WS-LINHA
               PERFORM P490-SAIDA-LINHA
               MOVE "  TERMINO     CPF         NOME" TO WS-LINHA
               MOVE "GRADUACAO" TO WS-LINHA(75:9)
               PERFORM P490-SAIDA-LINHA
           END-IF
           ADD 1 TO WS-QTD-LISTADOS
           ADD 1 TO WS-QTD-UNIDADE
           MOVE SD-DT-FIM TO WS-DT-ED-ENTRA
           PERFORM P860-EDITA-DATA
           MOVE WS-DT-ED     TO WS-LINHA(3:10)
           MOVE SD-CPF       TO WS-LINHA(15:11)
           MOVE SD-NOME      TO WS-LINHA(27:46)
           MOVE SD-GRADUACAO TO WS-LINHA(75:20)
           PERFORM P490-SAIDA-LINHA.

       P440-TOTAL-UNIDADE.
           MOVE WS-QTD-UNIDADE TO WS-QTD-ED
           STRING "  TOTAL DA UNIDADE: " DELIMITED BY SIZE
                  WS-QTD-ED              DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM P490-SAIDA-LINHA
           PERFORM P490-SAIDA-LINHA
           MOVE 0 TO WS-QTD-UNIDADE.

       P490-SAIDA-LINHA.
           MOVE WS-LINHA TO FIM-PRN-LINE
           WRITE FIM-PRN-LINE
           MOVE SPACES TO WS-LINHA.

       P500-RODADA-TERMINO.
      *    QUEM CHEGOU A DATA PREVISTA DE TERMINO E CONTINUA
      *    INCORPORADO ENTRA NA FILA DO CERTRES (CERTFILA.DAT) PARA O
      *    CERTIFICADO DE RESERVISTA E A FICHA E ENCERRADA ('T').
      *    FALECIDO OU SITUACAO QUE NAO E MAIS 'I' FICA DE FORA, COM
      *    AVISO, E A FICHA CONTINUA ABERTA PARA CONFERENCIA.
           PERFORM P800-TRAVA
           OPEN INPUT FICHA-FILE
           IF WS-FSV-STATUS EQUAL 35 THEN
               DISPLAY "NENHUMA FICHA DE SERVICO ABERTA ATE HOJE"
               GO TO P999-STOP
           END-IF
           OPEN INPUT REG-FILE
           IF WS-STATUS EQUAL 35 THEN
               DISPLAY "REGISTRO AINDA NAO FOI CRIADO"
               CLOSE FICHA-FILE
               GO TO P999-STOP
           END-IF
           OPEN OUTPUT FICHA-NEW-FILE
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'S'
               READ FICHA-FILE INTO WS-FSV-REC
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF WS-FSV-SITUACAO = SPACE AND
                          WS-FSV-DT-FIM-PREVISTA <= WS-DT-NEGOCIO THEN
                           PERFORM P510-TERMINA
                       END-IF
                       WRITE FSV-NEW-REC FROM WS-FSV-REC
               END-READ
           END-PERFORM
           CLOSE FICHA-FILE
           CLOSE FICHA-NEW-FILE
           CLOSE REG-FILE
           MOVE "mv FICHASRV.DAT.NEW FICHASRV.DAT" TO WS-CMD
           CALL "SYSTEM" USING WS-CMD
           DISPLAY "CERTIFICADOS ENFILEIRADOS PARA O CERTRES: "
                   WS-QTD-ENFILEIRADOS
           DISPLAY "FICHAS VENCIDAS NAO ENFILEIRADAS: " WS-QTD-RETIDOS
           GO TO P999-STOP.

       P510-TERMINA.
           MOVE WS-FSV-CPF TO CPF
           READ REG-FILE INTO WS-PRS-DATA
               INVALID KEY
                   DISPLAY "CPF " WS-FSV-CPF " NAO ENCONTRADO EM "
                           "REGISTRO - FICHA MANTIDA ABERTA"
                   ADD 1 TO WS-QTD-RETIDOS
                   EXIT PARAGRAPH
           END-READ
           IF WS-SIT-SERVICO NOT = 'I' THEN
               DISPLAY "CPF " WS-FSV-CPF " SITUACAO '" WS-SIT-SERVICO
                       "' - FICHA MANTIDA ABERTA"
               ADD 1 TO WS-QTD-RETIDOS
               EXIT PARAGRAPH
           END-IF

           INITIALIZE CFIL-REC
           MOVE WS-FSV-CPF                TO CFIL-CPF
           MOVE WS-NAME                   TO CFIL-NOME
           MOVE WS-UNIDADE                TO CFIL-UNIDADE
           MOVE 'R'                       TO CFIL-TIPO
           MOVE "TERMINO DO SERVICO MILITAR" TO CFIL-MOTIVO
           MOVE WS-DT-NEGOCIO             TO CFIL-DT-INCLUSAO
           MOVE WS-OPERADOR-ID            TO CFIL-OPERADOR
           MOVE SPACE                     TO CFIL-SITUACAO
           OPEN EXTEND CERT-FILA-FILE
           IF WS-CFIL-STATUS EQUAL 35 THEN
               OPEN OUTPUT CERT-FILA-FILE
           END-IF
           WRITE CFIL-REC
           CLOSE CERT-FILA-FILE

           MOVE 'T'           TO WS-FSV-SITUACAO
           MOVE WS-DT-NEGOCIO TO WS-FSV-DT-TERMINO
           ADD 1 TO WS-QTD-ENFILEIRADOS

           MOVE 'T'                    TO WS-TIPO-EVT
           MOVE WS-FSV-DT-INCORPORACAO TO WS-DT-INI-EVT
           MOVE WS-FSV-DT-FIM-PREVISTA TO WS-DT-FIM-EVT
           MOVE 0                      TO WS-DIAS-EVT
           MOVE "CERTIFICADO DE RESERVISTA ENFILEIRADO PARA O CERTRES"
             TO WS-DESC-EVT
           PERFORM P820-GRAVA-EVENTO.

       P800-TRAVA.
      *    FICHASRV.DAT E REGRAVADO INTEIRO E O APRESCTL ACRESCENTA
      *    FICHAS SOB A TRAVA DE REGISTRO - TODOS USAM A MESMA TRAVA
      *    (VER FILELOCK).
           MOVE "REGISTRO.LCK" TO WS-LOCK-PATH
           MOVE "FICHASRV"     TO WS-LOCK-PROGRAMA
           MOVE WS-OPERADOR-ID TO WS-LOCK-OPERADOR
           PERFORM P-TRAVA-ARQUIVO
           IF WS-LOCK-OK NOT = 'S' THEN
               GO TO P999-STOP
           END-IF.

       P810-LOCALIZA.
           MOVE 'N' TO WS-ACHOU
           OPEN INPUT FICHA-FILE
           IF WS-FSV-STATUS EQUAL 35 THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'S' OR WS-ACHOU = 'S'
               READ FICHA-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF FSV-CPF = WS-CPF-BUSCA THEN
                           MOVE 'S' TO WS-ACHOU
                           MOVE FSV-REC TO WS-FSV-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHA-FILE.

       P820-GRAVA-EVENTO.
           MOVE FUNCTION CURRENT-DATE TO FEV-TIMESTAMP
           MOVE WS-OPERADOR-ID        TO FEV-OPERADOR
           MOVE WS-FSV-CPF            TO FEV-CPF
           MOVE WS-TIPO-EVT           TO FEV-TIPO
           MOVE WS-DT-INI-EVT         TO FEV-DT-INICIO
           MOVE WS-DT-FIM-EVT         TO FEV-DT-FIM
           MOVE WS-DIAS-EVT           TO FEV-DIAS
           MOVE WS-DESC-EVT           TO FEV-DESCRICAO
           OPEN EXTEND EVT-LOG-FILE
           IF WS-EVT-STATUS EQUAL 35 THEN
               OPEN OUTPUT EVT-LOG-FILE
           END-IF
           WRITE EVT-LOG-REC
           CLOSE EVT-LOG-FILE.

       P850-REGRAVA.
      *    REGRAVA FICHASRV.DAT TROCANDO A FICHA EM TRABALHO
      *    (SEQUENCIAL, VIA .NEW, COMO NO PETICAO).
           OPEN INPUT FICHA-FILE
           OPEN OUTPUT FICHA-NEW-FILE
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'S'
               READ FICHA-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF FSV-CPF = WS-FSV-CPF THEN
                           WRITE FSV-NEW-REC FROM WS-FSV-REC
                       ELSE
                           WRITE FSV-NEW-REC FROM FSV-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHA-FILE
           CLOSE FICHA-NEW-FILE
           MOVE "mv FICHASRV.DAT.NEW FICHASRV.DAT" TO WS-CMD
           CALL "SYSTEM" USING WS-CMD.

       P860-EDITA-DATA.
           MOVE SPACES TO WS-DT-ED
           STRING WS-DT-ED-ENTRA(7:2) DELIMITED BY SIZE
                  "/"                 DELIMITED BY SIZE
                  WS-DT-ED-ENTRA(5:2) DELIMITED BY SIZE
                  "/"                 DELIMITED BY SIZE
                  WS-DT-ED-ENTRA(1:4) DELIMITED BY SIZE
                  INTO WS-DT-ED.

       P999-STOP.
           IF WS-LOCK-OK = 'S' THEN
               PERFORM P-DESTRAVA-ARQUIVO
           END-IF
           DISPLAY "FINALIZANDO O PROGRAMA..."
           STOP RUN.

       COPY LOGON.
       COPY SENHASH.
       COPY DATAMOV.
       COPY DATACHK.
       COPY FILELOCK.
       COPY SRVFIM.
       COPY SPOOL.
       COPY TREINO.
       END PROGRAM FICHASRV.

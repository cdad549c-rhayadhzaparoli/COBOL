      *          COMPARECIMENTO ERA CONTROLADO EM PAPEL E SE PERDIA NA
      *          TROCA DE TURNO.
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - O CONSCRITO FALECIDO (SIT-SERVICO 'F', VER
      *                  OBITOCASC) NAO RECEBE APRESENTACAO E FICA FORA
      *                  DA RODADA DE INSUBMISSOS.
      *     15/10/2026 - A INCORPORACAO ABRE A FICHA DE SERVICO
      *                  (FICHASRV.DAT, VER FICHADATA) COM O TERMINO
      *                  PREVISTO PELO TEMPO PADRAO DE SERVICO.CTL.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      *     15/10/2026 - CADA IMPRESSAO EM INSUBMISSO.PRN PASSA A SER
      *                  ARQUIVADA COMO JOB NUMERADO NO ARQUIVO DE
      *                  IMPRESSAO (SPOOL.IDX, VER SPOOL.cpy), COM
      *                  OPERADOR, DATA/HORA, PAGINAS E REGISTROS - UMA
      *                  NOVA RODADA NAO APAGA MAIS A ANTERIOR; CONSULTA
      *                  E REIMPRESSAO PELO SPOOLVER. A RODADA INTEIRA
      *                  SAI COMO UM JOB SO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APRESCTL.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CPF
           ALTERNATE RECORD KEY IS MAT-COMUM WITH DUPLICATES
           ALTERNATE RECORD KEY IS UNIDADE WITH DUPLICATES
           ALTERNATE RECORD KEY IS DT-ALISTAMENTO WITH DUPLICATES
           FILE STATUS IS WS-STATUS.

           SELECT USER-CTL-FILE ASSIGN TO 'USERS.CTL'
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LOCK-STATUS.

           SELECT FICHA-FILE ASSIGN TO 'FICHASRV.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FSV-STATUS.

           SELECT SRV-CTL-FILE ASSIGN TO 'SERVICO.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SRV-CTL-STATUS.

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
         05 LOCK-OPERADOR     PIC X(10).
         05 LOCK-PROGRAMA     PIC X(20).

       FD FICHA-FILE.
       COPY FICHADATA.

       FD SRV-CTL-FILE.
      *    MESMO LAYOUT DE SRV-CTL-REC NO CTLMNT E NO FICHASRV.
       01 SRV-CTL-REC.
         05 SRVC-MESES        PIC 9(02).

       FD SPOOL-IDX-FILE.
       COPY SPOOLDATA.

       FD SPOOL-TAM-FILE.
       COPY SPOOLTAM.

       WORKING-STORAGE SECTION.
       01 WS-STATUS          PIC 99.
       01 WS-INSUB-STATUS    PIC 99.
         05 WS-CURR-MM PIC 99 VALUE 0.
         05 WS-CURR-DD PIC 99 VALUE 0.
       01 WS-DT-HOJE         PIC 9(08) VALUE 0.
       01 WS-FSV-STATUS      PIC 99.
       01 WS-FSV-EXISTE      PIC X     VALUE 'N'.

       COPY WSFSTATUS.
       COPY WSFILELOCK.
       COPY WSLOGON.
       COPY WSSENHASH.
       COPY WSDATACHK.
       COPY WSSRVFIM.
       COPY WSTREINO.
       COPY WSSPOOL.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           MOVE 'APRESCTL' TO WS-SPL-PROGRAMA
           DISPLAY "******** CONTROLE DE APRESENTACAO ********"
           PERFORM P-SIGN-ON
           MOVE WS-OPERADOR-ID TO WS-SPL-OPERADOR
      *    TODA OPCAO ATUALIZA REGISTRO - TOMA A TRAVA DE ATUALIZACAO
      *    (VER FILELOCK).
           MOVE "REGISTRO.LCK" TO WS-LOCK-PATH
                   GO TO P999-STOP
           END-READ

           IF SIT-SERVICO = 'F' THEN
               DISPLAY "CONSCRITO FALECIDO - REGISTRO NAO PODE SER "
                       "ATUALIZADO"
               CLOSE REG-FILE
               GO TO P999-STOP
           END-IF
           IF DT-CONVOCACAO = 0 THEN
               DISPLAY "CONSCRITO AINDA NAO FOI CONVOCADO - USE O "
                       "CONVOCA ANTES DE REGISTRAR APRESENTACAO"
                   DISPLAY "NAO FOI POSSIVEL ATUALIZAR O REGISTRO"
               NOT INVALID KEY
                   DISPLAY "INCORPORACAO MARCADA PARA " NAMES
                   PERFORM P210-ABRE-FICHA
           END-REWRITE
           CLOSE REG-FILE
           GO TO P999-STOP.

       P210-ABRE-FICHA.
      *    ABRE A FICHA DE SERVICO DO INCORPORADO (VER FICHADATA E
      *    FICHASRV) COM A DATA PREVISTA DE TERMINO PELO TEMPO PADRAO
      *    DE SERVICO.CTL. A TRAVA DE REGISTRO JA ESTA TOMADA.
           MOVE 'N' TO WS-FSV-EXISTE
           OPEN INPUT FICHA-FILE
           IF WS-FSV-STATUS NOT EQUAL 35 THEN
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'S'
                   READ FICHA-FILE
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF FSV-CPF = CPF THEN
                               MOVE 'S' TO WS-FSV-EXISTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHA-FILE
               MOVE 'N' TO WS-EOF
           END-IF
           IF WS-FSV-EXISTE = 'S' THEN
               DISPLAY "FICHA DE SERVICO JA EXISTENTE PARA O CPF - "
                       "MANTIDA"
               EXIT PARAGRAPH
           END-IF

           PERFORM P-SRV-MESES-PADRAO
           MOVE WS-DT-HOJE          TO WS-SRV-DT-INCORP
           MOVE WS-SRV-MESES-PADRAO TO WS-SRV-MESES
           MOVE 0                   TO WS-SRV-DIAS-PRORROG
           PERFORM P-SRV-FIM-PREVISTO

           INITIALIZE FSV-REC
           MOVE CPF                 TO FSV-CPF
           MOVE NAMES               TO FSV-NOME
           MOVE WS-DT-HOJE          TO FSV-DT-INCORPORACAO
           MOVE UNIDADE             TO FSV-UNI-INCORP
           MOVE "SOLDADO"           TO FSV-GRADUACAO
           MOVE WS-DT-HOJE          TO FSV-DT-GRADUACAO
           MOVE WS-SRV-MESES        TO FSV-MESES-SERVICO
           MOVE WS-SRV-DT-FIM       TO FSV-DT-FIM-PREVISTA
           MOVE SPACE               TO FSV-SITUACAO
           MOVE WS-DT-HOJE          TO FSV-DT-ABERTURA
           MOVE WS-OPERADOR-ID      TO FSV-OPERADOR
           OPEN EXTEND FICHA-FILE
           IF WS-FSV-STATUS EQUAL 35 THEN
               OPEN OUTPUT FICHA-FILE
           END-IF
           WRITE FSV-REC
           CLOSE FICHA-FILE
           DISPLAY "FICHA DE SERVICO ABERTA - TERMINO PREVISTO EM "
                   WS-SRV-DT-FIM.

       P300-RODADA-INSUBMISSO.
      *    RODADA DIARIA: QUEM FOI CONVOCADO, NAO TEM APRESENTACAO
      *    REGISTRADA E JA PASSOU DA DATA PREVISTA E DECLARADO
               GO TO P999-STOP
           END-IF

      *    A RODADA INTEIRA E UM JOB SO NO ARQUIVO DE IMPRESSAO (VER
      *    SPOOL).
           MOVE 'INSUBMISSO.PRN' TO WS-SPL-ARQUIVO
           MOVE 100              TO WS-SPL-TAM-REG
           MOVE 'S'              TO WS-SPL-PESSOAL
           PERFORM P-SPOOL-INICIA
           PERFORM UNTIL WS-EOF = 'S'
               READ REG-FILE NEXT RECORD
                   AT END
                       IF DT-CONVOCACAO NOT = 0 AND
                          DT-APRESENTACAO = 0 AND
                          SIT-SERVICO NOT = 'X' AND
                          SIT-SERVICO NOT = 'F' AND
                          DT-APRESENT-PREV < WS-DT-HOJE THEN
                           PERFORM P310-DECLARA-INSUBMISSO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REG-FILE
           PERFORM P-SPOOL-ARQUIVA

           DISPLAY " "
           IF WS-QTD-INSUB = 0 THEN
       COPY LOGON.
       COPY SENHASH.
       COPY DATACHK.
       COPY SRVFIM.
       COPY SPOOL.
       COPY TREINO.
       END PROGRAM APRESCTL.

      ******************************************************************
      * Author: RHAYADH ZAPAROLI
      * Date: 15/10/2026
      * Purpose: MULTA POR ALISTAMENTO FORA DO PRAZO - BAIXA MANUAL E
      *          SEGUNDA VIA DA GUIA. O ALISTAMENTO-MILITAR GRAVA O
      *          ALISTAMENTO TARDIO COM A MULTA PENDENTE (MULTA-SITUACAO
      *          'P') E IMPRIME A GUIA; ENQUANTO A MULTA NAO FOR PAGA O
      *          CARTIMPR E O CARTLOTE NAO EMITEM A CARTEIRA. A BAIXA
      *          VEM DO RETORNO BANCARIO (BANCORET, LINHA 'M') OU E
      *          FEITA AQUI POR UM ADMINISTRADOR, A VISTA DO COMPROVANTE
      *          DE PAGAMENTO, COM O RASTRO NO LOG DE ALTERACOES
      *          (ALISTAMENTO.LOG). A SEGUNDA VIA DA GUIA VENCIDA SAI
      *          COM NOVO VENCIMENTO (VER MULTA.cpy).
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - A LINHA GRAVADA EM ALISTAMENTO.LOG PASSA A
      *                  LEVAR O ELO DA CADEIA DE CONFERENCIA (CHG-ELO,
      *                  ANCORA EM ALISTAMENTO.LOG.ANC - VER
      *                  CADEIA.cpy).
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      *     15/10/2026 - CADA IMPRESSAO EM MULTA.PRN PASSA A SER
      *                  ARQUIVADA COMO JOB NUMERADO NO ARQUIVO DE
      *                  IMPRESSAO (SPOOL.IDX, VER SPOOL.cpy), COM
      *                  OPERADOR, DATA/HORA, PAGINAS E REGISTROS - UMA
      *                  NOVA RODADA NAO APAGA MAIS A ANTERIOR; CONSULTA
      *                  E REIMPRESSAO PELO SPOOLVER.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MULTABX.
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

           SELECT CHG-LOG-FILE ASSIGN TO 'ALISTAMENTO.LOG'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CHG-STATUS.

           SELECT ANC-FILE ASSIGN TO WS-ANC-PATH
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ANC-STATUS.

           SELECT MULTA-CTL-FILE ASSIGN TO 'MULTA.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-MLT-CTL-STATUS.

           SELECT MULTA-GUIA-FILE ASSIGN TO 'MULTA.PRN'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-MLT-GUIA-STATUS.

           SELECT DATAMOV-FILE ASSIGN TO 'DATAMOV.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-DATAMOV-STATUS.

           SELECT LOCK-FILE ASSIGN TO WS-LOCK-PATH
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LOCK-STATUS.

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

       FD CHG-LOG-FILE.
       COPY CHGLOGDATA.

       FD ANC-FILE.
       COPY ANCDATA.

       FD MULTA-CTL-FILE.
      *    MESMO LAYOUT DE MULTA-CTL-REC NO CTLMNT.
       01 MULTA-CTL-REC.
         05 MCTL-PRAZO-MMDD   PIC 9(04).
         05 MCTL-VALOR        PIC 9(05)V99.
         05 MCTL-DIAS-VENC    PIC 9(03).
         05 MCTL-CONVENIO     PIC 9(04).

       FD MULTA-GUIA-FILE.
       01 MULTA-GUIA-LINE     PIC X(80).

       FD DATAMOV-FILE.
       01 DATAMOV-REC.
         05 DTM-DATA-NEGOCIO   PIC 9(08).
         05 DTM-ULTIMA-FECHADA PIC 9(08).

       FD LOCK-FILE.
       01 LOCK-REC.
         05 LOCK-TIMESTAMP    PIC X(20).
         05 LOCK-OPERADOR     PIC X(10).
         05 LOCK-PROGRAMA     PIC X(20).

       FD SPOOL-IDX-FILE.
       COPY SPOOLDATA.

       FD SPOOL-TAM-FILE.
       COPY SPOOLTAM.

       WORKING-STORAGE SECTION.
       01 WS-STATUS          PIC 99.
       01 WS-CHG-STATUS      PIC 99.
       01 WS-OPCAO           PIC 9(01) VALUE 0.
       01 WS-EOF             PIC X     VALUE 'N'.
       01 WS-CPF-BUSCA       PIC 9(11) VALUE 0.
       01 WS-DT-PAGTO        PIC 9(08) VALUE 0.
       01 WS-CONFIRMA        PIC X     VALUE 'N'.
       01 WS-QTD-PENDENTES   PIC 9(05) VALUE 0.
       01 WS-VL-PENDENTE     PIC 9(09)V99 VALUE 0.

       COPY WSFSTATUS.
       COPY WSFILELOCK.
       COPY WSLOGON.
       COPY WSSENHASH.
       COPY WSDATAMOV.
       COPY WSMULTA.
       COPY WSCADEIA.
       COPY WSTREINO.
       COPY WSSPOOL.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           MOVE 'MULTABX' TO WS-SPL-PROGRAMA
           DISPLAY "****** MULTA DE ALISTAMENTO FORA DO PRAZO ******"
           PERFORM P-SIGN-ON
           MOVE WS-OPERADOR-ID TO WS-SPL-OPERADOR
           PERFORM P-DATA-NEGOCIO

           DISPLAY "1 PARA REGISTRAR PAGAMENTO (BAIXA MANUAL)"
           DISPLAY "2 PARA REIMPRIMIR A GUIA DE PAGAMENTO"
           DISPLAY "3 PARA LISTAR MULTAS PENDENTES"
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 1 GO TO P100-BAIXA-MANUAL
               WHEN 2 GO TO P300-SEGUNDA-VIA
               WHEN 3 GO TO P500-PENDENTES
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
                   GO TO P999-STOP
           END-EVALUATE.

       P100-BAIXA-MANUAL.
      *    A BAIXA MANUAL LIBERA A CARTEIRA SEM PASSAR PELO BANCO -
      *    RESTRITA A ADMINISTRADORES, A VISTA DO COMPROVANTE.
           IF NOT WS-OPERADOR-ADMIN THEN
               DISPLAY "OPERACAO RESTRITA A OPERADORES ADMINISTRADORES"
               GO TO P999-STOP
           END-IF
           IF WS-DT-NEG-OK NOT = 'S' THEN
               GO TO P999-STOP
           END-IF

           PERFORM P200-TRAVA-E-LOCALIZA
           IF MULTA-SITUACAO NOT = 'P' THEN
               DISPLAY "NAO HA MULTA PENDENTE PARA ESTE CPF"
               CLOSE REG-FILE
               GO TO P999-STOP
           END-IF

           MOVE MULTA-VALOR TO WS-MLT-VALOR-ED
           DISPLAY "MULTA DE R$ " WS-MLT-VALOR-ED
                   " - VENCIMENTO " MULTA-DT-VENC
           DISPLAY "DATA DO PAGAMENTO NO COMPROVANTE (AAAAMMDD) OU 0 "
                   "PARA A DATA DE MOVIMENTO"
           ACCEPT WS-DT-PAGTO
           IF WS-DT-PAGTO = 0 THEN
               MOVE WS-DT-NEGOCIO TO WS-DT-PAGTO
           END-IF
           IF WS-DT-PAGTO > WS-DT-NEGOCIO OR
              WS-DT-PAGTO < DT-ALISTAMENTO THEN
               DISPLAY "DATA DE PAGAMENTO INVALIDA - BAIXA ABORTADA"
               CLOSE REG-FILE
               GO TO P999-STOP
           END-IF

           DISPLAY "CONFIRMA A BAIXA DA MULTA DE " NAMES " (S/N)?"
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = 'S' AND WS-CONFIRMA NOT = 's' THEN
               DISPLAY "BAIXA ABORTADA"
               CLOSE REG-FILE
               GO TO P999-STOP
           END-IF

           MOVE 'G'           TO MULTA-SITUACAO
           MOVE 'M'           TO MULTA-BAIXA
           MOVE WS-DT-PAGTO   TO MULTA-DT-PAGTO
           MOVE WS-DT-NEGOCIO TO DT-ULT-ALTER
           REWRITE PRS-DATA
               INVALID KEY
                   DISPLAY "NAO FOI POSSIVEL ATUALIZAR O REGISTRO"
                   CLOSE REG-FILE
                   GO TO P999-STOP
           END-REWRITE

           MOVE "P - PENDENTE" TO CHG-OLD-VALUE
           MOVE SPACES         TO CHG-NEW-VALUE
           STRING "G - PAGA (BAIXA MANUAL) EM " DELIMITED BY SIZE
                  WS-DT-PAGTO                   DELIMITED BY SIZE
                  INTO CHG-NEW-VALUE
           PERFORM P400-LOG-CHANGE
           DISPLAY "MULTA BAIXADA - A CARTEIRA PODE SER EMITIDA NO "
                   "CARTIMPR"
           CLOSE REG-FILE
           GO TO P999-STOP.

       P200-TRAVA-E-LOCALIZA.
      *    A BAIXA E A SEGUNDA VIA REGRAVAM REGISTRO - TOMA A TRAVA DE
      *    ATUALIZACAO (VER FILELOCK) E LOCALIZA O CONSCRITO PELO CPF.
           MOVE "REGISTRO.LCK" TO WS-LOCK-PATH
           MOVE "MULTABX"      TO WS-LOCK-PROGRAMA
           MOVE WS-OPERADOR-ID TO WS-LOCK-OPERADOR
           PERFORM P-TRAVA-ARQUIVO
           IF WS-LOCK-OK NOT = 'S' THEN
               GO TO P999-STOP
           END-IF

           DISPLAY "DIGITE O CPF DO CONSCRITO"
           ACCEPT WS-CPF-BUSCA
           OPEN I-O REG-FILE
           IF WS-STATUS EQUAL 35 THEN
               DISPLAY "REGISTRO AINDA NAO FOI CRIADO"
               GO TO P999-STOP
           END-IF

           MOVE WS-CPF-BUSCA TO CPF
           READ REG-FILE
               INVALID KEY
                   DISPLAY "CPF NAO ENCONTRADO EM REGISTRO"
                   CLOSE REG-FILE
                   GO TO P999-STOP
           END-READ
           DISPLAY "CONSCRITO: " NAMES.

       P300-SEGUNDA-VIA.
           PERFORM P200-TRAVA-E-LOCALIZA
           IF MULTA-SITUACAO NOT = 'P' THEN
               DISPLAY "NAO HA MULTA PENDENTE PARA ESTE CPF"
               CLOSE REG-FILE
               GO TO P999-STOP
           END-IF

      *    GUIA VENCIDA: A SEGUNDA VIA SAI COM NOVO VENCIMENTO CONTADO
      *    DA DATA DE MOVIMENTO, MANTENDO O VALOR ORIGINAL DA MULTA.
           IF MULTA-DT-VENC < WS-DT-NEGOCIO THEN
               MOVE DT-NASCIMENTO TO WS-MLT-DT-NASC
               MOVE WS-DT-NEGOCIO TO WS-MLT-DT-ALIST
               PERFORM P-MULTA-CALCULA
               IF WS-MLT-EM-ATRASO THEN
                   MOVE MULTA-DT-VENC  TO CHG-OLD-VALUE
                   MOVE WS-MLT-DT-VENC TO CHG-NEW-VALUE
                   MOVE WS-MLT-DT-VENC TO MULTA-DT-VENC
                   MOVE WS-DT-NEGOCIO  TO DT-ULT-ALTER
                   REWRITE PRS-DATA
                       INVALID KEY
                           DISPLAY "NAO FOI POSSIVEL ATUALIZAR O "
                                   "VENCIMENTO"
                           CLOSE REG-FILE
                           GO TO P999-STOP
                   END-REWRITE
                   PERFORM P400-LOG-CHANGE
                   DISPLAY "GUIA VENCIDA - NOVO VENCIMENTO "
                           MULTA-DT-VENC
               END-IF
           END-IF

           MOVE CPF           TO WS-MLT-CPF
           MOVE NAMES         TO WS-MLT-NOME
           MOVE MULTA-VALOR   TO WS-MLT-VALOR
           MOVE MULTA-DT-VENC TO WS-MLT-DT-VENC
           PERFORM P-MULTA-GUIA
           DISPLAY "GUIA REIMPRESSA EM MULTA.PRN"
           CLOSE REG-FILE
           GO TO P999-STOP.

       P400-LOG-CHANGE.
      *    MESMO REGISTRO DO LOG DE ALTERACOES GRAVADO POR
      *    P310-LOG-CHANGE NO ALISTAMENTO-MILITAR (VER CHGRPT).
           MOVE FUNCTION CURRENT-DATE TO CHG-TIMESTAMP
           MOVE WS-OPERADOR-ID        TO CHG-OPERADOR
           MOVE CPF                   TO CHG-CPF
           IF WS-OPCAO = 1 THEN
               MOVE "MULTA"           TO CHG-FIELD
           ELSE
               MOVE "MULTA-VENC"      TO CHG-FIELD
           END-IF
           OPEN EXTEND CHG-LOG-FILE
           IF WS-CHG-STATUS EQUAL 35 THEN
               OPEN OUTPUT CHG-LOG-FILE
           END-IF
           MOVE 'ALISTAMENTO.LOG.ANC'  TO WS-ANC-PATH
           MOVE CHG-LOG-REC            TO WS-CAD-LINHA
           MOVE 211                    TO WS-CAD-TAM
           PERFORM P-CADEIA-ENCADEIA
           MOVE WS-CAD-ELO             TO CHG-ELO
           WRITE CHG-LOG-REC
           IF WS-CHG-STATUS EQUAL 0 THEN
               PERFORM P-CADEIA-GRAVA-ANCORA
           END-IF
           CLOSE CHG-LOG-FILE.

       P500-PENDENTES.
      *    SOMENTE LEITURA - NAO TOMA A TRAVA DE REGISTRO.
           OPEN INPUT REG-FILE
           IF WS-STATUS EQUAL 35 THEN
               DISPLAY "REGISTRO AINDA NAO FOI CRIADO"
               GO TO P999-STOP
           END-IF

           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'S'
               READ REG-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF MULTA-SITUACAO = 'P' THEN
                           ADD 1 TO WS-QTD-PENDENTES
                           ADD MULTA-VALOR TO WS-VL-PENDENTE
                           MOVE MULTA-VALOR TO WS-MLT-VALOR-ED
                           DISPLAY CPF " " NAMES(1:30)
                                   " R$ " WS-MLT-VALOR-ED
                                   " VENC. " MULTA-DT-VENC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REG-FILE

           DISPLAY "MULTAS PENDENTES: " WS-QTD-PENDENTES
           DISPLAY "VALOR PENDENTE: " WS-VL-PENDENTE
           GO TO P999-STOP.

       P999-STOP.
           IF WS-LOCK-OK = 'S' THEN
               PERFORM P-DESTRAVA-ARQUIVO
           END-IF
           DISPLAY "FINALIZANDO O PROGRAMA..."
           STOP RUN.

       COPY FSTATUS.
       COPY FILELOCK.
       COPY LOGON.
       COPY SENHASH.
       COPY DATAMOV.
       COPY MULTA.
       COPY CADEIA.
       COPY SPOOL.
       COPY TREINO.
       END PROGRAM MULTABX.

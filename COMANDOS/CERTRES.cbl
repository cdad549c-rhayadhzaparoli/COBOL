      *          PARA QUE UM PEDIDO DE SEGUNDA VIA POSSA SER CONFERIDO
      *          DEPOIS PELA CONSULTA DE EMISSOES.
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - EMISSOES PASSAM A USAR O LAYOUT COMPARTILHADO
      *                  CERTREGDATA, COM O ANO BASE E AS APRESENTACOES
      *                  ANUAIS DO RESERVISTA (EXAR, VER EXARMNT); A
      *                  SEGUNDA VIA DE RESERVISTA HERDA E IMPRIME O
      *                  HISTORICO DE APRESENTACOES.
      *     15/10/2026 - NOVA OPCAO 3 - EMITE DE UMA VEZ OS CERTIFICADOS
      *                  DE DISPENSA ENFILEIRADOS EM CERTFILA.DAT PELA
      *                  DISPENSA POR EXCESSO DE CONTINGENTE (DISPEXC);
      *                  O CERTIFICADO DO DISPENSADO ('E') TRAZ O MOTIVO
      *                  E A DATA.
      *     15/10/2026 - A FILA (OPCAO 3) PASSA A EMITIR TAMBEM O
      *                  CERTIFICADO DE RESERVISTA ENFILEIRADO PELO
      *                  TERMINO DO SERVICO (FICHASRV), SO PARA QUEM
      *                  CONTINUA INCORPORADO.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      *     15/10/2026 - CADA IMPRESSAO EM CERTIFICADO.PRN PASSA A SER
      *                  ARQUIVADA COMO JOB NUMERADO NO ARQUIVO DE
      *                  IMPRESSAO (SPOOL.IDX, VER SPOOL.cpy), COM
      *                  OPERADOR, DATA/HORA, PAGINAS E REGISTROS - UMA
      *                  NOVA RODADA NAO APAGA MAIS A ANTERIOR; CONSULTA
      *                  E REIMPRESSAO PELO SPOOLVER. A FILA DE
      *                  CERTIFICADOS (OPCAO 3) SAI COMO UM JOB SO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTRES.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CPF
           ALTERNATE RECORD KEY IS MAT-COMUM WITH DUPLICATES
           ALTERNATE RECORD KEY IS UNIDADE WITH DUPLICATES
           ALTERNATE RECORD KEY IS DT-ALISTAMENTO WITH DUPLICATES
           FILE STATUS IS WS-STATUS.

           SELECT USER-CTL-FILE ASSIGN TO 'USERS.CTL'
           SELECT CERT-REG-FILE ASSIGN TO 'CERTIFICADO.REG'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CERTREG-STATUS.

           SELECT CERT-FILA-FILE ASSIGN TO 'CERTFILA.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CFIL-STATUS.

           SELECT CERT-FILA-NEW-FILE ASSIGN TO 'CERTFILA.DAT.NEW'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CFIL-NEW-STATUS.

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
       01 CERT-LINE          PIC X(70).

       FD CERT-REG-FILE.
       COPY CERTREGDATA.

       FD CERT-FILA-FILE.
       COPY CERTFILADATA.

       FD CERT-FILA-NEW-FILE.
       COPY CERTFILADATA REPLACING LEADING ==CFIL== BY ==CFIL-NEW==.

       FD SPOOL-IDX-FILE.
       COPY SPOOLDATA.

       FD SPOOL-TAM-FILE.
       COPY SPOOLTAM.

       WORKING-STORAGE SECTION.
       01 WS-STATUS          PIC 99.
       01 WS-PRN-STATUS      PIC 99.
       01 WS-OPCAO           PIC 9(01) VALUE 0.
       01 WS-EOF             PIC X     VALUE 'N'.
       01 WS-CPF-BUSCA       PIC 9(11) VALUE 0.
       01 WS-TIPO-CERT       PIC X(01) VALUE SPACE.
       01 WS-TIPO-DESC       PIC X(25) VALUE SPACES.
       01 WS-QTD-EMISSOES    PIC 9(03) VALUE 0.
       01 WS-ANO-FIM         PIC 9(04) VALUE 0.
       01 WS-CFIL-STATUS     PIC 99.
       01 WS-CFIL-NEW-STATUS PIC 99.
       01 WS-QTD-EMITIDOS    PIC 9(05) VALUE 0.
       01 WS-QTD-RETIDOS     PIC 9(05) VALUE 0.
       01 WS-CMD             PIC X(60) VALUE SPACES.

       COPY WSPRSDATA.
       COPY WSFSTATUS.
       COPY WSLOGON.
       COPY WSSENHASH.
       COPY WSEXARHIST.
       COPY WSTREINO.
       COPY WSSPOOL.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           MOVE 'CERTRES' TO WS-SPL-PROGRAMA
           DISPLAY "******** CERTIFICADO DE RESERVISTA/DISPENSA "
                   "********"
           PERFORM P-SIGN-ON
           MOVE WS-OPERADOR-ID TO WS-SPL-OPERADOR

           DISPLAY "1 PARA EMITIR CERTIFICADO"
           DISPLAY "2 PARA CONSULTAR EMISSOES DE UM CPF"
           DISPLAY "3 PARA EMITIR OS CERTIFICADOS DA FILA "
                   "(DISPEXC/FICHASRV)"
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 1 GO TO P100-EMITIR
               WHEN 2 GO TO P500-CONSULTAR
               WHEN 3 GO TO P600-EMITIR-FILA
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
                   GO TO P999-STOP
                       GO TO P999-STOP
                   END-IF
                   MOVE "CERTIFICADO DE RESERVISTA" TO WS-TIPO-DESC
      *            SEGUNDA VIA: HERDA O ANO BASE E AS APRESENTACOES
      *            ANUAIS (EXAR) JA CARIMBADAS NA EMISSAO ANTERIOR.
                   MOVE WS-CPF TO WS-EXAR-CPF
                   PERFORM P-EXAR-HISTORICO
               WHEN 'D'
      *            DISPENSA PARA QUEM NAO FOI INCORPORADO; INSUBMISSO
      *            NAO RECEBE CERTIFICADO ALGUM ATE REGULARIZAR A
                   GO TO P999-STOP
           END-EVALUATE

           MOVE 'CERTIFICADO.PRN' TO WS-SPL-ARQUIVO
           MOVE 70                TO WS-SPL-TAM-REG
           MOVE 'S'               TO WS-SPL-PESSOAL
           PERFORM P-SPOOL-INICIA
           PERFORM P200-IMPRIME-CERTIFICADO
           PERFORM P-SPOOL-ARQUIVA
           PERFORM P300-GRAVA-EMISSAO
           DISPLAY WS-TIPO-DESC " IMPRESSO EM CERTIFICADO.PRN"
           GO TO P999-STOP.
                  WS-UNIDADE   DELIMITED BY SIZE
                  INTO CERT-LINE
           WRITE CERT-LINE
           IF WS-TIPO-CERT = 'D' AND WS-SIT-SERVICO = 'E' THEN
               MOVE SPACES TO CERT-LINE
               STRING "MOTIVO: EXCESSO DE CONTINGENTE EM "
                                              DELIMITED BY SIZE
                      WS-DT-DISPENSA          DELIMITED BY SIZE
                      INTO CERT-LINE
               WRITE CERT-LINE
           END-IF
           IF WS-TIPO-CERT = 'R' AND WS-EXAR-POS > 0 THEN
               PERFORM P210-IMPRIME-EXAR
           END-IF
           MOVE SPACES TO CERT-LINE
           WRITE CERT-LINE
           CLOSE CERT-PRN-FILE.

       P210-IMPRIME-EXAR.
      *    SEGUNDA VIA DO CERTIFICADO DE RESERVISTA: HISTORICO DAS
      *    APRESENTACOES ANUAIS REGISTRADAS PELO EXARMNT.
           ADD 5 TO WS-EXAR-ANO-BASE GIVING WS-ANO-FIM
           MOVE SPACES TO CERT-LINE
           STRING "2A VIA - APRESENTACAO ANUAL (EXAR) DE "
                  DELIMITED BY SIZE
                  WS-EXAR-ANO-BASE DELIMITED BY SIZE
                  " A "            DELIMITED BY SIZE
                  WS-ANO-FIM       DELIMITED BY SIZE
                  ":"              DELIMITED BY SIZE
                  INTO CERT-LINE
           WRITE CERT-LINE
           IF WS-EXAR-QTD = 0 THEN
               MOVE "  NENHUMA APRESENTACAO REGISTRADA" TO CERT-LINE
               WRITE CERT-LINE
           END-IF
           PERFORM VARYING WS-EXAR-IDX FROM 1 BY 1
                   UNTIL WS-EXAR-IDX > WS-EXAR-QTD
               MOVE SPACES TO CERT-LINE
               STRING "  ANO "          DELIMITED BY SIZE
                      WS-EXAR-ANO(WS-EXAR-IDX) DELIMITED BY SIZE
                      " APRESENTADO EM " DELIMITED BY SIZE
                      WS-EXAR-DT(WS-EXAR-IDX)  DELIMITED BY SIZE
                      " RECIBO "         DELIMITED BY SIZE
                      WS-EXAR-RECIBO(WS-EXAR-IDX) DELIMITED BY SIZE
                      INTO CERT-LINE
               WRITE CERT-LINE
           END-PERFORM.

       P300-GRAVA-EMISSAO.
           INITIALIZE CERT-REG-REC
           MOVE FUNCTION CURRENT-DATE TO CERT-TIMESTAMP
           MOVE WS-OPERADOR-ID        TO CERT-OPERADOR
           MOVE WS-CPF                TO CERT-CPF
           MOVE WS-NAME               TO CERT-NAME
           MOVE WS-TIPO-CERT          TO CERT-TIPO
           MOVE WS-UNIDADE            TO CERT-UNIDADE
      *    RESERVISTA: A OBRIGACAO DE APRESENTACAO ANUAL CORRE NOS
      *    CINCO ANOS SEGUINTES AO DO PRIMEIRO CERTIFICADO.
           IF WS-TIPO-CERT = 'R' THEN
               IF WS-EXAR-POS > 0 THEN
                   MOVE WS-EXAR-ANO-BASE TO CERT-ANO-BASE
                   MOVE WS-EXAR-QTD      TO CERT-EXAR-QTD
                   PERFORM VARYING WS-EXAR-IDX FROM 1 BY 1
                           UNTIL WS-EXAR-IDX > 5
                       MOVE WS-EXAR-ANO(WS-EXAR-IDX)
                         TO CERT-EXAR-ANO(WS-EXAR-IDX)
                       MOVE WS-EXAR-DT(WS-EXAR-IDX)
                         TO CERT-EXAR-DT(WS-EXAR-IDX)
                       MOVE WS-EXAR-RECIBO(WS-EXAR-IDX)
                         TO CERT-EXAR-RECIBO(WS-EXAR-IDX)
                   END-PERFORM
               ELSE
                   MOVE CERT-TIMESTAMP(1:4) TO CERT-ANO-BASE
               END-IF
           END-IF
           OPEN EXTEND CERT-REG-FILE
           IF WS-CERTREG-STATUS EQUAL 35 THEN
               OPEN OUTPUT CERT-REG-FILE
           END-IF
           WRITE CERT-REG-REC
           ACCEPT WS-CPF-BUSCA

           OPEN INPUT CERT-REG-FILE
           IF WS-CERTREG-STATUS EQUAL 35 THEN
               DISPLAY "NENHUM CERTIFICADO EMITIDO ATE HOJE"
               GO TO P999-STOP
           END-IF
                                   "  TIPO: " CERT-TIPO
                                   "  OPERADOR: " CERT-OPERADOR
                                   "  UNIDADE: " CERT-UNIDADE
                                   "  EXAR: " CERT-EXAR-QTD
                       END-IF
               END-READ
           END-PERFORM
           END-IF
           GO TO P999-STOP.

       P600-EMITIR-FILA.
      *    EMITE DE UMA VEZ OS CERTIFICADOS ENFILEIRADOS EM CERTFILA.DAT
      *    PELA DISPENSA POR EXCESSO DE CONTINGENTE (DISPEXC) E PELO
      *    TERMINO DO SERVICO DO INCORPORADO (FICHASRV), COM AS
      *    MESMAS CONFERENCIAS DA EMISSAO AVULSA. O QUE NAO PODE SER
      *    EMITIDO FICA PENDENTE NA FILA PARA A PROXIMA VEZ. A FILA E
      *    SEQUENCIAL E E REGRAVADA INTEIRA (VIA .NEW, COMO NO UNIMNT).
           OPEN INPUT CERT-FILA-FILE
           IF WS-CFIL-STATUS EQUAL 35 THEN
               DISPLAY "NENHUM CERTIFICADO NA FILA"
               GO TO P999-STOP
           END-IF
           OPEN INPUT REG-FILE
           IF WS-STATUS EQUAL 35 THEN
               DISPLAY "REGISTRO AINDA NAO FOI CRIADO"
               CLOSE CERT-FILA-FILE
               GO TO P999-STOP
           END-IF
           OPEN OUTPUT CERT-FILA-NEW-FILE

      *    A FILA INTEIRA E UM JOB SO NO ARQUIVO DE IMPRESSAO (VER
      *    SPOOL), UM CERTIFICADO POR PAGINA.
           MOVE 'CERTIFICADO.PRN' TO WS-SPL-ARQUIVO
           MOVE 70                TO WS-SPL-TAM-REG
           MOVE 'S'               TO WS-SPL-PESSOAL
           PERFORM P-SPOOL-INICIA
           PERFORM UNTIL WS-EOF = 'S'
               READ CERT-FILA-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF CFIL-SITUACAO = SPACE THEN
                           PERFORM P610-EMITE-DA-FILA
                       END-IF
                       WRITE CFIL-NEW-REC FROM CFIL-REC
               END-READ
           END-PERFORM
           CLOSE CERT-FILA-FILE
           CLOSE CERT-FILA-NEW-FILE
           CLOSE REG-FILE
           MOVE WS-QTD-EMITIDOS TO WS-SPL-PAGINAS
           PERFORM P-SPOOL-ARQUIVA
           MOVE "mv CERTFILA.DAT.NEW CERTFILA.DAT" TO WS-CMD
           CALL "SYSTEM" USING WS-CMD

           DISPLAY "CERTIFICADOS EMITIDOS DA FILA: " WS-QTD-EMITIDOS
           DISPLAY "PENDENTES QUE CONTINUAM NA FILA: " WS-QTD-RETIDOS
           IF WS-QTD-EMITIDOS > 0 THEN
               DISPLAY "CERTIFICADOS IMPRESSOS EM CERTIFICADO.PRN"
           END-IF
           GO TO P999-STOP.

       P610-EMITE-DA-FILA.
           MOVE CFIL-CPF TO CPF
           READ REG-FILE INTO WS-PRS-DATA
               INVALID KEY
                   DISPLAY "CPF " CFIL-CPF " NAO ENCONTRADO EM "
                           "REGISTRO - FICA NA FILA"
                   ADD 1 TO WS-QTD-RETIDOS
                   EXIT PARAGRAPH
           END-READ
      *    RESERVISTA ENFILEIRADO PELO TERMINO DO SERVICO (FICHASRV)
      *    SO PARA QUEM CONTINUA INCORPORADO.
           IF CFIL-TIPO = 'R' THEN
               IF WS-SIT-SERVICO NOT = 'I' THEN
                   DISPLAY "CPF " CFIL-CPF " SITUACAO '" WS-SIT-SERVICO
                           "' NAO PERMITE RESERVISTA - FICA NA FILA"
                   ADD 1 TO WS-QTD-RETIDOS
                   EXIT PARAGRAPH
               END-IF
               MOVE "CERTIFICADO DE RESERVISTA" TO WS-TIPO-DESC
               MOVE WS-CPF TO WS-EXAR-CPF
               PERFORM P-EXAR-HISTORICO
           ELSE
               IF WS-SIT-SERVICO = 'I' OR WS-SIT-SERVICO = 'X' OR
                  WS-SIT-SERVICO = 'F' THEN
                   DISPLAY "CPF " CFIL-CPF " SITUACAO '" WS-SIT-SERVICO
                           "' NAO PERMITE DISPENSA - FICA NA FILA"
                   ADD 1 TO WS-QTD-RETIDOS
                   EXIT PARAGRAPH
               END-IF
               MOVE "CERTIFICADO DE DISPENSA  " TO WS-TIPO-DESC
           END-IF
           MOVE CFIL-TIPO TO WS-TIPO-CERT
           PERFORM P200-IMPRIME-CERTIFICADO
           PERFORM P300-GRAVA-EMISSAO
           MOVE 'E' TO CFIL-SITUACAO
           MOVE FUNCTION CURRENT-DATE(1:8) TO CFIL-DT-EMISSAO
           ADD 1 TO WS-QTD-EMITIDOS.

       P999-STOP.
           DISPLAY "FINALIZANDO O PROGRAMA..."
           STOP RUN.
       COPY FSTATUS.
       COPY LOGON.
       COPY SENHASH.
       COPY EXARHIST.
       COPY SPOOL.
       COPY TREINO.
       END PROGRAM CERTRES.

      *          CPF PARA SABER QUEM COBRAR. AGENDAMENTOS FICAM EM
      *          AGENDA.DAT.
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - NOVA SITUACAO 'X' = CANCELADO POR OBITO DO
      *                  CONSCRITO (GRAVADA PELO LOTE OBITOCASC): O
      *                  AGENDAMENTO CANCELADO NAO OCUPA VAGA NA
      *                  CAPACIDADE DO DIA E NAO RECEBE MARCACAO DE
      *                  COMPARECIMENTO/FALTA.
      *     15/10/2026 - NOVA OPCAO 5 - LISTA DE RETORNO DOS
      *                  CONSCRITOS COM DOCUMENTO PENDENTE (DOCPEND.DAT,
      *                  GERADO PELO LOTE DOCPEND), INDICANDO QUEM JA
      *                  TEM ENTREVISTA MARCADA E PARA QUEM LIGAR.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      *     15/10/2026 - AGENDAMENTO PASSA A GRAVAR O POSTO DE
      *                  ATENDIMENTO DO OPERADOR (AGD-POSTO, VER
      *                  POSTODATA); A CAPACIDADE DIARIA DE AGENDA.CTL E
      *                  POR POSTO E SO CONTA OS AGENDAMENTOS DO POSTO;
      *                  A LISTA DO DIA MOSTRA SO O POSTO DO OPERADOR.
      *                  CPF CONTINUA SEM PODER TER DUAS ENTREVISTAS NO
      *                  MESMO DIA, EM QUALQUER POSTO. ARQUIVOS NO
      *                  LAYOUT ANTERIOR: MIGRAR PELO AGENDAMIG.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGENDA.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CTL-STATUS.

           SELECT DOCPEND-FILE ASSIGN TO 'DOCPEND.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-DOCP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD USER-CTL-FILE.
         05 AGD-CPF           PIC 9(11).
         05 AGD-NOME          PIC X(50).
      *  SITUACAO DO AGENDAMENTO: ESPACO = AGENDADO, 'C' = COMPARECEU,
      *  'F' = FALTOU, 'X' = CANCELADO POR OBITO DO CONSCRITO (VER
      *  OBITOCASC) - NAO OCUPA VAGA NA CAPACIDADE DO DIA.
         05 AGD-SITUACAO      PIC X(01).
      *  POSTO DE ATENDIMENTO QUE FEZ O AGENDAMENTO (VER POSTODATA) -
      *  CADA POSTO TEM A SUA CAPACIDADE DIARIA EM AGENDA.CTL.
         05 AGD-POSTO         PIC 9(03).

       FD AGENDA-NEW-FILE.
       01 AGENDA-NEW-REC.
         05 AGD-NEW-CPF       PIC 9(11).
         05 AGD-NEW-NOME      PIC X(50).
         05 AGD-NEW-SITUACAO  PIC X(01).
         05 AGD-NEW-POSTO     PIC 9(03).

       FD AGENDA-CTL-FILE.
      *  UMA LINHA POR POSTO DE ATENDIMENTO, MANTIDA PELO CTLMNT.
       01 AGENDA-CTL-REC.
         05 AGD-CTL-POSTO      PIC 9(03).
         05 AGD-CTL-CAPACIDADE PIC 9(03).

       FD DOCPEND-FILE.
       COPY DOCPENDDATA.

       WORKING-STORAGE SECTION.
       01 WS-AGD-STATUS      PIC 99.
       01 WS-AGD-NEW-STATUS  PIC 99.
       01 WS-CTL-STATUS      PIC 99.
       01 WS-DOCP-STATUS     PIC 99.
       01 WS-DOCP-EOF        PIC X     VALUE 'N'.
       01 WS-QTD-LIGAR       PIC 9(05) VALUE 0.
       01 WS-QTD-RETORNO     PIC 9(05) VALUE 0.
       01 WS-OPCAO           PIC 9(01) VALUE 0.
       01 WS-EOF             PIC X     VALUE 'N'.
       01 WS-ACHOU           PIC X     VALUE 'N'.
       01 WS-QTD-LISTADOS    PIC 9(03) VALUE 0.
       01 WS-QTD-FALTAS      PIC 9(03) VALUE 0.
       01 WS-CMD             PIC X(80) VALUE SPACES.
       01 WS-CTL-EOF         PIC X     VALUE 'N'.

       COPY WSLOGON.
       COPY WSSENHASH.
       COPY WSDATACHK.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           DISPLAY "******** AGENDAMENTO DE ENTREVISTAS ********"
           PERFORM P-SIGN-ON
           DISPLAY "POSTO DE ATENDIMENTO: " WS-OPERADOR-POSTO

           DISPLAY "1 PARA AGENDAR ENTREVISTA"
           DISPLAY "2 PARA LISTAR A AGENDA DE UM DIA"
           DISPLAY "3 PARA MARCAR COMPARECIMENTO/FALTA"
           DISPLAY "4 PARA HISTORICO DE FALTAS DE UM CPF"
           DISPLAY "5 PARA LISTA DE RETORNO - DOCUMENTOS PENDENTES"
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 2 GO TO P300-LISTAR-DIA
               WHEN 3 GO TO P400-MARCAR
               WHEN 4 GO TO P500-HISTORICO-FALTAS
               WHEN 5 GO TO P600-LISTA-RETORNO
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
                   GO TO P999-STOP
           END-IF
           PERFORM P210-READ-CAPACIDADE
           IF WS-QTD-DIA >= WS-CAPACIDADE THEN
               DISPLAY "CAPACIDADE DO DIA NO POSTO ATINGIDA ("
                       WS-CAPACIDADE " ENTREVISTAS) - ESCOLHA OUTRA "
                       "DATA"
               GO TO P999-STOP
           MOVE WS-CPF-BUSCA  TO AGD-CPF
           MOVE WS-NOME       TO AGD-NOME
           MOVE SPACE         TO AGD-SITUACAO
           MOVE WS-OPERADOR-POSTO TO AGD-POSTO
           OPEN EXTEND AGENDA-FILE
           IF WS-AGD-STATUS EQUAL 35 THEN
               OPEN OUTPUT AGENDA-FILE
           GO TO P999-STOP.

       P200-CONTA-DIA.
      *    CONTA OS AGENDAMENTOS JA GRAVADOS PARA A DATA NO POSTO DO
      *    OPERADOR E CONFERE SE O CPF JA ESTA AGENDADO NELA EM
      *    QUALQUER POSTO. OS CANCELADOS ('X') NAO CONTAM.
           MOVE 0 TO WS-QTD-DIA
           MOVE 'N' TO WS-ACHOU
           OPEN INPUT AGENDA-FILE
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF AGD-DATA = WS-DATA-BUSCA AND
                              AGD-SITUACAO NOT = 'X' THEN
                               IF AGD-POSTO = WS-OPERADOR-POSTO THEN
                                   ADD 1 TO WS-QTD-DIA
                               END-IF
                               IF AGD-CPF = WS-CPF-BUSCA THEN
                                   MOVE 'S' TO WS-ACHOU
                               END-IF
           END-IF.

       P210-READ-CAPACIDADE.
      *    CAPACIDADE DO POSTO DO OPERADOR. ARQUIVO DE CONFIGURACAO
      *    AUSENTE OU SEM LINHA PARA O POSTO - MANTEM A CAPACIDADE
      *    PADRAO (30 ENTREVISTAS POR DIA).
           OPEN INPUT AGENDA-CTL-FILE
           IF WS-CTL-STATUS EQUAL 35 THEN
               CONTINUE
           ELSE
               MOVE 'N' TO WS-CTL-EOF
               PERFORM UNTIL WS-CTL-EOF = 'S'
                   READ AGENDA-CTL-FILE
                       AT END
                           MOVE 'S' TO WS-CTL-EOF
                       NOT AT END
                           IF AGD-CTL-POSTO = WS-OPERADOR-POSTO THEN
                               MOVE AGD-CTL-CAPACIDADE TO WS-CAPACIDADE
                               MOVE 'S' TO WS-CTL-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AGENDA-CTL-FILE
           END-IF.

       P300-LISTAR-DIA.
      *    SO OS AGENDAMENTOS DO POSTO DO OPERADOR.
           DISPLAY "DATA A LISTAR (AAAAMMDD)"
           ACCEPT WS-DATA-BUSCA

                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF AGD-DATA = WS-DATA-BUSCA AND
                          AGD-POSTO = WS-OPERADOR-POSTO THEN
                           ADD 1 TO WS-QTD-LISTADOS
                           DISPLAY "TURNO: " AGD-TURNO
                                   "  CPF: " AGD-CPF
           CLOSE AGENDA-FILE

           IF WS-QTD-LISTADOS = 0 THEN
               DISPLAY "NENHUM AGENDAMENTO PARA O DIA NO POSTO"
           ELSE
               DISPLAY "TOTAL DE AGENDAMENTOS: " WS-QTD-LISTADOS
           END-IF
                       MOVE AGD-CPF      TO AGD-NEW-CPF
                       MOVE AGD-NOME     TO AGD-NEW-NOME
                       MOVE AGD-SITUACAO TO AGD-NEW-SITUACAO
                       MOVE AGD-POSTO    TO AGD-NEW-POSTO
                       IF AGD-DATA = WS-DATA-BUSCA AND
                          AGD-CPF = WS-CPF-BUSCA AND
                          AGD-SITUACAO NOT = 'X' THEN
                           MOVE 'S' TO WS-ACHOU
                           MOVE WS-SIT-NOVA TO AGD-NEW-SITUACAO
                       END-IF
                           ADD 1 TO WS-QTD-FALTAS
                           DISPLAY "FALTOU EM " AGD-DATA
                                   "  TURNO: " AGD-TURNO
                                   "  POSTO: " AGD-POSTO
                       END-IF
               END-READ
           END-PERFORM
           END-IF
           GO TO P999-STOP.

       P600-LISTA-RETORNO.
      *    A LISTA VEM DO LOTE DOCPEND; A DATA DE GERACAO DELA SERVE DE
      *    REFERENCIA PARA SABER SE A ENTREVISTA MARCADA AINDA VAI
      *    ACONTECER. O AGENDAMENTO EM SI CONTINUA PELA OPCAO 1.
           OPEN INPUT DOCPEND-FILE
           IF WS-DOCP-STATUS EQUAL 35 THEN
               DISPLAY "DOCPEND.DAT AINDA NAO FOI GERADO - RODE O "
                       "DOCPEND"
               GO TO P999-STOP
           END-IF

           MOVE 'N' TO WS-DOCP-EOF
           PERFORM UNTIL WS-DOCP-EOF = 'S'
               READ DOCPEND-FILE
                   AT END
                       MOVE 'S' TO WS-DOCP-EOF
                   NOT AT END
                       IF WS-QTD-RETORNO = 0 THEN
                           DISPLAY "LISTA GERADA EM " DOCP-DT-GERACAO
                       END-IF
                       ADD 1 TO WS-QTD-RETORNO
                       DISPLAY "----------------------------------"
                       DISPLAY "CPF: " DOCP-CPF "  " DOCP-NOME
                       DISPLAY "UNIDADE: " DOCP-UNIDADE
                               "  DOCUMENTOS DEVIDOS: " DOCP-FALTA
                       PERFORM P610-PROCURA-AGENDAMENTO
                       IF WS-ACHOU = 'S' THEN
                           DISPLAY "JA AGENDADO EM " WS-DATA-BUSCA
                                   "  TURNO: " WS-TURNO
                       ELSE
                           ADD 1 TO WS-QTD-LIGAR
                           DISPLAY "SEM AGENDAMENTO - LIGAR E AGENDAR "
                                   "PELA OPCAO 1"
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DOCPEND-FILE

           IF WS-QTD-RETORNO = 0 THEN
               DISPLAY "NENHUM CONSCRITO COM DOCUMENTO PENDENTE"
           ELSE
               DISPLAY "----------------------------------"
               DISPLAY "CONSCRITOS NA LISTA: " WS-QTD-RETORNO
               DISPLAY "SEM AGENDAMENTO (LIGAR): " WS-QTD-LIGAR
           END-IF
           GO TO P999-STOP.

       P610-PROCURA-AGENDAMENTO.
           MOVE 'N' TO WS-ACHOU
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
                       IF AGD-CPF = DOCP-CPF AND
                          AGD-SITUACAO = SPACE AND
                          AGD-DATA >= DOCP-DT-GERACAO THEN
                           MOVE 'S'       TO WS-ACHOU
                           MOVE AGD-DATA  TO WS-DATA-BUSCA
                           MOVE AGD-TURNO TO WS-TURNO
                           MOVE 'S'       TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AGENDA-FILE.

       P999-STOP.
           DISPLAY "FINALIZANDO O PROGRAMA..."
           STOP RUN.
       COPY LOGON.
       COPY SENHASH.
       COPY DATACHK.
       COPY TREINO.
       END PROGRAM AGENDA.

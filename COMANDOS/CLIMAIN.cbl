      *     02/09/2026 - AS CONSULTAS EXIBEM A SITUACAO DERIVADA DO
      *                  CLIENTE (SIT-CLIENTE, CARIMBADA PELO LOTE
      *                  CLISTATUS).
      *     15/10/2026 - AS CONSULTAS EXIBEM A CLASSIFICACAO DE
      *                  CREDITO DO CLIENTE (RATING-CLIENTE E
      *                  SCORE-CLIENTE, CARIMBADAS PELO LOTE CLIRATING).
      *     15/10/2026 - COD-CLIENTE E O CODIGO EM CLIENTE.LOG
      *                  (CLI-LOG-COD) PASSARAM A TER 7 DIGITOS (VER
      *                  CLIMIG5 E CODCLIMIG) - O CADASTRO NAO PARA MAIS
      *                  NO CLIENTE 999.
      *     15/10/2026 - INCLUSAO E ALTERACAO PERGUNTAM SE O CLIENTE
      *                  ACEITA RECEBER AVISOS POR SMS/E-MAIL
      *                  (OPTOUT-CLIENTE, RESPEITADO PELO NOTIFICA); AS
      *                  CONSULTAS EXIBEM A OPCAO. OS AVISOS ENVIADOS
      *                  APARECEM NO HISTORICO DE CONTATOS COMO
      *                  NOTIFICACAO.
      *     15/10/2026 - LAYOUT DE ACESSO.LOG EXTRAIDO PARA ACSLOGDATA;
      *                  A LINHA DA TRILHA DE ACESSO PASSA A LEVAR O ELO
      *                  DA CADEIA DE CONFERENCIA (ACS-ELO, ANCORA EM
      *                  ACESSO.LOG.ANC - VER CADEIA.cpy).
      *     15/10/2026 - A EXCLUSAO (P400) E RECUSADA PARA CLIENTE QUE
      *                  AINDA TEM CONTRATO EM CONTRATO.CTL (VER
      *                  REFVERIF).
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      *     15/10/2026 - CLIENTE INCLUIDO PASSA A GRAVAR O POSTO DE
      *                  ATENDIMENTO DO OPERADOR (POSTO-CLIENTE, VER
      *                  POSTODATA).
      *     15/10/2026 - NA EXCLUSAO, FALHA AO ABRIR CONTRATO.CTL
      *                  (STATUS DIFERENTE DE 35) NAO VALE MAIS COMO
      *                  CLIENTE SEM CONTRATO - MOSTRA O STATUS E RECUSA
      *                  A EXCLUSAO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIMAIN.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ACESSO-STATUS.

           SELECT ANC-FILE ASSIGN TO WS-ANC-PATH
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ANC-STATUS.

           SELECT LOCK-FILE ASSIGN TO WS-LOCK-PATH
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-DATAMOV-STATUS.

           SELECT CONTR-FILE ASSIGN TO 'CONTRATO.CTL'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CONTR-NUM-CONT
           ALTERNATE RECORD KEY IS CONTR-COD-CLIENTE WITH DUPLICATES
           FILE STATUS IS WS-CONTR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTE.
       FD  CLI-LOG-FILE.
       01  CLI-LOG-REC.
           05 CLI-LOG-TIMESTAMP PIC X(20).
           05 CLI-LOG-COD       PIC 9(07).
           05 CLI-LOG-OPERADOR  PIC X(10).
           05 CLI-LOG-TIPO      PIC X(15).
           05 CLI-LOG-NOTA      PIC X(60).
           05 BLQ-LOG-MOTIVO    PIC X(30).

       FD  ACESSO-LOG-FILE.
       COPY ACSLOGDATA.

       FD  ANC-FILE.
       COPY ANCDATA.

       FD LOCK-FILE.
       01 LOCK-REC.
         05 DTM-DATA-NEGOCIO   PIC 9(08).
         05 DTM-ULTIMA-FECHADA PIC 9(08).

       FD CONTR-FILE.
       COPY CONTRDATA.

       WORKING-STORAGE SECTION.
       01  WS-STATUS        PIC 99.
       01  WS-CONTR-STATUS  PIC 99.
       01  WS-QTD-CONTR-CLI PIC 9(05) VALUE 0.
       01  WS-CONTR-EOF     PIC X VALUE 'N'.
       01  WS-CONTR-LIDO    PIC X VALUE 'N'.
       01  WS-CNT-STATUS    PIC 99.
       01  WS-CLILOG-STATUS PIC 99.
       01  WS-CLILOG-EOF      PIC X VALUE 'N'.
       COPY WSSENHASH.
       COPY WSCPFBLOQ.
       COPY WSACESSLOG.
       COPY WSCADEIA.
       COPY WSFILELOCK.
       COPY WSDATAMOV.
       01  WS-NOME-VALIDO   PIC X VALUE 'N'.
       01  WS-NOME-IDX      PIC 9(02) VALUE 0.
       01  WS-NOME-CHAR     PIC X VALUE SPACE.
       01  WS-ACEITA-AVISO  PIC X VALUE SPACE.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           ACCEPT WS-CLIENTE-PATH FROM ENVIRONMENT "CLIENTE_PATH"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           DISPLAY "INFORME A UF"
           ACCEPT UF-CLIENTE
           PERFORM P220-VALIDA-CEP
           MOVE SPACES TO OPTOUT-CLIENTE
           PERFORM P240-PERGUNTA-AVISOS
           MOVE WS-DT-NEGOCIO TO DT-CADASTRO
           MOVE 0 TO DT-ALTERACAO
           MOVE WS-OPERADOR-POSTO TO POSTO-CLIENTE
           WRITE REG-CLIENTE
               INVALID KEY
                   DISPLAY "CODIGO DE CLIENTE JA CADASTRADO"
                   DISPLAY "NOVA UF"
                   ACCEPT UF-CLIENTE
                   PERFORM P220-VALIDA-CEP
                   PERFORM P240-PERGUNTA-AVISOS
                   MOVE WS-DT-NEGOCIO TO DT-ALTERACAO
                   REWRITE REG-CLIENTE
                       INVALID KEY
                   INVALID KEY
                       DISPLAY "CLIENTE NAO ENCONTRADO"
                   NOT INVALID KEY
                       PERFORM P410-CONTA-CONTRATOS
                       EVALUATE TRUE
                           WHEN WS-CONTR-LIDO NOT = 'S'
                               DISPLAY "EXCLUSAO RECUSADA"
                           WHEN WS-QTD-CONTR-CLI > 0
                               DISPLAY "CLIENTE COM " WS-QTD-CONTR-CLI
                                       " CONTRATO(S) EM CONTRATO.CTL - "
                                       "EXCLUSAO RECUSADA"
                           WHEN OTHER
                               DELETE CLIENTE
                                   INVALID KEY
                                       DISPLAY "NAO FOI POSSIVEL "
                                               "EXCLUIR"
                                   NOT INVALID KEY
                                       DISPLAY "REGISTRO EXCLUIDO"
                                       PERFORM P340-DROP-CONTADOR
                               END-DELETE
                       END-EVALUATE
               END-READ
           END-IF.

       P410-CONTA-CONTRATOS.
      *    CLIENTE COM CONTRATO (MESMO ARQUIVADO OU QUITADO) NAO PODE
      *    SER EXCLUIDO - O CONTRATO FICARIA SEM DONO (VER REFVERIF).
      *    PARA TIRAR O CLIENTE DO CADASTRO USE O CLIMERGE OU O
      *    ANONIMIZA.
      *    SO A FALTA DO ARQUIVO (STATUS 35) QUER DIZER "NENHUM
      *    CONTRATO"; QUALQUER OUTRA FALHA DE ABERTURA DEIXA
      *    WS-CONTR-LIDO = 'N' E O CHAMADOR RECUSA A EXCLUSAO.
           MOVE 0   TO WS-QTD-CONTR-CLI
           MOVE 'S' TO WS-CONTR-LIDO
           OPEN INPUT CONTR-FILE
           IF WS-CONTR-STATUS EQUAL 35 THEN
               EXIT PARAGRAPH
           END-IF
           IF WS-CONTR-STATUS NOT = 0 THEN
               MOVE 'N' TO WS-CONTR-LIDO
               DISPLAY "NAO FOI POSSIVEL LER CONTRATO.CTL (STATUS "
                       WS-CONTR-STATUS ") - CONTRATOS DO CLIENTE NAO "
                       "CONFERIDOS"
               EXIT PARAGRAPH
           END-IF
           MOVE COD-CLIENTE TO CONTR-COD-CLIENTE
           MOVE 'N' TO WS-CONTR-EOF
           START CONTR-FILE KEY IS EQUAL TO CONTR-COD-CLIENTE
               INVALID KEY
                   MOVE 'S' TO WS-CONTR-EOF
           END-START
           PERFORM UNTIL WS-CONTR-EOF = 'S'
               READ CONTR-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-CONTR-EOF
                   NOT AT END
                       IF CONTR-COD-CLIENTE NOT = COD-CLIENTE THEN
                           MOVE 'S' TO WS-CONTR-EOF
                       ELSE
                           ADD 1 TO WS-QTD-CONTR-CLI
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTR-FILE.

       P500-CONSULTAR.
           DISPLAY "INFORME O COD. DO CLIENTE"
           ACCEPT COD-CLIENTE
                   DISPLAY 'CADASTRO:.' DT-CADASTRO
                   DISPLAY 'SITUACAO:.' SIT-CLIENTE
                           ' (A=ATIVO D=INADIMPLENTE I=INATIVO)'
                   DISPLAY 'RATING:...' RATING-CLIENTE
                           ' PONTOS ' SCORE-CLIENTE
                           ' (A=MELHOR ... E=PIOR)'
                   IF OPTOUT-CLIENTE = 'S' THEN
                       DISPLAY 'AVISOS:...NAO RECEBE SMS/E-MAIL'
                   ELSE
                       DISPLAY 'AVISOS:...RECEBE SMS/E-MAIL'
                   END-IF
           END-READ.

       P800-CONSULTAR-CPF.
                   DISPLAY 'CADASTRO:.' DT-CADASTRO
                   DISPLAY 'SITUACAO:.' SIT-CLIENTE
                           ' (A=ATIVO D=INADIMPLENTE I=INATIVO)'
                   DISPLAY 'RATING:...' RATING-CLIENTE
                           ' PONTOS ' SCORE-CLIENTE
                           ' (A=MELHOR ... E=PIOR)'
                   IF OPTOUT-CLIENTE = 'S' THEN
                       DISPLAY 'AVISOS:...NAO RECEBE SMS/E-MAIL'
                   ELSE
                       DISPLAY 'AVISOS:...RECEBE SMS/E-MAIL'
                   END-IF
           END-READ.

       P205-VALIDA-NOME.
               END-IF
           END-IF.

       P240-PERGUNTA-AVISOS.
      *    OPCAO DO CLIENTE DE NAO RECEBER OS AVISOS POR SMS/E-MAIL DO
      *    NOTIFICA. ENTER SEM RESPOSTA MANTEM A OPCAO ATUAL (NA
      *    INCLUSAO, RECEBE).
           IF OPTOUT-CLIENTE = 'S' THEN
               DISPLAY "AVISOS ATUAIS: NAO RECEBE"
           ELSE
               DISPLAY "AVISOS ATUAIS: RECEBE"
           END-IF
           DISPLAY "ACEITA RECEBER AVISOS POR SMS/E-MAIL (S/N)"
           MOVE SPACE TO WS-ACEITA-AVISO
           ACCEPT WS-ACEITA-AVISO
           EVALUATE WS-ACEITA-AVISO
               WHEN 'S'
               WHEN 's'
                   MOVE 'N' TO OPTOUT-CLIENTE
               WHEN 'N'
               WHEN 'n'
                   MOVE 'S' TO OPTOUT-CLIENTE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       P230-CHECK-BLOQUEIO.
      *    CONFERE O CPF DIGITADO CONTRA A LISTA DE BLOQUEIO
      *    BLOQCPF.CTL (VER CPFBLOQ/BLOQMNT) ANTES DE GRAVAR O
       COPY CPFBLOQ.
       COPY FILELOCK.
       COPY ACESSLOG.
       COPY CADEIA.
       COPY DATAMOV.
       COPY TREINO.
       END PROGRAM CLIMAIN.

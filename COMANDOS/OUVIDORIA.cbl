      ******************************************************************
      * Author: RHAYADH ZAPAROLI
      * Date: 15/10/2026
      * Purpose: OUVIDORIA - CHAMADOS DE RECLAMACAO POR CPF. AS
      *          RECLAMACOES (ALISTAMENTO, COBRANCA, PRIVACIDADE)
      *          FICAVAM NUMA CAIXA DE E-MAIL SEM CONTROLE DE PRAZO.
      *          O CHAMADO E ABERTO CONTRA UM CPF E, OPCIONALMENTE, UM
      *          CLIENTE E/OU CONTRATO, RECEBE NUMERO SEQUENCIAL DE
      *          OUVNUM.CTL (MESMO PADRAO DE CARTNUM.CTL), CATEGORIA,
      *          DESCRICAO, OPERADOR RESPONSAVEL E O PRAZO REGULATORIO
      *          DA CATEGORIA (OUVPRAZO.CTL, MANTIDO PELO CTLMNT).
      *          CHAMADOS EM OUVIDORIA.DAT (VER OUVDATA); CADA MUDANCA
      *          DE SITUACAO OU DE RESPONSAVEL FICA EM OUVIDORIA.HST
      *          (VER OUVHST). O NUMERO DO CHAMADO VAI PARA O
      *          HISTORICO DO CLIENTE (CLIENTE.LOG) NA ABERTURA E NO
      *          ENCERRAMENTO E, NA RESOLUCAO DE RECLAMACAO DE
      *          ALISTAMENTO, PARA O LOG DE ALTERACOES DO ALISTAMENTO
      *          (ALISTAMENTO.LOG). VENCIDOS: OUVATRASO. VOLUME E TEMPO
      *          MEDIO DE RESOLUCAO POR CATEGORIA: OUVMES.
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
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OUVIDORIA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUV-FILE ASSIGN TO 'OUVIDORIA.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OUV-NUMERO
           ALTERNATE RECORD KEY IS OUV-CPF WITH DUPLICATES
           FILE STATUS IS WS-OUV-STATUS.

           SELECT OUV-HST-FILE ASSIGN TO 'OUVIDORIA.HST'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-HST-STATUS.

           SELECT OUVNUM-CTL-FILE ASSIGN TO 'OUVNUM.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-OUVNUM-STATUS.

           SELECT OUVPRAZO-FILE ASSIGN TO 'OUVPRAZO.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PRAZO-STATUS.

           SELECT CLIENTE ASSIGN TO WS-CLIENTE-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COD-CLIENTE
           ALTERNATE RECORD KEY IS CPF-CLIENTE WITH DUPLICATES
           FILE STATUS IS WS-CLI-STATUS.

           SELECT CONTR-FILE ASSIGN TO 'CONTRATO.CTL'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CONTR-NUM-CONT
           ALTERNATE RECORD KEY IS CONTR-COD-CLIENTE WITH DUPLICATES
           FILE STATUS IS WS-CONTR-STATUS.

           SELECT CLI-LOG-FILE ASSIGN TO 'CLIENTE.LOG'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CLILOG-STATUS.

           SELECT CHG-LOG-FILE ASSIGN TO 'ALISTAMENTO.LOG'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LOG-STATUS.

           SELECT ANC-FILE ASSIGN TO WS-ANC-PATH
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ANC-STATUS.

           SELECT USER-CTL-FILE ASSIGN TO 'USERS.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LOGON-STATUS.

           SELECT DATAMOV-FILE ASSIGN TO 'DATAMOV.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-DATAMOV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OUV-FILE.
       COPY OUVDATA.

       FD OUV-HST-FILE.
       COPY OUVHST.

       FD OUVNUM-CTL-FILE.
       01 OUVNUM-CTL-REC.
         05 OUVNUM-ULTIMO     PIC 9(07).

       FD OUVPRAZO-FILE.
      *    MESMO LAYOUT DE OUVPRAZO-REC NO CTLMNT. DIAS CORRIDOS DE
      *    PRAZO POR CATEGORIA, NA ORDEM A, C, P, O.
       01 OUVPRAZO-REC.
         05 OUVP-DIAS         PIC 9(03) OCCURS 4 TIMES.

       FD CLIENTE.
       COPY CLIDATA.

       FD CONTR-FILE.
       COPY CONTRDATA.

       FD CLI-LOG-FILE.
       01 CLI-LOG-REC.
         05 CLI-LOG-TIMESTAMP PIC X(20).
         05 CLI-LOG-COD       PIC 9(07).
         05 CLI-LOG-OPERADOR  PIC X(10).
         05 CLI-LOG-TIPO      PIC X(15).
         05 CLI-LOG-NOTA      PIC X(60).

       FD CHG-LOG-FILE.
       COPY CHGLOGDATA.

       FD ANC-FILE.
       COPY ANCDATA.

       FD USER-CTL-FILE.
       COPY USERCTL.

       FD DATAMOV-FILE.
       01 DATAMOV-REC.
         05 DTM-DATA-NEGOCIO   PIC 9(08).
         05 DTM-ULTIMA-FECHADA PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WS-OUV-STATUS      PIC 99.
       01 WS-HST-STATUS      PIC 99.
       01 WS-OUVNUM-STATUS   PIC 99.
       01 WS-PRAZO-STATUS    PIC 99.
       01 WS-CLI-STATUS      PIC 99.
       01 WS-CONTR-STATUS    PIC 99.
       01 WS-CLILOG-STATUS   PIC 99.
       01 WS-LOG-STATUS      PIC 99.
       01 WS-OPCAO           PIC 9(01)  VALUE 0.
       01 WS-EOF             PIC X      VALUE 'N'.
       01 WS-ACHOU           PIC X      VALUE 'N'.
       01 WS-CLI-ABERTO      PIC X      VALUE 'N'.
       01 WS-CONTR-ABERTO    PIC X      VALUE 'N'.
       01 WS-RESP-OK         PIC X      VALUE 'N'.
       01 WS-CONFIRMA        PIC X      VALUE SPACE.
       01 WS-NUMERO          PIC 9(07)  VALUE 0.
       01 WS-CPF-BUSCA       PIC 9(11)  VALUE 0.
       01 WS-RESP-BUSCA      PIC X(10)  VALUE SPACES.
       01 WS-SIT-ANTES       PIC X(01)  VALUE SPACE.
       01 WS-NOTA            PIC X(60)  VALUE SPACES.
       01 WS-QTD-LISTADOS    PIC 9(05)  VALUE 0.

      *    PRAZO REGULATORIO POR CATEGORIA (OUVPRAZO.CTL), NA ORDEM
      *    A (ALISTAMENTO), C (COBRANCA), P (PRIVACIDADE), O (OUTROS).
       01 WS-PRAZOS.
           05 WS-PRAZO-DIAS  PIC 9(03)  OCCURS 4 TIMES.
       01 WS-PRAZOS-PADRAO.
           05 FILLER         PIC 9(03)  VALUE 15.
           05 FILLER         PIC 9(03)  VALUE 10.
           05 FILLER         PIC 9(03)  VALUE 15.
           05 FILLER         PIC 9(03)  VALUE 30.
       01 WS-IDX-CAT         PIC 9(01)  VALUE 0.
       01 WS-NM-CATEGORIA    PIC X(12)  VALUE SPACES.
       01 WS-NM-SITUACAO     PIC X(12)  VALUE SPACES.
       01 WS-INT-DATA        PIC S9(09) VALUE 0.

       COPY CLIPATH.
       COPY WSLOGON.
       COPY WSSENHASH.
       COPY WSDATAMOV.
       COPY WSCADEIA.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           DISPLAY "******** OUVIDORIA - CHAMADOS DE RECLAMACAO ****"
           PERFORM P-SIGN-ON
           ACCEPT WS-CLIENTE-PATH FROM ENVIRONMENT "CLIENTE_PATH"
               ON EXCEPTION CONTINUE
           END-ACCEPT
      *    A ABERTURA E O ENCERRAMENTO SAO DATADOS PELA DATA OFICIAL
      *    DE MOVIMENTO (VER DATAMOV/FECHADIA).
           PERFORM P-DATA-NEGOCIO
           IF WS-DT-NEG-OK NOT = 'S' THEN
               GO TO P999-STOP
           END-IF
           PERFORM P050-LE-PRAZOS

           OPEN I-O OUV-FILE
           IF WS-OUV-STATUS EQUAL 35 THEN
               OPEN OUTPUT OUV-FILE
               CLOSE OUV-FILE
               OPEN I-O OUV-FILE
           END-IF
           OPEN INPUT CLIENTE
           IF WS-CLI-STATUS NOT EQUAL 35 THEN
               MOVE 'S' TO WS-CLI-ABERTO
           END-IF
           OPEN INPUT CONTR-FILE
           IF WS-CONTR-STATUS NOT EQUAL 35 THEN
               MOVE 'S' TO WS-CONTR-ABERTO
           END-IF

           PERFORM WITH TEST AFTER UNTIL WS-OPCAO = 9
               DISPLAY " "
               DISPLAY "---- OUVIDORIA ----"
               DISPLAY "1 - ABRIR CHAMADO"
               DISPLAY "2 - ATRIBUIR / REGISTRAR ANDAMENTO"
               DISPLAY "3 - ENCERRAR CHAMADO"
               DISPLAY "4 - CONSULTAR CHAMADO"
               DISPLAY "5 - CHAMADOS POR CPF"
               DISPLAY "9 - SAIR"
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                   WHEN 1 PERFORM P100-ABRIR
                   WHEN 2 PERFORM P200-ANDAMENTO
                   WHEN 3 PERFORM P300-ENCERRAR
                   WHEN 4 PERFORM P400-CONSULTAR
                   WHEN 5 PERFORM P500-POR-CPF
                   WHEN 9 CONTINUE
                   WHEN OTHER DISPLAY "OPCAO INVALIDA"
               END-EVALUATE
           END-PERFORM

           CLOSE OUV-FILE
           GO TO P999-STOP.

       P050-LE-PRAZOS.
      *    SEM OUVPRAZO.CTL, OU COM PRAZO ZERO, VALEM OS PRAZOS PADRAO
      *    (15 DIAS ALISTAMENTO, 10 COBRANCA, 15 PRIVACIDADE, 30
      *    OUTROS).
           MOVE WS-PRAZOS-PADRAO TO WS-PRAZOS
           OPEN INPUT OUVPRAZO-FILE
           IF WS-PRAZO-STATUS EQUAL 35 THEN
               EXIT PARAGRAPH
           END-IF
           READ OUVPRAZO-FILE
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM VARYING WS-IDX-CAT FROM 1 BY 1
                           UNTIL WS-IDX-CAT > 4
                       IF OUVP-DIAS(WS-IDX-CAT) > 0 THEN
                           MOVE OUVP-DIAS(WS-IDX-CAT)
                             TO WS-PRAZO-DIAS(WS-IDX-CAT)
                       END-IF
                   END-PERFORM
           END-READ
           CLOSE OUVPRAZO-FILE.

       P100-ABRIR.
           INITIALIZE OUV-REC
           DISPLAY "INFORME O CPF DO RECLAMANTE"
           ACCEPT OUV-CPF
           IF OUV-CPF = 0 THEN
               DISPLAY "CPF OBRIGATORIO"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO OUV-CATEGORIA
           PERFORM UNTIL OUV-CAT-VALIDA
               DISPLAY "CATEGORIA (A=ALISTAMENTO C=COBRANCA "
                       "P=PRIVACIDADE O=OUTROS)"
               ACCEPT OUV-CATEGORIA
               IF NOT OUV-CAT-VALIDA THEN
                   DISPLAY "CATEGORIA INVALIDA"
               END-IF
           END-PERFORM
           DISPLAY "CONTRATO RELACIONADO (0 = NENHUM)"
           ACCEPT OUV-NUM-CONT
           DISPLAY "COD. DO CLIENTE (0 = PROCURAR PELO CPF/CONTRATO)"
           ACCEPT OUV-COD-CLIENTE
           PERFORM P150-CONFERE-VINCULOS
           IF WS-ACHOU NOT = 'S' THEN
               EXIT PARAGRAPH
           END-IF
           DISPLAY "DESCRICAO DA RECLAMACAO"
           ACCEPT OUV-DESCRICAO
           DISPLAY "OPERADOR RESPONSAVEL (ENTER = " WS-OPERADOR-ID ")"
           MOVE SPACES TO WS-RESP-BUSCA
           ACCEPT WS-RESP-BUSCA
           IF WS-RESP-BUSCA = SPACES THEN
               MOVE WS-OPERADOR-ID TO WS-RESP-BUSCA
           END-IF
           PERFORM P250-VALIDA-RESPONSAVEL
           IF WS-RESP-OK NOT = 'S' THEN
               DISPLAY "OPERADOR " WS-RESP-BUSCA " NAO CADASTRADO"
               EXIT PARAGRAPH
           END-IF

           PERFORM P160-PROXIMO-NUMERO
           MOVE WS-NUMERO       TO OUV-NUMERO
           MOVE WS-RESP-BUSCA   TO OUV-OPER-RESP
           MOVE WS-OPERADOR-ID  TO OUV-OPER-ABERTURA
           MOVE 'A'             TO OUV-SITUACAO
           MOVE WS-DT-NEGOCIO   TO OUV-DT-ABERTURA
           MOVE 0               TO OUV-DT-ENCERRAMENTO
           PERFORM P900-NOME-CATEGORIA
           COMPUTE WS-INT-DATA =
                   FUNCTION INTEGER-OF-DATE(WS-DT-NEGOCIO)
                   + WS-PRAZO-DIAS(WS-IDX-CAT)
           COMPUTE OUV-DT-PRAZO = FUNCTION DATE-OF-INTEGER(WS-INT-DATA)
           WRITE OUV-REC
               INVALID KEY
                   DISPLAY "NUMERO DE CHAMADO JA EXISTE - CONFIRA "
                           "OUVNUM.CTL"
                   EXIT PARAGRAPH
           END-WRITE

           MOVE SPACE TO WS-SIT-ANTES
           MOVE "ABERTURA" TO WS-NOTA
           PERFORM P700-GRAVA-HISTORICO
           MOVE SPACES TO WS-NOTA
           STRING "CHAMADO "      DELIMITED BY SIZE
                  OUV-NUMERO      DELIMITED BY SIZE
                  " ABERTO - "    DELIMITED BY SIZE
                  WS-NM-CATEGORIA DELIMITED BY SPACE
                  INTO WS-NOTA
           PERFORM P750-GRAVA-CONTATO
           DISPLAY "CHAMADO " OUV-NUMERO " ABERTO - PRAZO "
                   OUV-DT-PRAZO.

       P150-CONFERE-VINCULOS.
      *    CONTRATO INFORMADO TEM DE EXISTIR; SEM CLIENTE INFORMADO, O
      *    CLIENTE VEM DO CONTRATO OU, NA FALTA DELE, DO CPF.
           MOVE 'S' TO WS-ACHOU
           IF OUV-NUM-CONT NOT = 0 THEN
               IF WS-CONTR-ABERTO NOT = 'S' THEN
                   DISPLAY "CONTRATO.CTL AINDA NAO FOI CRIADO"
                   MOVE 'N' TO WS-ACHOU
                   EXIT PARAGRAPH
               END-IF
               MOVE OUV-NUM-CONT TO CONTR-NUM-CONT
               READ CONTR-FILE
                   INVALID KEY
                       DISPLAY "CONTRATO NAO ENCONTRADO"
                       MOVE 'N' TO WS-ACHOU
                       EXIT PARAGRAPH
               END-READ
               IF OUV-COD-CLIENTE = 0 THEN
                   MOVE CONTR-COD-CLIENTE TO OUV-COD-CLIENTE
               END-IF
           END-IF
           IF WS-CLI-ABERTO NOT = 'S' THEN
               IF OUV-COD-CLIENTE NOT = 0 THEN
                   DISPLAY "CLIENTE AINDA NAO FOI CRIADO"
                   MOVE 'N' TO WS-ACHOU
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF OUV-COD-CLIENTE NOT = 0 THEN
               MOVE OUV-COD-CLIENTE TO COD-CLIENTE
               READ CLIENTE
                   INVALID KEY
                       DISPLAY "CLIENTE NAO ENCONTRADO"
                       MOVE 'N' TO WS-ACHOU
                   NOT INVALID KEY
                       DISPLAY "CLIENTE: " NM-CLIENTE
               END-READ
           ELSE
               MOVE OUV-CPF TO CPF-CLIENTE
               READ CLIENTE KEY IS CPF-CLIENTE
                   INVALID KEY
                       DISPLAY "CPF SEM CADASTRO DE CLIENTE"
                   NOT INVALID KEY
                       MOVE COD-CLIENTE TO OUV-COD-CLIENTE
                       DISPLAY "CLIENTE: " COD-CLIENTE " " NM-CLIENTE
               END-READ
           END-IF.

       P160-PROXIMO-NUMERO.
      *    MESMO PADRAO DE CONTADOR DE CARTNUM.CTL/RECIBONUM.CTL.
           OPEN I-O OUVNUM-CTL-FILE
           IF WS-OUVNUM-STATUS EQUAL 35 THEN
               OPEN OUTPUT OUVNUM-CTL-FILE
               MOVE 0 TO OUVNUM-ULTIMO
               WRITE OUVNUM-CTL-REC
               CLOSE OUVNUM-CTL-FILE
               OPEN I-O OUVNUM-CTL-FILE
           END-IF
           READ OUVNUM-CTL-FILE NEXT RECORD
               AT END
                   MOVE 0 TO OUVNUM-ULTIMO
           END-READ
           ADD 1 TO OUVNUM-ULTIMO GIVING WS-NUMERO
           MOVE WS-NUMERO TO OUVNUM-ULTIMO
           REWRITE OUVNUM-CTL-REC
           CLOSE OUVNUM-CTL-FILE.

       P200-ANDAMENTO.
      *    TROCA O RESPONSAVEL E/OU REGISTRA UMA NOTA DE ANDAMENTO; O
      *    CHAMADO ABERTO PASSA A 'E' (EM ANDAMENTO).
           PERFORM P600-LE-CHAMADO
           IF WS-ACHOU NOT = 'S' THEN
               EXIT PARAGRAPH
           END-IF
           IF OUV-ENCERRADO THEN
               DISPLAY "CHAMADO JA ENCERRADO"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "RESPONSAVEL ATUAL: " OUV-OPER-RESP
           DISPLAY "NOVO RESPONSAVEL (ENTER = MANTER)"
           MOVE SPACES TO WS-RESP-BUSCA
           ACCEPT WS-RESP-BUSCA
           IF WS-RESP-BUSCA NOT = SPACES THEN
               PERFORM P250-VALIDA-RESPONSAVEL
               IF WS-RESP-OK NOT = 'S' THEN
                   DISPLAY "OPERADOR " WS-RESP-BUSCA " NAO CADASTRADO"
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-RESP-BUSCA TO OUV-OPER-RESP
           END-IF
           DISPLAY "NOTA DE ANDAMENTO"
           MOVE SPACES TO WS-NOTA
           ACCEPT WS-NOTA
           IF WS-NOTA = SPACES THEN
               MOVE "ATRIBUICAO" TO WS-NOTA
           END-IF
           MOVE OUV-SITUACAO TO WS-SIT-ANTES
           MOVE 'E'          TO OUV-SITUACAO
           REWRITE OUV-REC
               INVALID KEY
                   DISPLAY "NAO FOI POSSIVEL ATUALIZAR O CHAMADO"
                   EXIT PARAGRAPH
           END-REWRITE
           PERFORM P700-GRAVA-HISTORICO
           DISPLAY "CHAMADO " OUV-NUMERO " ATUALIZADO".

       P250-VALIDA-RESPONSAVEL.
      *    O RESPONSAVEL TEM DE SER UM OPERADOR DE USERS.CTL.
           MOVE 'N' TO WS-RESP-OK
           MOVE 'N' TO WS-EOF
           OPEN INPUT USER-CTL-FILE
           IF WS-LOGON-STATUS EQUAL 35 THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'S'
               READ USER-CTL-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF USER-CTL-ID = WS-RESP-BUSCA THEN
                           MOVE 'S' TO WS-RESP-OK
                           MOVE 'S' TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE USER-CTL-FILE.

       P300-ENCERRAR.
           PERFORM P600-LE-CHAMADO
           IF WS-ACHOU NOT = 'S' THEN
               EXIT PARAGRAPH
           END-IF
           IF OUV-ENCERRADO THEN
               DISPLAY "CHAMADO JA ENCERRADO"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO WS-CONFIRMA
           PERFORM UNTIL WS-CONFIRMA = 'R' OR WS-CONFIRMA = 'I'
               DISPLAY "ENCERRAMENTO (R=RESOLVIDO I=IMPROCEDENTE)"
               ACCEPT WS-CONFIRMA
           END-PERFORM
           DISPLAY "SOLUCAO / RESPOSTA AO RECLAMANTE"
           ACCEPT OUV-SOLUCAO
           MOVE OUV-SITUACAO  TO WS-SIT-ANTES
           MOVE WS-CONFIRMA   TO OUV-SITUACAO
           MOVE WS-DT-NEGOCIO TO OUV-DT-ENCERRAMENTO
           REWRITE OUV-REC
               INVALID KEY
                   DISPLAY "NAO FOI POSSIVEL ENCERRAR O CHAMADO"
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE OUV-SOLUCAO TO WS-NOTA
           PERFORM P700-GRAVA-HISTORICO

           PERFORM P900-NOME-CATEGORIA
           PERFORM P910-NOME-SITUACAO
           MOVE SPACES TO WS-NOTA
           STRING "CHAMADO "      DELIMITED BY SIZE
                  OUV-NUMERO      DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WS-NM-SITUACAO  DELIMITED BY SPACE
                  " - "           DELIMITED BY SIZE
                  WS-NM-CATEGORIA DELIMITED BY SPACE
                  INTO WS-NOTA
           PERFORM P750-GRAVA-CONTATO
           IF OUV-CAT-ALISTAMENTO AND OUV-RESOLVIDO THEN
               PERFORM P800-LOG-ALISTAMENTO
           END-IF
           DISPLAY "CHAMADO " OUV-NUMERO " ENCERRADO".

       P400-CONSULTAR.
           PERFORM P600-LE-CHAMADO
           IF WS-ACHOU NOT = 'S' THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM P900-NOME-CATEGORIA
           PERFORM P910-NOME-SITUACAO
           DISPLAY "CHAMADO:....." OUV-NUMERO
           DISPLAY "CPF:........." OUV-CPF
           DISPLAY "CLIENTE:....." OUV-COD-CLIENTE
           DISPLAY "CONTRATO:...." OUV-NUM-CONT
           DISPLAY "CATEGORIA:..." WS-NM-CATEGORIA
           DISPLAY "DESCRICAO:..." OUV-DESCRICAO
           DISPLAY "SITUACAO:...." WS-NM-SITUACAO
           DISPLAY "ABERTO EM:..." OUV-DT-ABERTURA
                   " POR " OUV-OPER-ABERTURA
           DISPLAY "RESPONSAVEL:." OUV-OPER-RESP
           DISPLAY "PRAZO:......." OUV-DT-PRAZO
           IF OUV-ENCERRADO THEN
               DISPLAY "ENCERRADO EM:" OUV-DT-ENCERRAMENTO
               DISPLAY "SOLUCAO:....." OUV-SOLUCAO
           ELSE
               IF OUV-DT-PRAZO < WS-DT-NEGOCIO THEN
                   DISPLAY "*** PRAZO VENCIDO ***"
               END-IF
           END-IF

           DISPLAY "---- HISTORICO ----"
           MOVE OUV-NUMERO TO WS-NUMERO
           MOVE 'N' TO WS-EOF
           OPEN INPUT OUV-HST-FILE
           IF WS-HST-STATUS EQUAL 35 THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'S'
               READ OUV-HST-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF OUVH-NUMERO = WS-NUMERO THEN
                           DISPLAY OUVH-TIMESTAMP(1:8) " "
                                   OUVH-OPERADOR " "
                                   OUVH-SIT-ANTES "->" OUVH-SIT-DEPOIS
                                   " RESP " OUVH-OPER-RESP " "
                                   OUVH-NOTA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OUV-HST-FILE.

       P500-POR-CPF.
           DISPLAY "INFORME O CPF"
           ACCEPT WS-CPF-BUSCA
           MOVE 0 TO WS-QTD-LISTADOS
           MOVE WS-CPF-BUSCA TO OUV-CPF
           MOVE 'N' TO WS-EOF
           START OUV-FILE KEY IS EQUAL TO OUV-CPF
               INVALID KEY
                   MOVE 'S' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'S'
               READ OUV-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF OUV-CPF NOT = WS-CPF-BUSCA THEN
                           MOVE 'S' TO WS-EOF
                       ELSE
                           PERFORM P900-NOME-CATEGORIA
                           PERFORM P910-NOME-SITUACAO
                           DISPLAY OUV-NUMERO " " OUV-DT-ABERTURA " "
                                   WS-NM-CATEGORIA " "
                                   WS-NM-SITUACAO " PRAZO "
                                   OUV-DT-PRAZO " RESP "
                                   OUV-OPER-RESP
                           ADD 1 TO WS-QTD-LISTADOS
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "CHAMADOS DO CPF: " WS-QTD-LISTADOS.

       P600-LE-CHAMADO.
           MOVE 'N' TO WS-ACHOU
           DISPLAY "INFORME O NUMERO DO CHAMADO"
           ACCEPT OUV-NUMERO
           READ OUV-FILE
               INVALID KEY
                   DISPLAY "CHAMADO NAO ENCONTRADO"
               NOT INVALID KEY
                   MOVE 'S' TO WS-ACHOU
           END-READ.

       P700-GRAVA-HISTORICO.
           MOVE FUNCTION CURRENT-DATE TO OUVH-TIMESTAMP
           MOVE OUV-NUMERO            TO OUVH-NUMERO
           MOVE WS-OPERADOR-ID        TO OUVH-OPERADOR
           MOVE WS-SIT-ANTES          TO OUVH-SIT-ANTES
           MOVE OUV-SITUACAO          TO OUVH-SIT-DEPOIS
           MOVE OUV-OPER-RESP         TO OUVH-OPER-RESP
           MOVE WS-DT-NEGOCIO         TO OUVH-DT-NEGOCIO
           MOVE WS-NOTA               TO OUVH-NOTA
           OPEN EXTEND OUV-HST-FILE
           IF WS-HST-STATUS EQUAL 35 THEN
               OPEN OUTPUT OUV-HST-FILE
           END-IF
           WRITE OUV-HST-REC
           CLOSE OUV-HST-FILE.

       P750-GRAVA-CONTATO.
      *    NUMERO DO CHAMADO NO HISTORICO DE CONTATOS DO CLIENTE
      *    (CLIENTE.LOG, MESMO LAYOUT DO CLIMAIN). RECLAMANTE SEM
      *    CADASTRO DE CLIENTE FICA SO NO HISTORICO DO CHAMADO.
           IF OUV-COD-CLIENTE = 0 THEN
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO CLI-LOG-TIMESTAMP
           MOVE OUV-COD-CLIENTE       TO CLI-LOG-COD
           MOVE WS-OPERADOR-ID        TO CLI-LOG-OPERADOR
           MOVE "OUVIDORIA"           TO CLI-LOG-TIPO
           MOVE WS-NOTA               TO CLI-LOG-NOTA
           OPEN EXTEND CLI-LOG-FILE
           IF WS-CLILOG-STATUS EQUAL 35 THEN
               OPEN OUTPUT CLI-LOG-FILE
           END-IF
           WRITE CLI-LOG-REC
           CLOSE CLI-LOG-FILE.

       P800-LOG-ALISTAMENTO.
      *    RECLAMACAO DE ALISTAMENTO RESOLVIDA: O NUMERO DO CHAMADO E A
      *    SOLUCAO VAO PARA O LOG DE ALTERACOES DO ALISTAMENTO DO CPF
      *    (MESMO REGISTRO DE P310-LOG-CHANGE NO ALISTAMENTO), PARA O
      *    CHGRPT MOSTRAR A CORRECAO JUNTO DO CHAMADO QUE A MOTIVOU.
           MOVE FUNCTION CURRENT-DATE TO CHG-TIMESTAMP
           MOVE WS-OPERADOR-ID        TO CHG-OPERADOR
           MOVE OUV-CPF               TO CHG-CPF
           MOVE "OUVIDORIA"           TO CHG-FIELD
           MOVE SPACES                TO CHG-OLD-VALUE
           STRING "CHAMADO "      DELIMITED BY SIZE
                  OUV-NUMERO      DELIMITED BY SIZE
                  ": "            DELIMITED BY SIZE
                  OUV-DESCRICAO   DELIMITED BY SIZE
                  INTO CHG-OLD-VALUE
           MOVE OUV-SOLUCAO           TO CHG-NEW-VALUE
           OPEN EXTEND CHG-LOG-FILE
           IF WS-LOG-STATUS EQUAL 35 THEN
               OPEN OUTPUT CHG-LOG-FILE
           END-IF
           MOVE 'ALISTAMENTO.LOG.ANC'  TO WS-ANC-PATH
           MOVE CHG-LOG-REC            TO WS-CAD-LINHA
           MOVE 211                    TO WS-CAD-TAM
           PERFORM P-CADEIA-ENCADEIA
           MOVE WS-CAD-ELO             TO CHG-ELO
           WRITE CHG-LOG-REC
           IF WS-LOG-STATUS EQUAL 0 THEN
               PERFORM P-CADEIA-GRAVA-ANCORA
           END-IF
           CLOSE CHG-LOG-FILE.

       P900-NOME-CATEGORIA.
           EVALUATE TRUE
               WHEN OUV-CAT-ALISTAMENTO
                   MOVE 1 TO WS-IDX-CAT
                   MOVE "ALISTAMENTO" TO WS-NM-CATEGORIA
               WHEN OUV-CAT-COBRANCA
                   MOVE 2 TO WS-IDX-CAT
                   MOVE "COBRANCA"    TO WS-NM-CATEGORIA
               WHEN OUV-CAT-PRIVACIDADE
                   MOVE 3 TO WS-IDX-CAT
                   MOVE "PRIVACIDADE" TO WS-NM-CATEGORIA
               WHEN OTHER
                   MOVE 4 TO WS-IDX-CAT
                   MOVE "OUTROS"      TO WS-NM-CATEGORIA
           END-EVALUATE.

       P910-NOME-SITUACAO.
           EVALUATE TRUE
               WHEN OUV-ABERTO
                   MOVE "ABERTO"       TO WS-NM-SITUACAO
               WHEN OUV-EM-ANDAMENTO
                   MOVE "ANDAMENTO"    TO WS-NM-SITUACAO
               WHEN OUV-RESOLVIDO
                   MOVE "RESOLVIDO"    TO WS-NM-SITUACAO
               WHEN OUV-IMPROCEDENTE
                   MOVE "IMPROCEDENTE" TO WS-NM-SITUACAO
               WHEN OTHER
                   MOVE OUV-SITUACAO   TO WS-NM-SITUACAO
           END-EVALUATE.

       P999-STOP.
           IF WS-CLI-ABERTO = 'S' THEN
               CLOSE CLIENTE
           END-IF
           IF WS-CONTR-ABERTO = 'S' THEN
               CLOSE CONTR-FILE
           END-IF
           DISPLAY "FINALIZANDO O PROGRAMA..."
           STOP RUN.

       COPY LOGON.
       COPY SENHASH.
       COPY DATAMOV.
       COPY CADEIA.
       COPY TREINO.
       END PROGRAM OUVIDORIA.

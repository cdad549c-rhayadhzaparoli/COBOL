      ******************************************************************
      * Author: RHAYADH ZAPAROLI
      * Date: 15/10/2026
      * Purpose: COBRANCA DE MENSALIDADES PELOS ARQUIVOS DE
      *          FINANCIAMENTO - A MENSALIDADE ERA COBRADA FORA DO
      *          SISTEMA, ENQUANTO A REMESSA, O RETORNO, A COBRANCA E O
      *          AGING DOS EMPRESTIMOS JA RODAVAM AQUI. LIGA CADA
      *          ALUNO ENTURMADO DO ALUMESTRE.DAT A UM CLIENTE PAGADOR
      *          DO CADASTRO (MENSALID.DAT, VER MENSDATA), DE
      *          PREFERENCIA O RESPONSAVEL DE RESPONSAVEL.DAT ACHADO
      *          PELO CPF, E GERA O CONTRATO ANUAL DE MENSALIDADE EM
      *          CONTRATO.CTL (PRODUTO 'MENS', TAXA ZERO) COM UMA
      *          PARCELA POR MES EM PRESTACOES, NO VALOR DA TURMA
      *          (MENSALID.CTL) E COM O DESCONTO DE IRMAOS
      *          (MENSDESC.CTL) QUANDO O MESMO CLIENTE PAGA MAIS DE UM
      *          ALUNO. O VENCIMENTO E O DIA FIXO DO MES, AJUSTADO
      *          PARA DIA UTIL COMO NO OCCRS. ALUNO ENTURMADO NO MEIO
      *          DO ANO PAGA SO OS MESES QUE FALTAM. DAI EM DIANTE
      *          BANCOREM, BANCORET, PRESTAGE E CLISTATUS COBRAM A
      *          MENSALIDADE SEM CODIGO NOVO. A LISTAGEM DOS CONTRATOS
      *          GERADOS SAI EM MENSALID.PRN.
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      *     15/10/2026 - CADA IMPRESSAO EM MENSALID.PRN PASSA A SER
      *                  ARQUIVADA COMO JOB NUMERADO NO ARQUIVO DE
      *                  IMPRESSAO (SPOOL.IDX, VER SPOOL.cpy), COM
      *                  OPERADOR, DATA/HORA, PAGINAS E REGISTROS - UMA
      *                  NOVA RODADA NAO APAGA MAIS A ANTERIOR; CONSULTA
      *                  E REIMPRESSAO PELO SPOOLVER.
      *     15/10/2026 - ALTERACAO DA MENSALIDADE DE TURMA (INCLUSAO,
      *                  TROCA DE VALOR E REMOCAO) E DOS PARAMETROS DE
      *                  DESCONTO DE IRMAOS/VENCIMENTO PASSAM A DEIXAR
      *                  LINHA EM CONFIG.LOG COM O OPERADOR E OS VALORES
      *                  ANTES E DEPOIS (VER CFGLOG).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENSALID.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MENS-FILE ASSIGN TO 'MENSALID.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MENS-CHAVE
           FILE STATUS IS WS-MENS-STATUS.

           SELECT MTAB-FILE ASSIGN TO 'MENSALID.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-MTAB-STATUS.

           SELECT MDESC-FILE ASSIGN TO 'MENSDESC.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-MDESC-STATUS.

           SELECT ALUM-FILE ASSIGN TO 'ALUMESTRE.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ALUM-ID
           FILE STATUS IS WS-ALUM-STATUS.

           SELECT RESP-FILE ASSIGN TO 'RESPONSAVEL.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RESP-CHAVE
           FILE STATUS IS WS-RESP-STATUS.

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

           SELECT PREST-FILE ASSIGN TO 'PRESTACOES'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PREST-KEY
           ALTERNATE RECORD KEY IS PREST-VENCIMENTO WITH DUPLICATES
           ALTERNATE RECORD KEY IS PREST-SIT-VENC WITH DUPLICATES
           FILE STATUS IS WS-PREST-STATUS.

           SELECT FERIADOS-FILE ASSIGN TO 'FERIADOS.CTL'
           ORGANIZATION SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS IS WS-FERIADOS-STATUS.

           SELECT MENS-PRN-FILE ASSIGN TO 'MENSALID.PRN'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PRN-STATUS.

           SELECT LOCK-FILE ASSIGN TO WS-LOCK-PATH
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LOCK-STATUS.

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

           SELECT CFG-LOG-FILE ASSIGN TO 'CONFIG.LOG'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CFGLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MENS-FILE.
       COPY MENSDATA.

      *    TABELA DE MENSALIDADE POR TURMA (MANTIDA PELA OPCAO 4).
       FD  MTAB-FILE.
       01  MTAB-REC.
           05  MTAB-TURMA      PIC X(06).
           05  MTAB-VALOR      PIC 9(05)V99.

      *    DESCONTO DE IRMAOS E DIA DE VENCIMENTO (OPCAO 5).
       FD  MDESC-FILE.
       01  MDESC-REC.
           05  MDESC-PCT-2O    PIC 9(02)V99.
           05  MDESC-PCT-3O    PIC 9(02)V99.
           05  MDESC-DIA-VENC  PIC 9(02).

       FD  ALUM-FILE.
       COPY ALUMDATA.

       FD  RESP-FILE.
       COPY RESPDATA.

       FD  CLIENTE.
       COPY CLIDATA.

       FD  CONTR-FILE.
       COPY CONTRDATA.

       FD  PREST-FILE.
       COPY PRESTDATA.

       FD  FERIADOS-FILE.
       COPY FERDATA.

       FD  MENS-PRN-FILE.
       01  MENS-PRN-LINE       PIC X(100).

       FD  LOCK-FILE.
       01  LOCK-REC.
           05  LOCK-TIMESTAMP  PIC X(20).
           05  LOCK-OPERADOR   PIC X(10).
           05  LOCK-PROGRAMA   PIC X(20).

       FD  USER-CTL-FILE.
       COPY USERCTL.

       FD  SPOOL-IDX-FILE.
       COPY SPOOLDATA.

       FD  SPOOL-TAM-FILE.
       COPY SPOOLTAM.

       FD  CFG-LOG-FILE.
       COPY CFGLOGDATA.

       WORKING-STORAGE SECTION.
       01  WS-MENS-STATUS      PIC 99.
       01  WS-MTAB-STATUS      PIC 99.
       01  WS-MDESC-STATUS     PIC 99.
       01  WS-ALUM-STATUS      PIC 99.
       01  WS-RESP-STATUS      PIC 99.
       01  WS-CLI-STATUS       PIC 99.
       01  WS-CONTR-STATUS     PIC 99.
       01  WS-PREST-STATUS     PIC 99.
       01  WS-FERIADOS-STATUS  PIC 99.
       01  WS-PRN-STATUS       PIC 99.
       COPY CLIPATH.

       01  WS-OPCAO            PIC 9(01) VALUE 0.
       01  WS-EOF              PIC X     VALUE 'N'.
       01  WS-ACHOU            PIC X     VALUE 'N'.
       01  WS-CONFIRMA         PIC X     VALUE 'N'.
       01  WS-BUSCA-ID         PIC 9(05) VALUE 0.
       01  WS-BUSCA-SEQ        PIC 9(02) VALUE 0.
       01  WS-BUSCA-TURMA      PIC X(06) VALUE SPACES.
       01  WS-NOME-MESTRE      PIC X(40) VALUE SPACES.
       01  WS-TURMA-MESTRE     PIC X(06) VALUE SPACES.
       01  WS-ANO-MESTRE       PIC 9(04) VALUE 0.
       01  WS-ANO              PIC 9(04) VALUE 0.
       01  WS-COD-CLI          PIC 9(07) VALUE 0.
       01  WS-NM-CLI           PIC X(40) VALUE SPACES.
       01  WS-UF-CONTRATO      PIC X(02) VALUE SPACES.
       01  WS-CIDADE-CONTRATO  PIC X(30) VALUE SPACES.
       01  WS-HOJE             PIC 9(08) VALUE 0.
       01  WS-HOJE-R REDEFINES WS-HOJE.
           05  WS-HOJE-ANO     PIC 9(04).
           05  WS-HOJE-MES     PIC 9(02).
           05  WS-HOJE-DIA     PIC 9(02).

      *    PARAMETROS (MENSDESC.CTL) - SEM O ARQUIVO, 10% PARA O
      *    SEGUNDO IRMAO, 20% DO TERCEIRO EM DIANTE E VENCIMENTO DIA 10.
       01  WS-PCT-2O           PIC 9(02)V99 VALUE 10.
       01  WS-PCT-3O           PIC 9(02)V99 VALUE 20.
       01  WS-DIA-VENC         PIC 9(02)    VALUE 10.
       01  WS-VALOR-DIGITADO   PIC 9(05)V99 VALUE 0.
       01  WS-PCT-2O-ANTERIOR  PIC 9(02)V99 VALUE 0.
       01  WS-PCT-3O-ANTERIOR  PIC 9(02)V99 VALUE 0.
       01  WS-DIA-VENC-ANTERIOR PIC 9(02)   VALUE 0.

      *    TABELA DE MENSALIDADE POR TURMA EM MEMORIA.
       01  WS-QTD-TAB          PIC 9(03) VALUE 0.
       01  WS-TX               PIC 9(03) VALUE 0.
       01  WS-TAB-MENS.
           05  WS-TAB-ITEM OCCURS 100 TIMES.
               10  WS-TAB-TURMA    PIC X(06).
               10  WS-TAB-VALOR    PIC 9(05)V99.

      *    VINCULOS DO ANO EM GERACAO, EM ORDEM DE ID DO ALUNO. O
      *    DESCONTO DE IRMAO E DADO PELA ORDEM EM QUE O CONTRATO DO
      *    PAGADOR E GERADO - CONTRATO JA GERADO NUNCA E REPRECIFICADO.
       01  WS-QTD-VIN          PIC 9(04) VALUE 0.
       01  WS-VX               PIC 9(04) VALUE 0.
       01  WS-VY               PIC 9(04) VALUE 0.
       01  WS-TAB-VIN.
           05  WS-VIN-ITEM OCCURS 1000 TIMES.
               10  WS-VIN-ALU-ID   PIC 9(05).
               10  WS-VIN-COD-CLI  PIC 9(07).
               10  WS-VIN-NUM-CONT PIC 9(05).

      *    GERACAO DO CONTRATO E DAS PARCELAS.
       01  WS-PROX-CONT        PIC 9(05) VALUE 0.
       01  WS-QTD-IRMAOS       PIC 9(03) VALUE 0.
       01  WS-VL-MENSAL        PIC 9(05)V99 VALUE 0.
       01  WS-PCT-DESC         PIC 9(02)V99 VALUE 0.
       01  WS-VL-LIQUIDO       PIC 9(05)V99 VALUE 0.
       01  WS-MES-INI          PIC 9(02) VALUE 0.
       01  WS-MES-PARC         PIC 9(02) VALUE 0.
       01  WS-QTD-PARC         PIC 9(02) VALUE 0.
       01  WS-IND              PIC 9(03) VALUE 0.
       01  WS-DATA-VENC        PIC 9(08) VALUE 0.
       01  WS-DIA-INTEIRO      PIC S9(9) VALUE 0.
       01  WS-DOW-NUM          PIC 9     VALUE 0.
       01  WS-DIA-UTIL         PIC X     VALUE 'N'.
       01  WS-QTD-FERIADOS     PIC 99    VALUE 0.
       01  WS-IND-FER          PIC 99    VALUE 0.
       01  WS-FERIADO-TAB.
           05  WS-FERIADO-ITEM OCCURS 50 TIMES.
               10  WS-FERIADO        PIC 9(8).
               10  WS-FERIADO-UF     PIC X(02).
               10  WS-FERIADO-MUNIC  PIC X(30).

      *    TOTAIS DA GERACAO.
       01  WS-QTD-GERADOS      PIC 9(04) VALUE 0.
       01  WS-QTD-SEM-TURMA    PIC 9(04) VALUE 0.
       01  WS-QTD-SEM-VALOR    PIC 9(04) VALUE 0.
       01  WS-QTD-SEM-CLIENTE  PIC 9(04) VALUE 0.
       01  WS-QTD-SEM-MESES    PIC 9(04) VALUE 0.
       01  WS-QTD-IMPRESSOS    PIC 9(04) VALUE 0.
       01  WS-TOTAL-ANO        PIC 9(09)V99 VALUE 0.

       01  WS-VALOR-ED         PIC ZZ.ZZ9,99.
       01  WS-PCT-ED           PIC Z9,99.
       01  WS-TOTAL-ED         PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-SIT-ED           PIC X(16) VALUE SPACES.

       COPY WSFILELOCK.
       COPY WSLOGON.
       COPY WSSENHASH.
       COPY WSTREINO.
       COPY WSSPOOL.
       COPY WSCFGLOG.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM P-TREINO-ENTRA
           MOVE 'MENSALID' TO WS-SPL-PROGRAMA
           DISPLAY "MENSALIDADES ESCOLARES - COBRANCA PELO FINANCEIRO"
           PERFORM P-SIGN-ON
           MOVE WS-OPERADOR-ID TO WS-SPL-OPERADOR
           MOVE 'MENSALID'     TO WS-CFG-PROGRAMA
           ACCEPT WS-CLIENTE-PATH FROM ENVIRONMENT "CLIENTE_PATH"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE
           DISPLAY "1 PARA VINCULAR ALUNO AO RESPONSAVEL FINANCEIRO"
           DISPLAY "2 PARA GERAR OS CONTRATOS DE MENSALIDADE DO ANO"
           DISPLAY "3 PARA LISTAR OS VINCULOS DE UM ANO"
           DISPLAY "4 PARA ALTERAR A MENSALIDADE DE UMA TURMA"
           DISPLAY "5 PARA ALTERAR O DESCONTO DE IRMAOS/VENCIMENTO"
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 1 GO TO P100-VINCULAR
               WHEN 2 GO TO P200-GERAR
               WHEN 3 GO TO P400-LISTAR
               WHEN 4 GO TO P500-TABELA
               WHEN 5 GO TO P550-PARAMETROS
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
                   GO TO P999-STOP
           END-EVALUATE.

       P100-VINCULAR.
           DISPLAY "ID DO ALUNO (VER ALUMMNT)"
           ACCEPT WS-BUSCA-ID
           PERFORM P700-CONSULTA-MESTRE
           IF WS-NOME-MESTRE = SPACES THEN
               DISPLAY "ID NAO ENCONTRADO NO MESTRE DE ALUNOS"
               GO TO P999-STOP
           END-IF
           IF WS-TURMA-MESTRE = SPACES THEN
               DISPLAY "ALUNO SEM TURMA NO ANO - ENTURME PELO ALUMMNT"
               GO TO P999-STOP
           END-IF
           MOVE WS-ANO-MESTRE TO WS-ANO
           DISPLAY "ALUNO: " WS-NOME-MESTRE " TURMA " WS-TURMA-MESTRE
                   " ANO " WS-ANO

           PERFORM P710-LISTA-RESPONSAVEIS
           DISPLAY "SEQUENCIA DO RESPONSAVEL PAGADOR (00 = INFORMAR O "
                   "CODIGO DO CLIENTE)"
           ACCEPT WS-BUSCA-SEQ
           IF WS-BUSCA-SEQ > 0 THEN
               PERFORM P720-CLIENTE-DO-RESPONSAVEL
           ELSE
               DISPLAY "CODIGO DO CLIENTE PAGADOR"
               ACCEPT WS-COD-CLI
               PERFORM P730-CONSULTA-CLIENTE
           END-IF
           IF WS-ACHOU NOT = 'S' THEN
               GO TO P999-STOP
           END-IF

           DISPLAY "PAGADOR: " WS-COD-CLI " " WS-NM-CLI
           DISPLAY "CONFIRMA O VINCULO (S/N)?"
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = 'S' AND WS-CONFIRMA NOT = 's' THEN
               DISPLAY "VINCULO NAO GRAVADO"
               GO TO P999-STOP
           END-IF

           OPEN I-O MENS-FILE
           IF WS-MENS-STATUS EQUAL 35 THEN
               OPEN OUTPUT MENS-FILE
               CLOSE MENS-FILE
               OPEN I-O MENS-FILE
           END-IF
           MOVE WS-ANO      TO MENS-ANO
           MOVE WS-BUSCA-ID TO MENS-ALU-ID
           READ MENS-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ACHOU
               NOT INVALID KEY
                   MOVE 'S' TO WS-ACHOU
           END-READ
           IF WS-ACHOU = 'S' AND MENS-NUM-CONT > 0 THEN
               DISPLAY "ALUNO JA TEM O CONTRATO DE MENSALIDADE "
                       MENS-NUM-CONT " NO ANO - O PAGADOR NAO PODE "
                       "SER TROCADO"
               CLOSE MENS-FILE
               GO TO P999-STOP
           END-IF
           MOVE WS-COD-CLI     TO MENS-COD-CLIENTE
           MOVE WS-BUSCA-SEQ   TO MENS-RESP-SEQ
           MOVE WS-HOJE        TO MENS-DT-VINCULO
           IF WS-ACHOU = 'S' THEN
               REWRITE MENS-REC
               DISPLAY "PAGADOR DO ALUNO ALTERADO"
           ELSE
               MOVE WS-TURMA-MESTRE TO MENS-TURMA
               MOVE 0          TO MENS-NUM-CONT MENS-VL-MENSAL
                                  MENS-PCT-DESC MENS-VL-LIQUIDO
                                  MENS-DT-ENCERRA
               MOVE 'A'        TO MENS-SITUACAO
               WRITE MENS-REC
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR MENSALID.DAT"
                   NOT INVALID KEY
                       DISPLAY "VINCULO GRAVADO - GERE O CONTRATO "
                               "PELA OPCAO 2"
               END-WRITE
           END-IF
           CLOSE MENS-FILE
           GO TO P999-STOP.

       P200-GERAR.
           IF NOT WS-OPERADOR-ADMIN THEN
               DISPLAY "OPERACAO RESTRITA A OPERADORES ADMINISTRADORES"
               GO TO P999-STOP
           END-IF
           DISPLAY "ANO LETIVO DOS CONTRATOS (AAAA)"
           ACCEPT WS-ANO
           IF WS-ANO < WS-HOJE-ANO THEN
               DISPLAY "ANO JA ENCERRADO - NADA A GERAR"
               GO TO P999-STOP
           END-IF

           MOVE "PRESTACOES.LCK" TO WS-LOCK-PATH
           MOVE "MENSALID"       TO WS-LOCK-PROGRAMA
           MOVE WS-OPERADOR-ID   TO WS-LOCK-OPERADOR
           PERFORM P-TRAVA-ARQUIVO
           IF WS-LOCK-OK NOT = 'S' THEN
               GO TO P999-STOP
           END-IF

           PERFORM P800-CARREGA-PARAMETROS
           PERFORM P810-CARREGA-TABELA
           PERFORM P820-CARREGA-FERIADOS
           PERFORM P830-MAIOR-CONTRATO

           OPEN I-O MENS-FILE
           IF WS-MENS-STATUS EQUAL 35 THEN
               DISPLAY "MENSALID.DAT AINDA NAO FOI CRIADO - VINCULE OS "
                       "ALUNOS PELA OPCAO 1"
               GO TO P999-STOP
           END-IF
           PERFORM P210-CARREGA-VINCULOS
           IF WS-QTD-VIN = 0 THEN
               DISPLAY "NENHUM ALUNO VINCULADO NO ANO " WS-ANO
               CLOSE MENS-FILE
               GO TO P999-STOP
           END-IF

           OPEN INPUT ALUM-FILE
           OPEN INPUT CLIENTE
           IF WS-CLI-STATUS EQUAL 35 THEN
               DISPLAY "CADASTRO DE CLIENTES AINDA NAO FOI CRIADO"
               CLOSE MENS-FILE ALUM-FILE
               GO TO P999-STOP
           END-IF
           OPEN I-O CONTR-FILE
           IF WS-CONTR-STATUS EQUAL 35 THEN
               OPEN OUTPUT CONTR-FILE
               CLOSE CONTR-FILE
               OPEN I-O CONTR-FILE
           END-IF
           OPEN I-O PREST-FILE
           IF WS-PREST-STATUS EQUAL 35 THEN
               OPEN OUTPUT PREST-FILE
               CLOSE PREST-FILE
               OPEN I-O PREST-FILE
           END-IF
           MOVE 'MENSALID.PRN' TO WS-SPL-ARQUIVO
           MOVE 100            TO WS-SPL-TAM-REG
           MOVE 'S'            TO WS-SPL-PESSOAL
           OPEN OUTPUT MENS-PRN-FILE
           PERFORM P900-CABECALHO

           PERFORM P300-GERA-CONTRATO
               VARYING WS-VX FROM 1 BY 1 UNTIL WS-VX > WS-QTD-VIN

           PERFORM P920-RODAPE
           CLOSE MENS-PRN-FILE
           PERFORM P-SPOOL-ARQUIVA
           CLOSE PREST-FILE CONTR-FILE CLIENTE ALUM-FILE MENS-FILE

           DISPLAY "---- GERACAO DE MENSALIDADES " WS-ANO " ----"
           DISPLAY "CONTRATOS GERADOS:          " WS-QTD-GERADOS
           DISPLAY "ALUNOS SEM TURMA NO ANO:    " WS-QTD-SEM-TURMA
           DISPLAY "TURMAS SEM MENSALIDADE:     " WS-QTD-SEM-VALOR
           DISPLAY "PAGADOR FORA DO CADASTRO:   " WS-QTD-SEM-CLIENTE
           DISPLAY "SEM MESES A COBRAR NO ANO:  " WS-QTD-SEM-MESES
           DISPLAY "LISTAGEM EM MENSALID.PRN"
           GO TO P999-STOP.

       P210-CARREGA-VINCULOS.
           MOVE WS-ANO TO MENS-ANO
           MOVE 0      TO MENS-ALU-ID
           MOVE 'N'    TO WS-EOF
           START MENS-FILE KEY IS NOT LESS THAN MENS-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'S'
               READ MENS-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF MENS-ANO NOT = WS-ANO THEN
                           MOVE 'S' TO WS-EOF
                       ELSE
                           IF MENS-ATIVO AND WS-QTD-VIN < 1000 THEN
                               ADD 1 TO WS-QTD-VIN
                               MOVE MENS-ALU-ID
                                 TO WS-VIN-ALU-ID(WS-QTD-VIN)
                               MOVE MENS-COD-CLIENTE
                                 TO WS-VIN-COD-CLI(WS-QTD-VIN)
                               MOVE MENS-NUM-CONT
                                 TO WS-VIN-NUM-CONT(WS-QTD-VIN)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF.

       P300-GERA-CONTRATO.
           IF WS-VIN-NUM-CONT(WS-VX) > 0 THEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ANO                 TO MENS-ANO
           MOVE WS-VIN-ALU-ID(WS-VX)   TO MENS-ALU-ID
           READ MENS-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

      *    SO ALUNO ENTURMADO NO ANO DO CONTRATO E COBRADO.
           MOVE MENS-ALU-ID TO ALUM-ID
           READ ALUM-FILE
               INVALID KEY
                   MOVE SPACES TO ALUM-TURMA
                   MOVE 0      TO ALUM-ANO
           END-READ
           IF ALUM-TURMA = SPACES OR ALUM-ANO NOT = WS-ANO THEN
               ADD 1 TO WS-QTD-SEM-TURMA
               MOVE "SEM TURMA NO ANO" TO WS-SIT-ED
               PERFORM P910-LINHA-PENDENTE
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-ACHOU
           PERFORM VARYING WS-TX FROM 1 BY 1
                   UNTIL WS-TX > WS-QTD-TAB OR WS-ACHOU = 'S'
               IF WS-TAB-TURMA(WS-TX) = ALUM-TURMA THEN
                   MOVE 'S' TO WS-ACHOU
               END-IF
           END-PERFORM
           IF WS-ACHOU NOT = 'S' THEN
               ADD 1 TO WS-QTD-SEM-VALOR
               MOVE "TURMA SEM VALOR" TO WS-SIT-ED
               PERFORM P910-LINHA-PENDENTE
               EXIT PARAGRAPH
           END-IF
           SUBTRACT 1 FROM WS-TX
           MOVE WS-TAB-VALOR(WS-TX) TO WS-VL-MENSAL

           MOVE MENS-COD-CLIENTE TO COD-CLIENTE
           READ CLIENTE
               INVALID KEY
                   ADD 1 TO WS-QTD-SEM-CLIENTE
                   MOVE "PAGADOR AUSENTE" TO WS-SIT-ED
                   PERFORM P910-LINHA-PENDENTE
                   EXIT PARAGRAPH
           END-READ
           MOVE NM-CLIENTE     TO WS-NM-CLI
           MOVE UF-CLIENTE     TO WS-UF-CONTRATO
           MOVE CIDADE-CLIENTE TO WS-CIDADE-CONTRATO

      *    PRIMEIRO MES COBRADO: JANEIRO PARA O ANO QUE VEM; NO ANO
      *    CORRENTE, O MES ATUAL SE O VENCIMENTO AINDA NAO PASSOU.
           IF WS-ANO > WS-HOJE-ANO THEN
               MOVE 1 TO WS-MES-INI
           ELSE
               MOVE WS-HOJE-MES TO WS-MES-INI
               IF WS-HOJE-DIA > WS-DIA-VENC THEN
                   ADD 1 TO WS-MES-INI
               END-IF
           END-IF
           IF WS-MES-INI > 12 THEN
               ADD 1 TO WS-QTD-SEM-MESES
               MOVE "SEM MESES NO ANO" TO WS-SIT-ED
               PERFORM P910-LINHA-PENDENTE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-QTD-PARC = 13 - WS-MES-INI

      *    DESCONTO DE IRMAOS: CONTA OS CONTRATOS DO ANO JA GERADOS
      *    PARA O MESMO PAGADOR.
           MOVE 0 TO WS-QTD-IRMAOS
           PERFORM VARYING WS-VY FROM 1 BY 1 UNTIL WS-VY > WS-QTD-VIN
               IF WS-VIN-COD-CLI(WS-VY) = MENS-COD-CLIENTE AND
                  WS-VIN-NUM-CONT(WS-VY) > 0 THEN
                   ADD 1 TO WS-QTD-IRMAOS
               END-IF
           END-PERFORM
           EVALUATE WS-QTD-IRMAOS
               WHEN 0
                   MOVE 0 TO WS-PCT-DESC
               WHEN 1
                   MOVE WS-PCT-2O TO WS-PCT-DESC
               WHEN OTHER
                   MOVE WS-PCT-3O TO WS-PCT-DESC
           END-EVALUATE
           COMPUTE WS-VL-LIQUIDO ROUNDED =
                   WS-VL-MENSAL - WS-VL-MENSAL * WS-PCT-DESC / 100

           IF WS-PROX-CONT = 99999 THEN
               DISPLAY "NUMERACAO DE CONTRATOS ESGOTADA"
               MOVE WS-QTD-VIN TO WS-VX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PROX-CONT
           PERFORM P310-GRAVA-CONTRATO
           IF WS-ACHOU NOT = 'S' THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM P320-GRAVA-PARCELA
               VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > WS-QTD-PARC

           MOVE WS-PROX-CONT  TO WS-VIN-NUM-CONT(WS-VX)
           MOVE WS-PROX-CONT  TO MENS-NUM-CONT
           MOVE ALUM-TURMA    TO MENS-TURMA
           MOVE WS-VL-MENSAL  TO MENS-VL-MENSAL
           MOVE WS-PCT-DESC   TO MENS-PCT-DESC
           MOVE WS-VL-LIQUIDO TO MENS-VL-LIQUIDO
           REWRITE MENS-REC
           ADD 1 TO WS-QTD-GERADOS
           COMPUTE WS-TOTAL-ANO = WS-TOTAL-ANO
                                + WS-VL-LIQUIDO * WS-QTD-PARC
           PERFORM P905-LINHA-GERADO.

       P310-GRAVA-CONTRATO.
      *    CONTRATO SEM JUROS NEM TARIFAS: O CUSTO EFETIVO E ZERO E O
      *    PRINCIPAL E A SOMA DAS MENSALIDADES DO ANO.
           MOVE 'S'              TO WS-ACHOU
           MOVE WS-PROX-CONT     TO CONTR-NUM-CONT
           MOVE MENS-COD-CLIENTE TO CONTR-COD-CLIENTE
           MOVE WS-HOJE          TO CONTR-DT-VINCULO
           MOVE WS-QTD-PARC      TO CONTR-NUM-PREST
           COMPUTE CONTR-VALOR-PRINC = WS-VL-LIQUIDO * WS-QTD-PARC
           MOVE 0                TO CONTR-TAXA-JUROS
           MOVE 'S'              TO CONTR-METODO-AMORT
           MOVE 0                TO CONTR-VL-TAC CONTR-VL-IOF
                                    CONTR-VL-SEGURO
           MOVE 0                TO CONTR-CET-MENSAL CONTR-CET-ANUAL
           MOVE WS-HOJE          TO CONTR-DT-TARIFAS
           MOVE 'N'              TO CONTR-SEGURO-PREST
           MOVE 0                TO CONTR-TAXA-PRESTAMISTA
           MOVE SPACE            TO CONTR-SIT-SINISTRO
           MOVE 0                TO CONTR-DT-SINISTRO
           MOVE "MENS"           TO CONTR-COD-PRODUTO
           MOVE SPACE            TO CONTR-SIT-ARQUIVO
           MOVE 0                TO CONTR-DT-ARQUIVO
           MOVE SPACE            TO CONTR-SIT-OBITO
           MOVE 0                TO CONTR-DT-OBITO
           WRITE CONTR-REC
               INVALID KEY
                   MOVE 'N' TO WS-ACHOU
                   DISPLAY "CONTRATO " WS-PROX-CONT " JA EXISTE EM "
                           "CONTRATO.CTL - ALUNO " MENS-ALU-ID
                           " NAO GERADO"
           END-WRITE.

       P320-GRAVA-PARCELA.
           COMPUTE WS-MES-PARC = WS-MES-INI + WS-IND - 1
           COMPUTE WS-DATA-VENC = WS-ANO * 10000 + WS-MES-PARC * 100
                                + WS-DIA-VENC
           MOVE WS-PROX-CONT  TO PREST-NUM-CONT
           MOVE WS-IND        TO PREST-NUM-PARC
           MOVE WS-VL-LIQUIDO TO PREST-VALOR
           MOVE WS-VL-LIQUIDO TO PREST-VL-AMORT
           MOVE 0             TO PREST-VL-JUROS
           MOVE 0             TO PREST-VL-SEGURO
           MOVE 'A'           TO PREST-SITUACAO
           MOVE 0             TO PREST-VL-MULTA
           MOVE 0             TO PREST-VL-PAGO
           COMPUTE WS-DIA-INTEIRO =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-VENC)
           PERFORM P330-ROLL-BUSINESS-DAY
           MOVE FUNCTION DATE-OF-INTEGER(WS-DIA-INTEIRO)
                TO PREST-VENCIMENTO
           WRITE PREST-REC
               INVALID KEY
                   REWRITE PREST-REC
           END-WRITE.

       P330-ROLL-BUSINESS-DAY.
      *    MESMO AJUSTE DE P310-ROLL-BUSINESS-DAY NO OCCRS.
           MOVE 'N' TO WS-DIA-UTIL
           PERFORM UNTIL WS-DIA-UTIL = 'S'
               COMPUTE WS-DOW-NUM =
                       FUNCTION MOD(WS-DIA-INTEIRO, 7) + 1
               IF WS-DOW-NUM = 1 OR WS-DOW-NUM = 7 THEN
                   ADD 1 TO WS-DIA-INTEIRO
               ELSE
                   PERFORM P340-CHECK-FERIADO
                   IF WS-DIA-UTIL = 'N' THEN
                       ADD 1 TO WS-DIA-INTEIRO
                   END-IF
               END-IF
           END-PERFORM.

       P340-CHECK-FERIADO.
      *    MESMO FILTRO DE ESCOPO DE P320-CHECK-FERIADO NO OCCRS.
           MOVE 'S' TO WS-DIA-UTIL
           PERFORM VARYING WS-IND-FER FROM 1 BY 1 UNTIL
                           WS-IND-FER > WS-QTD-FERIADOS
               IF FUNCTION DATE-OF-INTEGER(WS-DIA-INTEIRO) =
                  WS-FERIADO(WS-IND-FER) THEN
                   IF WS-FERIADO-UF(WS-IND-FER) = SPACES OR
                      (WS-FERIADO-UF(WS-IND-FER) = WS-UF-CONTRATO
                       AND (WS-FERIADO-MUNIC(WS-IND-FER) = SPACES
                            OR WS-FERIADO-MUNIC(WS-IND-FER) =
                               WS-CIDADE-CONTRATO)) THEN
                       MOVE 'N' TO WS-DIA-UTIL
                   END-IF
               END-IF
           END-PERFORM.

       P400-LISTAR.
           DISPLAY "ANO LETIVO (AAAA)"
           ACCEPT WS-ANO
           OPEN INPUT MENS-FILE
           IF WS-MENS-STATUS EQUAL 35 THEN
               DISPLAY "MENSALID.DAT AINDA NAO FOI CRIADO"
               GO TO P999-STOP
           END-IF
           MOVE WS-ANO TO MENS-ANO
           MOVE 0      TO MENS-ALU-ID
           START MENS-FILE KEY IS NOT LESS THAN MENS-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-EOF
           END-START
           DISPLAY "ALUNO CLIENTE TURMA  CONTR  MENSALID  DESC  SIT"
           PERFORM UNTIL WS-EOF = 'S'
               READ MENS-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF MENS-ANO NOT = WS-ANO THEN
                           MOVE 'S' TO WS-EOF
                       ELSE
                           MOVE MENS-VL-LIQUIDO TO WS-VALOR-ED
                           MOVE MENS-PCT-DESC   TO WS-PCT-ED
                           DISPLAY MENS-ALU-ID " " MENS-COD-CLIENTE
                                   " " MENS-TURMA " " MENS-NUM-CONT
                                   " " WS-VALOR-ED " " WS-PCT-ED
                                   " " MENS-SITUACAO
                           ADD 1 TO WS-QTD-IMPRESSOS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MENS-FILE
           DISPLAY "VINCULOS LISTADOS: " WS-QTD-IMPRESSOS
           GO TO P999-STOP.

       P500-TABELA.
           IF NOT WS-OPERADOR-ADMIN THEN
               DISPLAY "OPERACAO RESTRITA A OPERADORES ADMINISTRADORES"
               GO TO P999-STOP
           END-IF
           PERFORM P810-CARREGA-TABELA
           DISPLAY "MENSALIDADES ATUAIS POR TURMA:"
           PERFORM VARYING WS-TX FROM 1 BY 1 UNTIL WS-TX > WS-QTD-TAB
               MOVE WS-TAB-VALOR(WS-TX) TO WS-VALOR-ED
               DISPLAY "  " WS-TAB-TURMA(WS-TX) " " WS-VALOR-ED
           END-PERFORM
           DISPLAY "TURMA"
           ACCEPT WS-BUSCA-TURMA
           IF WS-BUSCA-TURMA = SPACES THEN
               DISPLAY "TURMA NAO INFORMADA"
               GO TO P999-STOP
           END-IF
           DISPLAY "VALOR DA MENSALIDADE (EX: 850,00 - ZERO REMOVE A "
                   "TURMA DA TABELA)"
           ACCEPT WS-VALOR-DIGITADO

           MOVE 'N' TO WS-ACHOU
           PERFORM VARYING WS-TX FROM 1 BY 1
                   UNTIL WS-TX > WS-QTD-TAB OR WS-ACHOU = 'S'
               IF WS-TAB-TURMA(WS-TX) = WS-BUSCA-TURMA THEN
                   MOVE 'S' TO WS-ACHOU
               END-IF
           END-PERFORM
           IF WS-ACHOU = 'S' THEN
               SUBTRACT 1 FROM WS-TX
               MOVE WS-TAB-VALOR(WS-TX) TO WS-VALOR-ED
               MOVE WS-VALOR-ED         TO WS-CFG-ANTES
               MOVE WS-VALOR-DIGITADO TO WS-TAB-VALOR(WS-TX)
           ELSE
               IF WS-VALOR-DIGITADO = 0 THEN
                   DISPLAY "TURMA NAO ESTA NA TABELA"
                   GO TO P999-STOP
               END-IF
               IF WS-QTD-TAB = 100 THEN
                   DISPLAY "TABELA CHEIA (100 TURMAS)"
                   GO TO P999-STOP
               END-IF
               MOVE "(INEXISTENTE)"   TO WS-CFG-ANTES
               ADD 1 TO WS-QTD-TAB
               MOVE WS-BUSCA-TURMA    TO WS-TAB-TURMA(WS-QTD-TAB)
               MOVE WS-VALOR-DIGITADO TO WS-TAB-VALOR(WS-QTD-TAB)
           END-IF

      *    A TABELA E REGRAVADA INTEIRA; TURMA COM VALOR ZERO SAI.
           OPEN OUTPUT MTAB-FILE
           PERFORM VARYING WS-TX FROM 1 BY 1 UNTIL WS-TX > WS-QTD-TAB
               IF WS-TAB-VALOR(WS-TX) > 0 THEN
                   MOVE WS-TAB-TURMA(WS-TX) TO MTAB-TURMA
                   MOVE WS-TAB-VALOR(WS-TX) TO MTAB-VALOR
                   WRITE MTAB-REC
               END-IF
           END-PERFORM
           CLOSE MTAB-FILE
           IF WS-VALOR-DIGITADO = 0 THEN
               MOVE "(INEXISTENTE)"   TO WS-CFG-DEPOIS
           ELSE
               MOVE WS-VALOR-DIGITADO TO WS-VALOR-ED
               MOVE WS-VALOR-ED       TO WS-CFG-DEPOIS
           END-IF
           MOVE "MENSALID.CTL"  TO WS-CFG-ARQUIVO
           MOVE WS-BUSCA-TURMA  TO WS-CFG-CHAVE
           MOVE "VALOR"         TO WS-CFG-CAMPO
           PERFORM P-CFGLOG-GRAVA
           DISPLAY "TABELA DE MENSALIDADES GRAVADA EM MENSALID.CTL - "
                   "CONTRATOS JA GERADOS NAO MUDAM"
           GO TO P999-STOP.

       P550-PARAMETROS.
           IF NOT WS-OPERADOR-ADMIN THEN
               DISPLAY "OPERACAO RESTRITA A OPERADORES ADMINISTRADORES"
               GO TO P999-STOP
           END-IF
           PERFORM P800-CARREGA-PARAMETROS
           MOVE WS-PCT-2O   TO WS-PCT-2O-ANTERIOR
           MOVE WS-PCT-3O   TO WS-PCT-3O-ANTERIOR
           MOVE WS-DIA-VENC TO WS-DIA-VENC-ANTERIOR
           MOVE WS-PCT-2O TO WS-PCT-ED
           DISPLAY "DESCONTO ATUAL DO 2O IRMAO (%):       " WS-PCT-ED
           MOVE WS-PCT-3O TO WS-PCT-ED
           DISPLAY "DESCONTO ATUAL DO 3O IRMAO EM DIANTE: " WS-PCT-ED
           DISPLAY "DIA DE VENCIMENTO ATUAL:              " WS-DIA-VENC
           DISPLAY "NOVO DESCONTO DO 2O IRMAO (EX: 10,00)"
           ACCEPT WS-PCT-2O
           DISPLAY "NOVO DESCONTO DO 3O IRMAO EM DIANTE (EX: 20,00)"
           ACCEPT WS-PCT-3O
           DISPLAY "NOVO DIA DE VENCIMENTO (1 A 28)"
           ACCEPT WS-DIA-VENC
           IF WS-DIA-VENC = 0 OR WS-DIA-VENC > 28 THEN
               DISPLAY "DIA DE VENCIMENTO INVALIDO"
               GO TO P999-STOP
           END-IF
           MOVE WS-PCT-2O   TO MDESC-PCT-2O
           MOVE WS-PCT-3O   TO MDESC-PCT-3O
           MOVE WS-DIA-VENC TO MDESC-DIA-VENC
           OPEN OUTPUT MDESC-FILE
           WRITE MDESC-REC
           CLOSE MDESC-FILE
           PERFORM P560-LOG-PARAMETROS
           DISPLAY "PARAMETROS GRAVADOS EM MENSDESC.CTL"
           GO TO P999-STOP.

       P560-LOG-PARAMETROS.
      *    UMA LINHA EM CONFIG.LOG POR PARAMETRO QUE MUDOU
      *    (P-CFGLOG-GRAVA DESPREZA O QUE FICOU IGUAL).
           MOVE "MENSDESC.CTL"       TO WS-CFG-ARQUIVO
           MOVE SPACES               TO WS-CFG-CHAVE
           MOVE "PCT-2O-IRMAO"       TO WS-CFG-CAMPO
           MOVE WS-PCT-2O-ANTERIOR   TO WS-PCT-ED
           MOVE WS-PCT-ED            TO WS-CFG-ANTES
           MOVE WS-PCT-2O            TO WS-PCT-ED
           MOVE WS-PCT-ED            TO WS-CFG-DEPOIS
           PERFORM P-CFGLOG-GRAVA
           MOVE "PCT-3O-IRMAO"       TO WS-CFG-CAMPO
           MOVE WS-PCT-3O-ANTERIOR   TO WS-PCT-ED
           MOVE WS-PCT-ED            TO WS-CFG-ANTES
           MOVE WS-PCT-3O            TO WS-PCT-ED
           MOVE WS-PCT-ED            TO WS-CFG-DEPOIS
           PERFORM P-CFGLOG-GRAVA
           MOVE "DIA-VENCIMENTO"     TO WS-CFG-CAMPO
           MOVE WS-DIA-VENC-ANTERIOR TO WS-CFG-ANTES
           MOVE WS-DIA-VENC          TO WS-CFG-DEPOIS
           PERFORM P-CFGLOG-GRAVA.

       P700-CONSULTA-MESTRE.
           MOVE SPACES TO WS-NOME-MESTRE
           MOVE SPACES TO WS-TURMA-MESTRE
           MOVE 0      TO WS-ANO-MESTRE
           OPEN INPUT ALUM-FILE
           IF WS-ALUM-STATUS EQUAL 35 THEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BUSCA-ID TO ALUM-ID
           READ ALUM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ALUM-NOME  TO WS-NOME-MESTRE
                   MOVE ALUM-TURMA TO WS-TURMA-MESTRE
                   MOVE ALUM-ANO   TO WS-ANO-MESTRE
           END-READ
           CLOSE ALUM-FILE.

       P710-LISTA-RESPONSAVEIS.
           OPEN INPUT RESP-FILE
           IF WS-RESP-STATUS EQUAL 35 THEN
               DISPLAY "ALUNO SEM RESPONSAVEIS CADASTRADOS (RESPMNT)"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BUSCA-ID TO RESP-ALU-ID
           MOVE 0           TO RESP-SEQ
           MOVE 'N'         TO WS-EOF
           START RESP-FILE KEY IS NOT LESS THAN RESP-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'S'
               READ RESP-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF RESP-ALU-ID NOT = WS-BUSCA-ID THEN
                           MOVE 'S' TO WS-EOF
                       ELSE
                           DISPLAY "  " RESP-SEQ " " RESP-NOME
                                   " CPF " RESP-CPF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RESP-FILE
           MOVE 'N' TO WS-EOF.

       P720-CLIENTE-DO-RESPONSAVEL.
      *    O PAGADOR E O CLIENTE COM O CPF DO RESPONSAVEL ESCOLHIDO.
           MOVE 'N' TO WS-ACHOU
           OPEN INPUT RESP-FILE
           IF WS-RESP-STATUS EQUAL 35 THEN
               DISPLAY "RESPONSAVEL NAO ENCONTRADO"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BUSCA-ID  TO RESP-ALU-ID
           MOVE WS-BUSCA-SEQ TO RESP-SEQ
           READ RESP-FILE
               INVALID KEY
                   DISPLAY "RESPONSAVEL NAO ENCONTRADO"
                   CLOSE RESP-FILE
                   EXIT PARAGRAPH
           END-READ
           CLOSE RESP-FILE
           OPEN INPUT CLIENTE
           IF WS-CLI-STATUS EQUAL 35 THEN
               DISPLAY "CADASTRO DE CLIENTES AINDA NAO FOI CRIADO"
               EXIT PARAGRAPH
           END-IF
           MOVE RESP-CPF TO CPF-CLIENTE
           READ CLIENTE KEY IS CPF-CLIENTE
               INVALID KEY
                   DISPLAY "RESPONSAVEL SEM CADASTRO DE CLIENTE (CPF "
                           RESP-CPF ") - CADASTRE PELO CLIMAIN"
               NOT INVALID KEY
                   MOVE 'S'         TO WS-ACHOU
                   MOVE COD-CLIENTE TO WS-COD-CLI
                   MOVE NM-CLIENTE  TO WS-NM-CLI
           END-READ
           CLOSE CLIENTE.

       P730-CONSULTA-CLIENTE.
           MOVE 'N' TO WS-ACHOU
           OPEN INPUT CLIENTE
           IF WS-CLI-STATUS EQUAL 35 THEN
               DISPLAY "CADASTRO DE CLIENTES AINDA NAO FOI CRIADO"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-COD-CLI TO COD-CLIENTE
           READ CLIENTE
               INVALID KEY
                   DISPLAY "CLIENTE NAO ENCONTRADO"
               NOT INVALID KEY
                   MOVE 'S'        TO WS-ACHOU
                   MOVE NM-CLIENTE TO WS-NM-CLI
           END-READ
           CLOSE CLIENTE.

       P800-CARREGA-PARAMETROS.
           OPEN INPUT MDESC-FILE
           IF WS-MDESC-STATUS EQUAL 35 THEN
               EXIT PARAGRAPH
           END-IF
           READ MDESC-FILE
               NOT AT END
                   MOVE MDESC-PCT-2O   TO WS-PCT-2O
                   MOVE MDESC-PCT-3O   TO WS-PCT-3O
                   MOVE MDESC-DIA-VENC TO WS-DIA-VENC
           END-READ
           CLOSE MDESC-FILE.

       P810-CARREGA-TABELA.
           MOVE 0 TO WS-QTD-TAB
           OPEN INPUT MTAB-FILE
           IF WS-MTAB-STATUS EQUAL 35 THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'S' OR WS-QTD-TAB = 100
               READ MTAB-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-QTD-TAB
                       MOVE MTAB-TURMA TO WS-TAB-TURMA(WS-QTD-TAB)
                       MOVE MTAB-VALOR TO WS-TAB-VALOR(WS-QTD-TAB)
               END-READ
           END-PERFORM
           CLOSE MTAB-FILE
           MOVE 'N' TO WS-EOF.

       P820-CARREGA-FERIADOS.
      *    MESMA CARGA DE P305-LOAD-FERIADOS NO OCCRS.
           OPEN INPUT FERIADOS-FILE
           IF WS-FERIADOS-STATUS EQUAL 35 THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'S' OR WS-QTD-FERIADOS = 50
               READ FERIADOS-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-QTD-FERIADOS
                       MOVE FER-DATA
                            TO WS-FERIADO(WS-QTD-FERIADOS)
                       MOVE FER-UF
                            TO WS-FERIADO-UF(WS-QTD-FERIADOS)
                       MOVE FER-MUNICIPIO
                            TO WS-FERIADO-MUNIC(WS-QTD-FERIADOS)
               END-READ
           END-PERFORM
           CLOSE FERIADOS-FILE
           MOVE 'N' TO WS-EOF.

       P830-MAIOR-CONTRATO.
      *    O NUMERO DO CONTRATO DE MENSALIDADE E O SEGUINTE AO MAIOR
      *    JA GRAVADO EM CONTRATO.CTL (A MESA DIGITA O NUMERO DOS
      *    EMPRESTIMOS; AQUI O LOTE NUMERA SOZINHO).
           MOVE 0 TO WS-PROX-CONT
           OPEN INPUT CONTR-FILE
           IF WS-CONTR-STATUS EQUAL 35 THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'S'
               READ CONTR-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF CONTR-NUM-CONT > WS-PROX-CONT THEN
                           MOVE CONTR-NUM-CONT TO WS-PROX-CONT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTR-FILE
           MOVE 'N' TO WS-EOF.

       P900-CABECALHO.
           MOVE SPACES TO MENS-PRN-LINE
           MOVE "CONTRATOS DE MENSALIDADE - ANO LETIVO"
             TO MENS-PRN-LINE(1:37)
           MOVE WS-ANO TO MENS-PRN-LINE(39:4)
           MOVE "EMITIDO EM" TO MENS-PRN-LINE(50:10)
           MOVE WS-HOJE TO MENS-PRN-LINE(61:8)
           WRITE MENS-PRN-LINE
           MOVE SPACES TO MENS-PRN-LINE
           WRITE MENS-PRN-LINE
           MOVE "ALUNO TURMA  CLIENTE PAGADOR" TO MENS-PRN-LINE(1:28)
           MOVE "CONTR PARC MENSALIDADE DESC%  SITUACAO"
             TO MENS-PRN-LINE(57:38)
           WRITE MENS-PRN-LINE.

       P905-LINHA-GERADO.
           MOVE SPACES          TO MENS-PRN-LINE
           MOVE MENS-ALU-ID     TO MENS-PRN-LINE(1:5)
           MOVE ALUM-TURMA      TO MENS-PRN-LINE(7:6)
           MOVE MENS-COD-CLIENTE TO MENS-PRN-LINE(14:7)
           MOVE WS-NM-CLI(1:34) TO MENS-PRN-LINE(22:34)
           MOVE WS-PROX-CONT    TO MENS-PRN-LINE(57:5)
           MOVE WS-QTD-PARC     TO MENS-PRN-LINE(64:2)
           MOVE WS-VL-LIQUIDO   TO WS-VALOR-ED
           MOVE WS-VALOR-ED     TO MENS-PRN-LINE(68:9)
           MOVE WS-PCT-DESC     TO WS-PCT-ED
           MOVE WS-PCT-ED       TO MENS-PRN-LINE(79:5)
           MOVE "GERADO"        TO MENS-PRN-LINE(85:6)
           WRITE MENS-PRN-LINE.

       P910-LINHA-PENDENTE.
           MOVE SPACES          TO MENS-PRN-LINE
           MOVE MENS-ALU-ID     TO MENS-PRN-LINE(1:5)
           MOVE ALUM-TURMA      TO MENS-PRN-LINE(7:6)
           MOVE MENS-COD-CLIENTE TO MENS-PRN-LINE(14:7)
           MOVE WS-SIT-ED       TO MENS-PRN-LINE(85:16)
           WRITE MENS-PRN-LINE.

       P920-RODAPE.
           MOVE SPACES TO MENS-PRN-LINE
           WRITE MENS-PRN-LINE
           MOVE WS-TOTAL-ANO TO WS-TOTAL-ED
           MOVE "CONTRATOS GERADOS:" TO MENS-PRN-LINE(1:18)
           MOVE WS-QTD-GERADOS TO MENS-PRN-LINE(20:4)
           MOVE "TOTAL A RECEBER NO ANO:" TO MENS-PRN-LINE(30:23)
           MOVE WS-TOTAL-ED TO MENS-PRN-LINE(54:14)
           WRITE MENS-PRN-LINE.

       P999-STOP.
           IF WS-LOCK-OK = 'S' THEN
               PERFORM P-DESTRAVA-ARQUIVO
           END-IF
           DISPLAY "FINALIZANDO O PROGRAMA..."
           STOP RUN.

       COPY LOGON.
       COPY SENHASH.
       COPY FILELOCK.
       COPY SPOOL.
       COPY TREINO.
       COPY CFGLOG.
       END PROGRAM MENSALID.

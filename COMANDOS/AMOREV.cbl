      ******************************************************************
      * Author: RHAYADH ZAPAROLI
      * Date: 15/10/2026
      * Purpose: CONFERENCIA DO SUPERVISOR SOBRE A AMOSTRA DIARIA DE
      *          ALISTAMENTOS (FILA AMOSTRA.DAT, VER AMOSDATA, SORTEADA
      *          PELO LOTE AMOSTRA). O SUPERVISOR (ADMINISTRADOR, NUNCA
      *          QUEM EFETIVOU) ABRE CADA ALISTAMENTO SORTEADO, CONFERE
      *          CONTRA A DOCUMENTACAO E CONFIRMA OU APONTA O TIPO DE
      *          ERRO (NOME, ENDERECO, DOCUMENTO, CLASSIFICACAO). A
      *          CORRECAO SEGUE PELO CAMINHO NORMAL - ALISTAMENTO-
      *          MILITAR, CORRIGIR ALISTAMENTO JA CADASTRADO (P300-CHC)
      *          - E FICA EM ALISTAMENTO.LOG. O RELATORIO MENSAL
      *          (AMOSTMES.PRN) DA A TAXA DE ERRO POR OPERADOR E POR
      *          TIPO DE ERRO SOBRE AS AMOSTRAS DOS ALISTAMENTOS DO MES.
      *          O ERRO APONTADO AQUI ELEVA O PERCENTUAL DE SORTEIO DO
      *          OPERADOR NAS PROXIMAS NOITES.
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - LAYOUT DE ACESSO.LOG EXTRAIDO PARA ACSLOGDATA;
      *                  A LINHA DA TRILHA DE ACESSO PASSA A LEVAR O ELO
      *                  DA CADEIA DE CONFERENCIA (ACS-ELO, ANCORA EM
      *                  ACESSO.LOG.ANC - VER CADEIA.cpy).
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      *     15/10/2026 - CADA IMPRESSAO EM AMOSTMES.PRN PASSA A SER
      *                  ARQUIVADA COMO JOB NUMERADO NO ARQUIVO DE
      *                  IMPRESSAO (SPOOL.IDX, VER SPOOL.cpy), COM
      *                  OPERADOR, DATA/HORA, PAGINAS E REGISTROS - UMA
      *                  NOVA RODADA NAO APAGA MAIS A ANTERIOR; CONSULTA
      *                  E REIMPRESSAO PELO SPOOLVER.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMOREV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REG-FILE ASSIGN TO 'REGISTRO'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CPF
           ALTERNATE RECORD KEY IS MAT-COMUM WITH DUPLICATES
           ALTERNATE RECORD KEY IS UNIDADE WITH DUPLICATES
           ALTERNATE RECORD KEY IS DT-ALISTAMENTO WITH DUPLICATES
           FILE STATUS IS WS-STATUS.

           SELECT USER-CTL-FILE ASSIGN TO 'USERS.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LOGON-STATUS.

           SELECT AMO-FILE ASSIGN TO 'AMOSTRA.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-AMO-STATUS.

           SELECT AMO-NEW-FILE ASSIGN TO 'AMOSTRA.DAT.NEW'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-AMO-NEW-STATUS.

           SELECT MES-PRN-FILE ASSIGN TO 'AMOSTMES.PRN'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PRN-STATUS.

           SELECT ACESSO-LOG-FILE ASSIGN TO 'ACESSO.LOG'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ACESSO-STATUS.

           SELECT ANC-FILE ASSIGN TO WS-ANC-PATH
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ANC-STATUS.

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

       FD AMO-FILE.
       COPY AMOSDATA.

       FD AMO-NEW-FILE.
       COPY AMOSDATA REPLACING LEADING ==AMO== BY ==AMO-NEW==.

       FD MES-PRN-FILE.
       01 MES-LINE           PIC X(100).

       FD ACESSO-LOG-FILE.
       COPY ACSLOGDATA.

       FD ANC-FILE.
       COPY ANCDATA.

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
       01 WS-AMO-STATUS      PIC 99.
       01 WS-AMO-NEW-STATUS  PIC 99.
       01 WS-PRN-STATUS      PIC 99.
       01 WS-OPCAO           PIC 9(01) VALUE 0.
       01 WS-EOF             PIC X     VALUE 'N'.
       01 WS-ACHOU           PIC X     VALUE 'N'.
       01 WS-CPF-BUSCA       PIC 9(11) VALUE 0.
       01 WS-DECISAO         PIC X(01) VALUE SPACE.
       01 WS-CMD             PIC X(60) VALUE SPACES.
       01 WS-QTD-LISTADAS    PIC 9(05) VALUE 0.
       01 WS-OPER-ED         PIC X(10) VALUE SPACES.
       01 WS-TIPO-DESC       PIC X(15) VALUE SPACES.

      *    AMOSTRA EM TRABALHO (MESMO LAYOUT DE AMO-REC).
       COPY AMOSDATA REPLACING LEADING ==AMO== BY ==WS-AMO==.

      *    RELATORIO MENSAL: MES DE REFERENCIA (DO ALISTAMENTO) E
      *    ACUMULADORES POR OPERADOR (MESMO LIMITE DO CAIXA) E POR
      *    TIPO DE ERRO (N, E, D, C).
       01 WS-MES-REF         PIC 9(06) VALUE 0.
       01 WS-QTD-OPER        PIC 9(02) VALUE 0.
       01 WS-OPR-IDX         PIC 9(02) VALUE 0.
       01 WS-OPR-TAB.
         05 WS-OPR-ITEM OCCURS 50 TIMES.
           10 WS-OPR-OPERADOR   PIC X(10).
           10 WS-OPR-SORTEADOS  PIC 9(05).
           10 WS-OPR-CONFERIDOS PIC 9(05).
           10 WS-OPR-ERROS      PIC 9(05).
       01 WS-TIPO-IDX        PIC 9(01) VALUE 0.
       01 WS-TIPO-TAB.
         05 WS-TIPO-QTD      PIC 9(05) OCCURS 4 TIMES.
       01 WS-TOT-SORTEADOS   PIC 9(05) VALUE 0.
       01 WS-TOT-CONFERIDOS  PIC 9(05) VALUE 0.
       01 WS-TOT-ERROS       PIC 9(05) VALUE 0.
       01 WS-TOT-PENDENTES   PIC 9(05) VALUE 0.
       01 WS-CALC-ERROS      PIC 9(05) VALUE 0.
       01 WS-CALC-BASE       PIC 9(05) VALUE 0.
       01 WS-TAXA-ERRO       PIC 9(03)V99 VALUE 0.
       01 WS-TAXA-ED         PIC ZZ9.99.
       01 WS-QTD-ED          PIC ZZ,ZZ9.
       01 WS-QTD2-ED         PIC ZZ,ZZ9.
       01 WS-QTD3-ED         PIC ZZ,ZZ9.

       COPY WSPRSDATA.
       COPY WSLOGON.
       COPY WSSENHASH.
       COPY WSDATAMOV.
       COPY WSFILELOCK.
       COPY WSACESSLOG.
       COPY WSCADEIA.
       COPY WSTREINO.
       COPY WSSPOOL.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           MOVE 'AMOREV' TO WS-SPL-PROGRAMA
           DISPLAY "******** CONFERENCIA POR AMOSTRAGEM ********"
           PERFORM P-SIGN-ON
           MOVE WS-OPERADOR-ID TO WS-SPL-OPERADOR
           PERFORM P-DATA-NEGOCIO
           IF WS-DT-NEG-OK NOT = 'S' THEN
               GO TO P999-STOP
           END-IF

           DISPLAY "1 PARA LISTAR AMOSTRAS PENDENTES"
           DISPLAY "2 PARA CONFERIR UMA AMOSTRA"
           DISPLAY "3 PARA RELATORIO MENSAL DE TAXA DE ERRO"
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 1 GO TO P100-PENDENTES
               WHEN 2 GO TO P200-CONFERIR
               WHEN 3 GO TO P500-RELATORIO
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
                   GO TO P999-STOP
           END-EVALUATE.

       P100-PENDENTES.
           OPEN INPUT AMO-FILE
           IF WS-AMO-STATUS EQUAL 35 THEN
               DISPLAY "NENHUMA AMOSTRA SORTEADA ATE HOJE"
               GO TO P999-STOP
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'S'
               READ AMO-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF AMO-SITUACAO = SPACE THEN
                           ADD 1 TO WS-QTD-LISTADAS
                           MOVE AMO-OPERADOR TO WS-OPER-ED
                           IF WS-OPER-ED = SPACES THEN
                               MOVE "(SEM LOG)" TO WS-OPER-ED
                           END-IF
                           DISPLAY "CPF: " AMO-CPF "  " AMO-NOME
                           DISPLAY "  ALISTADO EM " AMO-DT-ALISTAMENTO
                                   " POR " WS-OPER-ED
                                   "  SORTEADO EM " AMO-DT-SORTEIO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AMO-FILE
           IF WS-QTD-LISTADAS = 0 THEN
               DISPLAY "NENHUMA AMOSTRA PENDENTE DE CONFERENCIA"
           ELSE
               DISPLAY "AMOSTRAS PENDENTES: " WS-QTD-LISTADAS
           END-IF
           GO TO P999-STOP.

       P200-CONFERIR.
      *    CONFERENCIA RESTRITA A ADMINISTRADORES; QUEM EFETIVOU O
      *    ALISTAMENTO NAO CONFERE O PROPRIO (MESMA REGRA DAS DUAS
      *    PESSOAS DO APROVMNT/PETICAO).
           IF NOT WS-OPERADOR-ADMIN THEN
               DISPLAY "CONFERENCIA RESTRITA A OPERADORES "
                       "ADMINISTRADORES"
               GO TO P999-STOP
           END-IF
           PERFORM P800-TRAVA
           DISPLAY "CPF DA AMOSTRA A CONFERIR"
           ACCEPT WS-CPF-BUSCA
           PERFORM P210-LOCALIZA
           IF WS-ACHOU NOT = 'S' THEN
               DISPLAY "NENHUMA AMOSTRA PENDENTE PARA ESTE CPF"
               GO TO P999-STOP
           END-IF
           IF WS-AMO-OPERADOR = WS-OPERADOR-ID THEN
               DISPLAY "QUEM EFETIVOU O ALISTAMENTO NAO PODE "
                       "CONFERI-LO - CHAME OUTRO ADMINISTRADOR"
               GO TO P999-STOP
           END-IF

           OPEN INPUT REG-FILE
           IF WS-STATUS EQUAL 35 THEN
               DISPLAY "REGISTRO AINDA NAO FOI CRIADO"
               GO TO P999-STOP
           END-IF
           MOVE WS-AMO-CPF TO CPF
           READ REG-FILE INTO WS-PRS-DATA
               INVALID KEY
                   MOVE 'N' TO WS-ACHOU
           END-READ
           CLOSE REG-FILE
      *    ALISTAMENTO CANCELADO OU ARQUIVADO DEPOIS DO SORTEIO: A
      *    AMOSTRA E DESCARTADA E NAO ENTRA NA TAXA DE ERRO.
           IF WS-ACHOU NOT = 'S' OR
              WS-DT-ALISTAMENTO NOT = WS-AMO-DT-ALISTAMENTO THEN
               DISPLAY "ALISTAMENTO JA NAO ESTA EM REGISTRO - AMOSTRA "
                       "DESCARTADA"
               MOVE 'X'            TO WS-AMO-SITUACAO
               MOVE WS-OPERADOR-ID TO WS-AMO-REVISOR
               MOVE WS-DT-NEGOCIO  TO WS-AMO-DT-REVISAO
               PERFORM P850-REGRAVA
               GO TO P999-STOP
           END-IF

      *    CONSULTA DE DADOS PESSOAIS - FICA NA TRILHA DE ACESSO (VER
      *    ACESSLOG).
           MOVE "AMOREV"   TO WS-ACESSO-PROGRAMA
           MOVE 'C'        TO WS-ACESSO-TIPO
           MOVE WS-CPF     TO WS-ACESSO-CHAVE
           PERFORM P-LOG-ACESSO
           PERFORM P300-EXIBE-ALISTAMENTO

           PERFORM WITH TEST AFTER
                   UNTIL WS-DECISAO = 'C' OR WS-DECISAO = 'E'
               DISPLAY "C=CONFERE COM A DOCUMENTACAO / E=ERRO "
                       "ENCONTRADO"
               ACCEPT WS-DECISAO
           END-PERFORM
           MOVE WS-DECISAO TO WS-AMO-SITUACAO
           IF WS-DECISAO = 'E' THEN
               PERFORM WITH TEST AFTER
                       UNTIL WS-AMO-TIPO-ERRO = 'N' OR
                             WS-AMO-TIPO-ERRO = 'E' OR
                             WS-AMO-TIPO-ERRO = 'D' OR
                             WS-AMO-TIPO-ERRO = 'C'
                   DISPLAY "TIPO DO ERRO (N=NOME / E=ENDERECO / "
                           "D=DOCUMENTO / C=CLASSIFICACAO)"
                   ACCEPT WS-AMO-TIPO-ERRO
               END-PERFORM
               DISPLAY "OBSERVACAO (ATE 60 CARACTERES)"
               ACCEPT WS-AMO-OBS
           END-IF
           MOVE WS-OPERADOR-ID TO WS-AMO-REVISOR
           MOVE WS-DT-NEGOCIO  TO WS-AMO-DT-REVISAO
           PERFORM P850-REGRAVA

           IF WS-DECISAO = 'E' THEN
               DISPLAY "ERRO REGISTRADO. CORRIJA O ALISTAMENTO PELO "
                       "ALISTAMENTO-MILITAR, OPCAO 2"
               DISPLAY "(CORRIGIR ALISTAMENTO JA CADASTRADO) - A "
                       "CORRECAO FICA EM ALISTAMENTO.LOG"
           ELSE
               DISPLAY "AMOSTRA CONFERIDA SEM ERRO"
           END-IF
           GO TO P999-STOP.

       P210-LOCALIZA.
           MOVE 'N' TO WS-ACHOU
           OPEN INPUT AMO-FILE
           IF WS-AMO-STATUS EQUAL 35 THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'S' OR WS-ACHOU = 'S'
               READ AMO-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF AMO-CPF = WS-CPF-BUSCA AND
                          AMO-SITUACAO = SPACE THEN
                           MOVE 'S' TO WS-ACHOU
                           MOVE AMO-REC TO WS-AMO-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AMO-FILE.

       P300-EXIBE-ALISTAMENTO.
           DISPLAY " "
           DISPLAY "NOME: " WS-NAME
           DISPLAY "CPF: " WS-CPF "  NASCIMENTO: " WS-DT-NASCIMENTO
           DISPLAY "RG: " WS-RG "  UF: " WS-RG-UF
                   "  EMISSAO: " WS-RG-DT-EMISSAO
           DISPLAY "ENDERECO: " WS-END-RUA " " WS-END-NUMERO
           DISPLAY "          " WS-END-BAIRRO " " WS-END-CIDADE
                   " " WS-END-UF " " WS-END-CEP
           IF WS-SETOR = 'E' THEN
               DISPLAY "SETOR: ESPECIAL  MATRICULA: " WS-MAT-ESPECIAL
           ELSE
               DISPLAY "SETOR: COMUM  MATRICULA: " WS-MAT-COMUM
           END-IF
           DISPLAY "MEDIA Q.I.: " WS-MEDIA "  APTIDAO: " WS-FIT-STATUS
                   "  UNIDADE: " WS-UNIDADE
           MOVE WS-AMO-OPERADOR TO WS-OPER-ED
           IF WS-OPER-ED = SPACES THEN
               MOVE "(SEM LOG)" TO WS-OPER-ED
           END-IF
           DISPLAY "ALISTADO EM " WS-DT-ALISTAMENTO " POR " WS-OPER-ED.

       P500-RELATORIO.
           DISPLAY "MES DE REFERENCIA DOS ALISTAMENTOS (AAAAMM)"
           ACCEPT WS-MES-REF
           IF WS-MES-REF(5:2) < "01" OR WS-MES-REF(5:2) > "12" THEN
               DISPLAY "MES INVALIDO"
               GO TO P999-STOP
           END-IF
           MOVE 0 TO WS-TIPO-QTD(1) WS-TIPO-QTD(2)
                     WS-TIPO-QTD(3) WS-TIPO-QTD(4)
           OPEN INPUT AMO-FILE
           IF WS-AMO-STATUS EQUAL 35 THEN
               DISPLAY "NENHUMA AMOSTRA SORTEADA ATE HOJE"
               GO TO P999-STOP
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'S'
               READ AMO-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF AMO-DT-ALISTAMENTO(1:6) = WS-MES-REF AND
                          AMO-SITUACAO NOT = 'X' THEN
                           PERFORM P510-ACUMULA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AMO-FILE

           MOVE 'AMOSTMES.PRN' TO WS-SPL-ARQUIVO
           MOVE 100            TO WS-SPL-TAM-REG
           MOVE 'S'            TO WS-SPL-PESSOAL
           OPEN OUTPUT MES-PRN-FILE
           MOVE SPACES TO MES-LINE
           STRING "TAXA DE ERRO DA CONFERENCIA POR AMOSTRAGEM - "
                                                  DELIMITED BY SIZE
                  "ALISTAMENTOS DE "              DELIMITED BY SIZE
                  WS-MES-REF(5:2)                 DELIMITED BY SIZE
                  "/"                             DELIMITED BY SIZE
                  WS-MES-REF(1:4)                 DELIMITED BY SIZE
                  INTO MES-LINE
           PERFORM P590-SAIDA-LINHA
           MOVE SPACES TO MES-LINE
           PERFORM P590-SAIDA-LINHA
           MOVE "OPERADOR     SORTEADOS  CONFERIDOS   COM ERRO   TAXA"
             TO MES-LINE
           PERFORM P590-SAIDA-LINHA
           PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
                   UNTIL WS-OPR-IDX > WS-QTD-OPER
               PERFORM P520-LINHA-OPERADOR
           END-PERFORM
           MOVE SPACES TO MES-LINE
           PERFORM P590-SAIDA-LINHA

           MOVE WS-TOT-SORTEADOS  TO WS-QTD-ED
           MOVE WS-TOT-CONFERIDOS TO WS-QTD2-ED
           MOVE WS-TOT-ERROS      TO WS-QTD3-ED
           MOVE WS-TOT-ERROS      TO WS-CALC-ERROS
           MOVE WS-TOT-CONFERIDOS TO WS-CALC-BASE
           PERFORM P540-CALCULA-TAXA
           MOVE SPACES TO MES-LINE
           STRING "TOTAL        "  DELIMITED BY SIZE
                  WS-QTD-ED        DELIMITED BY SIZE
                  "      "         DELIMITED BY SIZE
                  WS-QTD2-ED       DELIMITED BY SIZE
                  "     "          DELIMITED BY SIZE
                  WS-QTD3-ED       DELIMITED BY SIZE
                  "  "             DELIMITED BY SIZE
                  WS-TAXA-ED       DELIMITED BY SIZE
                  "%"              DELIMITED BY SIZE
                  INTO MES-LINE
           PERFORM P590-SAIDA-LINHA
           MOVE WS-TOT-PENDENTES TO WS-QTD-ED
           MOVE SPACES TO MES-LINE
           STRING "AINDA PENDENTES DE CONFERENCIA: " DELIMITED BY SIZE
                  WS-QTD-ED                          DELIMITED BY SIZE
                  INTO MES-LINE
           PERFORM P590-SAIDA-LINHA

           MOVE SPACES TO MES-LINE
           PERFORM P590-SAIDA-LINHA
           MOVE "TIPO DE ERRO       QUANTIDADE   % DAS CONFERIDAS"
             TO MES-LINE
           PERFORM P590-SAIDA-LINHA
           PERFORM VARYING WS-TIPO-IDX FROM 1 BY 1
                   UNTIL WS-TIPO-IDX > 4
               PERFORM P530-LINHA-TIPO
           END-PERFORM
           CLOSE MES-PRN-FILE
           PERFORM P-SPOOL-ARQUIVA
           DISPLAY "RELATORIO GRAVADO EM AMOSTMES.PRN"
           GO TO P999-STOP.

       P510-ACUMULA.
           ADD 1 TO WS-TOT-SORTEADOS
           MOVE 'N' TO WS-ACHOU
           PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
                   UNTIL WS-OPR-IDX > WS-QTD-OPER OR WS-ACHOU = 'S'
               IF WS-OPR-OPERADOR(WS-OPR-IDX) = AMO-OPERADOR THEN
                   MOVE 'S' TO WS-ACHOU
               END-IF
           END-PERFORM
           IF WS-ACHOU = 'S' THEN
               SUBTRACT 1 FROM WS-OPR-IDX
           ELSE
               IF WS-QTD-OPER < 50 THEN
                   ADD 1 TO WS-QTD-OPER
                   MOVE WS-QTD-OPER TO WS-OPR-IDX
                   MOVE AMO-OPERADOR TO WS-OPR-OPERADOR(WS-OPR-IDX)
                   MOVE 0 TO WS-OPR-SORTEADOS(WS-OPR-IDX)
                   MOVE 0 TO WS-OPR-CONFERIDOS(WS-OPR-IDX)
                   MOVE 0 TO WS-OPR-ERROS(WS-OPR-IDX)
               ELSE
                   DISPLAY "ATENCAO - TABELA DE 50 OPERADORES CHEIA - "
                           "AMOSTRA FORA DO QUADRO POR OPERADOR"
                   MOVE 0 TO WS-OPR-IDX
               END-IF
           END-IF
           IF WS-OPR-IDX > 0 THEN
               ADD 1 TO WS-OPR-SORTEADOS(WS-OPR-IDX)
           END-IF
           EVALUATE AMO-SITUACAO
               WHEN SPACE
                   ADD 1 TO WS-TOT-PENDENTES
               WHEN 'C'
                   ADD 1 TO WS-TOT-CONFERIDOS
                   IF WS-OPR-IDX > 0 THEN
                       ADD 1 TO WS-OPR-CONFERIDOS(WS-OPR-IDX)
                   END-IF
               WHEN 'E'
                   ADD 1 TO WS-TOT-CONFERIDOS
                   ADD 1 TO WS-TOT-ERROS
                   IF WS-OPR-IDX > 0 THEN
                       ADD 1 TO WS-OPR-CONFERIDOS(WS-OPR-IDX)
                       ADD 1 TO WS-OPR-ERROS(WS-OPR-IDX)
                   END-IF
                   EVALUATE AMO-TIPO-ERRO
                       WHEN 'N' ADD 1 TO WS-TIPO-QTD(1)
                       WHEN 'E' ADD 1 TO WS-TIPO-QTD(2)
                       WHEN 'D' ADD 1 TO WS-TIPO-QTD(3)
                       WHEN 'C' ADD 1 TO WS-TIPO-QTD(4)
                   END-EVALUATE
           END-EVALUATE.

       P520-LINHA-OPERADOR.
           MOVE WS-OPR-OPERADOR(WS-OPR-IDX) TO WS-OPER-ED
           IF WS-OPER-ED = SPACES THEN
               MOVE "(SEM LOG)" TO WS-OPER-ED
           END-IF
           MOVE WS-OPR-SORTEADOS(WS-OPR-IDX)  TO WS-QTD-ED
           MOVE WS-OPR-CONFERIDOS(WS-OPR-IDX) TO WS-QTD2-ED
           MOVE WS-OPR-ERROS(WS-OPR-IDX)      TO WS-QTD3-ED
           MOVE WS-OPR-ERROS(WS-OPR-IDX)      TO WS-CALC-ERROS
           MOVE WS-OPR-CONFERIDOS(WS-OPR-IDX) TO WS-CALC-BASE
           PERFORM P540-CALCULA-TAXA
           MOVE SPACES TO MES-LINE
           STRING WS-OPER-ED   DELIMITED BY SIZE
                  "   "        DELIMITED BY SIZE
                  WS-QTD-ED    DELIMITED BY SIZE
                  "      "     DELIMITED BY SIZE
                  WS-QTD2-ED   DELIMITED BY SIZE
                  "     "      DELIMITED BY SIZE
                  WS-QTD3-ED   DELIMITED BY SIZE
                  "  "         DELIMITED BY SIZE
                  WS-TAXA-ED   DELIMITED BY SIZE
                  "%"          DELIMITED BY SIZE
                  INTO MES-LINE
           PERFORM P590-SAIDA-LINHA.

       P530-LINHA-TIPO.
           EVALUATE WS-TIPO-IDX
               WHEN 1 MOVE "NOME"          TO WS-TIPO-DESC
               WHEN 2 MOVE "ENDERECO"      TO WS-TIPO-DESC
               WHEN 3 MOVE "DOCUMENTO"     TO WS-TIPO-DESC
               WHEN 4 MOVE "CLASSIFICACAO" TO WS-TIPO-DESC
           END-EVALUATE
           MOVE WS-TIPO-QTD(WS-TIPO-IDX) TO WS-QTD-ED
           MOVE WS-TIPO-QTD(WS-TIPO-IDX) TO WS-CALC-ERROS
           MOVE WS-TOT-CONFERIDOS        TO WS-CALC-BASE
           PERFORM P540-CALCULA-TAXA
           MOVE SPACES TO MES-LINE
           STRING WS-TIPO-DESC DELIMITED BY SIZE
                  "    "       DELIMITED BY SIZE
                  WS-QTD-ED    DELIMITED BY SIZE
                  "       "    DELIMITED BY SIZE
                  WS-TAXA-ED   DELIMITED BY SIZE
                  "%"          DELIMITED BY SIZE
                  INTO MES-LINE
           PERFORM P590-SAIDA-LINHA.

       P540-CALCULA-TAXA.
      *    TAXA SOBRE AS AMOSTRAS JA CONFERIDAS (PENDENTES NAO CONTAM).
           IF WS-CALC-BASE > 0 THEN
               COMPUTE WS-TAXA-ERRO ROUNDED =
                       WS-CALC-ERROS * 100 / WS-CALC-BASE
           ELSE
               MOVE 0 TO WS-TAXA-ERRO
           END-IF
           MOVE WS-TAXA-ERRO TO WS-TAXA-ED.

       P590-SAIDA-LINHA.
           WRITE MES-LINE
           DISPLAY MES-LINE.

       P800-TRAVA.
      *    A CONFERENCIA REGRAVA AMOSTRA.DAT, QUE O LOTE AMOSTRA
      *    ALIMENTA - OS DOIS SOB A TRAVA DE REGISTRO (VER FILELOCK).
           MOVE "REGISTRO.LCK" TO WS-LOCK-PATH
           MOVE "AMOREV"       TO WS-LOCK-PROGRAMA
           MOVE WS-OPERADOR-ID TO WS-LOCK-OPERADOR
           PERFORM P-TRAVA-ARQUIVO
           IF WS-LOCK-OK NOT = 'S' THEN
               GO TO P999-STOP
           END-IF.

       P850-REGRAVA.
      *    REGRAVA AMOSTRA.DAT TROCANDO A AMOSTRA EM TRABALHO
      *    (SEQUENCIAL NAO PERMITE REWRITE NO MEIO - MESMA TECNICA DO
      *    PETICAO P850-REGRAVA).
           OPEN INPUT AMO-FILE
           OPEN OUTPUT AMO-NEW-FILE
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'S'
               READ AMO-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF AMO-CPF = WS-AMO-CPF AND
                          AMO-DT-ALISTAMENTO = WS-AMO-DT-ALISTAMENTO
                          AND AMO-SITUACAO = SPACE THEN
                           WRITE AMO-NEW-REC FROM WS-AMO-REC
                       ELSE
                           WRITE AMO-NEW-REC FROM AMO-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AMO-FILE
           CLOSE AMO-NEW-FILE
           MOVE "mv AMOSTRA.DAT.NEW AMOSTRA.DAT" TO WS-CMD
           CALL "SYSTEM" USING WS-CMD.

       P999-STOP.
           IF WS-LOCK-OK = 'S' THEN
               PERFORM P-DESTRAVA-ARQUIVO
           END-IF
           DISPLAY "FINALIZANDO O PROGRAMA..."
           STOP RUN.

       COPY LOGON.
       COPY SENHASH.
       COPY DATAMOV.
       COPY FILELOCK.
       COPY ACESSLOG.
       COPY CADEIA.
       COPY SPOOL.
       COPY TREINO.
       END PROGRAM AMOREV.
